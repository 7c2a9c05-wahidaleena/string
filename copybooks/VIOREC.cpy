      *****************************************************************
      * VIOREC - security violation record, the VIOLLOG VSAM KSDS the
      * STRUPD maintenance transaction (SUPD) writes whenever it
      * refuses a correction (PF5) or logical delete (PF6) because
      * the operator's OPRAUTH entries do not grant it for the key.
      * Keyed on date + time + sequence so the log browses in the
      * order the attempts were made and two in the same second
      * still land. AUTRPT lists every record not yet reported on
      * the nightly access report and flags it reported; the log
      * itself is kept for the quarterly access review.
      *   VIO-ACTION  'C' - correction refused, 'D' - delete refused
      *   VIO-REASON  'N' - operator has no OPRAUTH entry at all
      *               'A' - no entry grants the action for this
      *                     key's feed and key range
      *   VIO-STRING  the correction field the operator tried to
      *               apply (spaces for a delete)
      * VIO-REPORTED-FLAG sits right behind the key so the guard
      * record DEFAUTH primes the cluster with (all-nines key) can
      * set it 'Y' from an 80-column card.
      *****************************************************************
       01  VIO-RECORD.
           05  VIO-KEY.
               10  VIO-DATE               PIC 9(8).
               10  VIO-TIME               PIC 9(6).
               10  VIO-SEQ                PIC 9(4).
           05  VIO-REPORTED-FLAG          PIC X.
           05  VIO-OPERATOR               PIC X(8).
           05  VIO-TERMID                 PIC X(4).
           05  VIO-ACTION                 PIC X.
           05  VIO-REASON                 PIC X.
           05  VIO-REC-KEY                PIC X(6).
           05  VIO-FEED-ID                PIC X(4).
           05  VIO-STRING                 PIC X(72).
           05  FILLER                     PIC X(5).
