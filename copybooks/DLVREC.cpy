      *****************************************************************
      * DLVREC - subscriber delivery log record, appended to DLVLOG
      * by DISTRIB once per SUBCTL subscriber every run. A changes-
      * only ('C' format) subscriber's next delta starts from the
      * DLV-DATE of its last record with DLV-STATUS 'S' and
      * DLV-TYPE 'C' or 'R', so a night the stream was held, or
      * DISTRIB failed its balance, is picked up by the next delta
      * automatically.
      *   DLV-DATE/TIME  - system clock when the extract was cut;
      *                    STRHIST effective dates are clock dates
      *   DLV-TYPE       - 'X' whole selection from STROUT (formats
      *                    D and F), 'C' changes since
      *                    DLV-SINCE-DATE, 'R' full refresh from
      *                    STRMAST
      *   DLV-STATUS     - 'S' cut and balanced; 'F' not to be
      *                    relied on (any subscriber's balance
      *                    failure holds the whole transmission)
      *****************************************************************
       01  DLV-RECORD.
           05  DLV-SUB-ID                 PIC X(8).
           05  DLV-RUN-DATE               PIC 9(8).
           05  DLV-RUN-ID                 PIC X(8).
           05  DLV-DATE                   PIC 9(8).
           05  DLV-TIME                   PIC 9(6).
           05  DLV-FORMAT                 PIC X.
           05  DLV-TYPE                   PIC X.
           05  DLV-SINCE-DATE             PIC 9(8).
           05  DLV-RECORDS                PIC 9(7).
           05  DLV-STATUS                 PIC X.
           05  FILLER                     PIC X(24).
