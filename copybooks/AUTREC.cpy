      *****************************************************************
      * AUTREC - operator authorization record, the OPRAUTH VSAM KSDS
      * the STRUPD maintenance transaction (SUPD) checks before it
      * honors a correction (PF5) or a logical delete (PF6). Keyed on
      * operator id + entry number, so one operator can hold several
      * grants - one per feed or key range - and STRUPD browses all
      * of the operator's entries. An operator with no entries can
      * still fetch and view a key but cannot change it.
      *   AUT-CORRECT   'Y' - may correct the string (PF5)
      *   AUT-DELETE    'Y' - may logically delete the key (PF6)
      *                 both 'N' - view only
      *   AUT-FEED-ID   feed the grant covers (spaces = any feed),
      *                 matched against the key's MST-FEED-ID
      *   AUT-KEY-FROM  lowest key covered (spaces = no lower bound)
      *   AUT-KEY-TO    highest key covered (spaces = no upper bound)
      *   AUT-GRANT-DATE date AUTMNT added the entry (a change keeps
      *                 it)
      *   AUT-LAST-USED date STRUPD last relied on the entry to show
      *                 or change a key (zero = never)
      * Maintained only through AUTMNT, which keeps AUT-GRANT-DATE
      * and AUT-LAST-USED across a change; AUTRPT lists entries
      * neither granted nor used inside the review window. DEFAUTH
      * primes the cluster with a guard record (operator ZZZZZZZZ,
      * entry 99) so the CICS open succeeds on an otherwise empty
      * file.
      *****************************************************************
       01  AUT-RECORD.
           05  AUT-KEY.
               10  AUT-OPERATOR           PIC X(8).
               10  AUT-SEQ                PIC 9(2).
           05  AUT-CORRECT                PIC X.
           05  AUT-DELETE                 PIC X.
           05  AUT-FEED-ID                PIC X(4).
           05  AUT-KEY-FROM               PIC X(6).
           05  AUT-KEY-TO                 PIC X(6).
           05  AUT-GRANT-DATE             PIC 9(8).
           05  AUT-LAST-USED              PIC 9(8).
           05  FILLER                     PIC X(36).
