       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTMNT.

      * AUTMNT maintains the OPRAUTH operator authorization file
      * (AUTREC copybook) the STRUPD correction transaction checks
      * before it honors PF5 or PF6. One AUTTRAN card per change:
      *   column  1     action - A add, C change, D delete an entry
      *   columns 2-9   operator id (the CICS user id)
      *   columns 10-11 entry number 01-99 within the operator
      *   column  12    Y/N may correct the string (PF5)
      *   column  13    Y/N may logically delete the key (PF6)
      *   columns 14-17 feed id covered (blank = any feed)
      *   columns 18-23 lowest key covered (blank = no lower bound)
      *   columns 24-29 highest key covered (blank = no upper bound)
      * N in both columns 12 and 13 grants view only. A delete card
      * needs only the action, operator and entry number.
      *
      * An add stamps today as the grant date; a change keeps the
      * entry's grant and last-used dates, so re-scoping a grant does
      * not hide from the access review how long it has been idle.
      * Every card applied is listed on SYSOUT as the record of who
      * was given what. A bad card is displayed with its number and
      * skipped, the rest still apply, and the job ends RC 8 so the
      * card deck is corrected and the bad cards resubmitted. Run
      * with OPRAUTH closed to the CICS region.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRN-FILE ASSIGN TO AUTTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT AUT-FILE ASSIGN TO OPRAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRN-FILE
           RECORDING MODE IS F.
       01  TRN-CARD.
           05  TRN-ACTION                 PIC X.
           05  TRN-OPERATOR               PIC X(8).
           05  TRN-SEQ                    PIC X(2).
           05  TRN-CORRECT                PIC X.
           05  TRN-DELETE                 PIC X.
           05  TRN-FEED-ID                PIC X(4).
           05  TRN-KEY-FROM               PIC X(6).
           05  TRN-KEY-TO                 PIC X(6).
           05  FILLER                     PIC X(51).

       FD  AUT-FILE.
       COPY AUTREC.

       WORKING-STORAGE SECTION.
       01  WS-TRN-STATUS                  PIC XX.
       01  WS-AUT-STATUS                  PIC XX.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

       01  WS-CARD-COUNT                  PIC 9(5) VALUE 0.
       01  WS-ADDED                       PIC 9(5) VALUE 0.
       01  WS-CHANGED                     PIC 9(5) VALUE 0.
       01  WS-DELETED                     PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT                 PIC 9(5) VALUE 0.
       01  WS-CARD-ERROR                  PIC X VALUE 'N'.
       01  WS-SAVE-LAST-USED              PIC 9(8) VALUE 0.
       01  WS-SAVE-GRANT-DATE             PIC 9(8) VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYYMMDD           PIC 9(8).
           05  FILLER                     PIC X(13).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-CARD UNTIL WS-EOF-SWITCH = 'Y'
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           OPEN INPUT TRN-FILE
           IF WS-TRN-STATUS NOT = '00'
               MOVE 'AUTTRAN' TO WS-ABORT-DDNAME
               MOVE WS-TRN-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN I-O AUT-FILE
           IF WS-AUT-STATUS NOT = '00'
               MOVE 'OPRAUTH' TO WS-ABORT-DDNAME
               MOVE WS-AUT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           READ TRN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END ADD 1 TO WS-CARD-COUNT
           END-READ.

       2000-APPLY-CARD.
           MOVE 'N' TO WS-CARD-ERROR
           PERFORM 2100-EDIT-CARD
           IF WS-CARD-ERROR = 'N'
               EVALUATE TRN-ACTION
                   WHEN 'A'
                       PERFORM 2200-ADD-ENTRY
                   WHEN 'C'
                       PERFORM 2300-CHANGE-ENTRY
                   WHEN 'D'
                       PERFORM 2400-DELETE-ENTRY
               END-EVALUATE
           END-IF
           IF WS-CARD-ERROR = 'Y'
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           READ TRN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END ADD 1 TO WS-CARD-COUNT
           END-READ.

      * The guard record DEFAUTH primes the file with (operator
      * ZZZZZZZZ) is not an operator and cannot be maintained.
       2100-EDIT-CARD.
           IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
               AND TRN-ACTION NOT = 'D'
               DISPLAY 'AUTMNT: CARD ' WS-CARD-COUNT
                   ' - ACTION MUST BE A, C OR D'
               MOVE 'Y' TO WS-CARD-ERROR
           END-IF
           IF TRN-OPERATOR = SPACES OR TRN-OPERATOR = 'ZZZZZZZZ'
               DISPLAY 'AUTMNT: CARD ' WS-CARD-COUNT
                   ' - OPERATOR ID MISSING OR RESERVED'
               MOVE 'Y' TO WS-CARD-ERROR
           END-IF
           IF TRN-SEQ IS NOT NUMERIC OR TRN-SEQ = '00'
               DISPLAY 'AUTMNT: CARD ' WS-CARD-COUNT
                   ' - ENTRY NUMBER MUST BE 01-99'
               MOVE 'Y' TO WS-CARD-ERROR
           END-IF
           IF TRN-ACTION = 'A' OR TRN-ACTION = 'C'
               IF (TRN-CORRECT NOT = 'Y' AND TRN-CORRECT NOT = 'N')
                   OR (TRN-DELETE NOT = 'Y' AND TRN-DELETE NOT = 'N')
                   DISPLAY 'AUTMNT: CARD ' WS-CARD-COUNT
                       ' - CORRECT AND DELETE FLAGS MUST BE Y OR N'
                   MOVE 'Y' TO WS-CARD-ERROR
               END-IF
               IF TRN-KEY-FROM NOT = SPACES AND TRN-KEY-TO NOT = SPACES
                   AND TRN-KEY-FROM > TRN-KEY-TO
                   DISPLAY 'AUTMNT: CARD ' WS-CARD-COUNT
                       ' - KEY FROM IS ABOVE KEY TO'
                   MOVE 'Y' TO WS-CARD-ERROR
               END-IF
           END-IF.

       2200-ADD-ENTRY.
           MOVE SPACES TO AUT-RECORD
           MOVE TRN-OPERATOR TO AUT-OPERATOR
           MOVE TRN-SEQ TO AUT-SEQ
           MOVE 0 TO AUT-LAST-USED
           MOVE WS-CURR-YYYYMMDD TO AUT-GRANT-DATE
           PERFORM 2500-MOVE-GRANT
           WRITE AUT-RECORD
               INVALID KEY
                   DISPLAY 'AUTMNT: CARD ' WS-CARD-COUNT
                       ' - OPERATOR ' TRN-OPERATOR ' ENTRY ' TRN-SEQ
                       ' ALREADY ON FILE - FILE STATUS '
                       WS-AUT-STATUS
                   MOVE 'Y' TO WS-CARD-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED
                   DISPLAY 'AUTMNT: ADDED   ' AUT-OPERATOR
                       ' ENTRY ' AUT-SEQ ' CORRECT ' AUT-CORRECT
                       ' DELETE ' AUT-DELETE ' FEED ' AUT-FEED-ID
                       ' KEYS ' AUT-KEY-FROM '-' AUT-KEY-TO
           END-WRITE.

       2300-CHANGE-ENTRY.
           MOVE TRN-OPERATOR TO AUT-OPERATOR
           MOVE TRN-SEQ TO AUT-SEQ
           READ AUT-FILE
               INVALID KEY
                   DISPLAY 'AUTMNT: CARD ' WS-CARD-COUNT
                       ' - OPERATOR ' TRN-OPERATOR ' ENTRY ' TRN-SEQ
                       ' NOT ON FILE'
                   MOVE 'Y' TO WS-CARD-ERROR
           END-READ
           IF WS-CARD-ERROR = 'N'
               MOVE AUT-LAST-USED TO WS-SAVE-LAST-USED
               MOVE AUT-GRANT-DATE TO WS-SAVE-GRANT-DATE
               MOVE SPACES TO AUT-RECORD
               MOVE TRN-OPERATOR TO AUT-OPERATOR
               MOVE TRN-SEQ TO AUT-SEQ
               MOVE WS-SAVE-LAST-USED TO AUT-LAST-USED
               MOVE WS-SAVE-GRANT-DATE TO AUT-GRANT-DATE
               PERFORM 2500-MOVE-GRANT
               REWRITE AUT-RECORD
                   INVALID KEY
                       DISPLAY 'AUTMNT: CARD ' WS-CARD-COUNT
                           ' - REWRITE FAILED - FILE STATUS '
                           WS-AUT-STATUS
                       MOVE 'Y' TO WS-CARD-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED
                       DISPLAY 'AUTMNT: CHANGED ' AUT-OPERATOR
                           ' ENTRY ' AUT-SEQ ' CORRECT ' AUT-CORRECT
                           ' DELETE ' AUT-DELETE ' FEED ' AUT-FEED-ID
                           ' KEYS ' AUT-KEY-FROM '-' AUT-KEY-TO
               END-REWRITE
           END-IF.

       2400-DELETE-ENTRY.
           MOVE TRN-OPERATOR TO AUT-OPERATOR
           MOVE TRN-SEQ TO AUT-SEQ
           DELETE AUT-FILE RECORD
               INVALID KEY
                   DISPLAY 'AUTMNT: CARD ' WS-CARD-COUNT
                       ' - OPERATOR ' TRN-OPERATOR ' ENTRY ' TRN-SEQ
                       ' NOT ON FILE'
                   MOVE 'Y' TO WS-CARD-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED
                   DISPLAY 'AUTMNT: DELETED ' TRN-OPERATOR
                       ' ENTRY ' TRN-SEQ
           END-DELETE.

       2500-MOVE-GRANT.
           MOVE TRN-CORRECT TO AUT-CORRECT
           MOVE TRN-DELETE TO AUT-DELETE
           MOVE TRN-FEED-ID TO AUT-FEED-ID
           MOVE TRN-KEY-FROM TO AUT-KEY-FROM
           MOVE TRN-KEY-TO TO AUT-KEY-TO.

       3000-TERMINATE.
           CLOSE TRN-FILE
           CLOSE AUT-FILE
           DISPLAY 'AUTMNT CONTROL TOTALS'
           DISPLAY 'CARDS READ............: ' WS-CARD-COUNT
           DISPLAY 'ENTRIES ADDED.........: ' WS-ADDED
           DISPLAY 'ENTRIES CHANGED.......: ' WS-CHANGED
           DISPLAY 'ENTRIES DELETED.......: ' WS-DELETED
           DISPLAY 'CARDS IN ERROR........: ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A failed OPEN on any file means AUTMNT cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'AUTMNT: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
