       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTRPT.

      * AUTRPT is the nightly access report behind the quarterly
      * access review of the STRUPD correction transaction (SUPD):
      *   - every VIOLLOG security violation not yet reported - a
      *     correction or delete STRUPD refused because the
      *     operator's OPRAUTH entries did not grant it - listed with
      *     who, where, when and on which key, then flagged reported
      *     so it is listed once; the log itself is kept;
      *   - every OPRAUTH entry idle for longer than the review
      *     window: neither used by STRUPD (AUT-LAST-USED) nor
      *     granted by AUTMNT (AUT-GRANT-DATE) inside it - a change
      *     card keeps the original grant date, so re-scoping an
      *     idle grant does not take it off the list.
      * Each violation is flagged as soon as it is listed, so a
      * rerun after an abend lists only what is still unreported.
      * Run nightly with VIOLLOG and OPRAUTH closed to the CICS
      * region. RC 4 when anything is listed, for the review team.
      *
      * AUTCARD columns 1-3: review window in days (blank or zero =
      * 90). A non-numeric value rejects the run, RC 12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CRD-FILE ASSIGN TO AUTCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRD-STATUS.

           SELECT VIO-FILE ASSIGN TO VIOLLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VIO-KEY
               FILE STATUS IS WS-VIO-STATUS.

           SELECT AUT-FILE ASSIGN TO OPRAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUT-STATUS.

           SELECT RPT-FILE ASSIGN TO ACCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRD-FILE
           RECORDING MODE IS F.
       01  CRD-CARD.
           05  CRD-IDLE-DAYS              PIC X(3).
           05  FILLER                     PIC X(77).

       FD  VIO-FILE.
       COPY VIOREC.

       FD  AUT-FILE.
       COPY AUTREC.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                     PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-CRD-STATUS                  PIC XX.
       01  WS-VIO-STATUS                  PIC XX.
       01  WS-AUT-STATUS                  PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

       01  WS-IDLE-DAYS                   PIC 9(3) VALUE 90.
       01  WS-IDLE-CUTOFF                 PIC 9(8) VALUE 0.
       01  WS-TODAY-INT                   PIC 9(8) VALUE 0.
       01  WS-LAST-ACTIVE                 PIC 9(8) VALUE 0.

       01  WS-VIO-READ                    PIC 9(7) VALUE 0.
       01  WS-VIO-REPORTED                PIC 9(7) VALUE 0.
       01  WS-VIO-ALREADY                 PIC 9(7) VALUE 0.
       01  WS-AUT-READ                    PIC 9(5) VALUE 0.
       01  WS-AUT-IDLE                    PIC 9(5) VALUE 0.

       01  WS-ACTION-TEXT                 PIC X(7).
       01  WS-REASON-TEXT                 PIC X(26).
       01  WS-USED-TEXT                   PIC X(8).

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYYMMDD           PIC 9(8).
           05  FILLER                     PIC X(13).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-VIOLATIONS
           PERFORM 2500-REPORT-IDLE-GRANTS
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-CONTROL-CARD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-YYYYMMDD)
           COMPUTE WS-IDLE-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-IDLE-DAYS)

           OPEN I-O VIO-FILE
           IF WS-VIO-STATUS NOT = '00'
               MOVE 'VIOLLOG' TO WS-ABORT-DDNAME
               MOVE WS-VIO-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN INPUT AUT-FILE
           IF WS-AUT-STATUS NOT = '00'
               MOVE 'OPRAUTH' TO WS-ABORT-DDNAME
               MOVE WS-AUT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'ACCRPT' TO WS-ABORT-DDNAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING 'AUTRPT STRING CORRECTION ACCESS REPORT - RUN DATE '
               WS-CURR-YYYYMMDD
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

       1100-LOAD-CONTROL-CARD.
           OPEN INPUT CRD-FILE
           IF WS-CRD-STATUS NOT = '00' AND WS-CRD-STATUS NOT = '05'
               MOVE 'AUTCARD' TO WS-ABORT-DDNAME
               MOVE WS-CRD-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           READ CRD-FILE
               AT END CONTINUE
               NOT AT END
                   IF CRD-IDLE-DAYS NOT = SPACES
                       AND CRD-IDLE-DAYS NOT = '000'
                       IF CRD-IDLE-DAYS IS NUMERIC
                           MOVE CRD-IDLE-DAYS TO WS-IDLE-DAYS
                       ELSE
                           DISPLAY 'AUTRPT: AUTCARD REVIEW WINDOW '
                               'NOT NUMERIC - ' CRD-IDLE-DAYS
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ
           CLOSE CRD-FILE.

      * Unreported violations in the order they happened. The guard
      * record DEFAUTH primes the log with is already flagged.
       2000-REPORT-VIOLATIONS.
           MOVE 'SECURITY VIOLATIONS NOT PREVIOUSLY REPORTED'
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING '  DATE     TIME   OPERATOR TERM ACTION  KEY    '
               'FEED REASON'
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD

           PERFORM UNTIL WS-VIO-STATUS = '10'
               READ VIO-FILE NEXT
                   AT END MOVE '10' TO WS-VIO-STATUS
                   NOT AT END
                       ADD 1 TO WS-VIO-READ
                       IF VIO-REPORTED-FLAG = 'Y'
                           ADD 1 TO WS-VIO-ALREADY
                       ELSE
                           PERFORM 2100-LIST-VIOLATION
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-VIO-STATUS

           IF WS-VIO-REPORTED = 0
               MOVE '  NONE' TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

       2100-LIST-VIOLATION.
           IF VIO-ACTION = 'D'
               MOVE 'DELETE' TO WS-ACTION-TEXT
           ELSE
               MOVE 'CORRECT' TO WS-ACTION-TEXT
           END-IF
           IF VIO-REASON = 'N'
               MOVE 'NO OPRAUTH ENTRY' TO WS-REASON-TEXT
           ELSE
               MOVE 'NOT GRANTED FOR FEED/KEY' TO WS-REASON-TEXT
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING '  ' VIO-DATE ' ' VIO-TIME ' ' VIO-OPERATOR ' '
               VIO-TERMID ' ' WS-ACTION-TEXT ' ' VIO-REC-KEY ' '
               VIO-FEED-ID ' ' WS-REASON-TEXT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           IF VIO-ACTION = 'C'
               MOVE SPACES TO RPT-RECORD
               STRING '    ATTEMPTED: ' VIO-STRING
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-IF

           MOVE 'Y' TO VIO-REPORTED-FLAG
           REWRITE VIO-RECORD
           IF WS-VIO-STATUS NOT = '00'
               DISPLAY 'AUTRPT: VIOLLOG REWRITE FAILED FOR '
                   VIO-DATE ' ' VIO-TIME ' ' VIO-SEQ
                   ' - FILE STATUS ' WS-VIO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-VIO-REPORTED.

      * An entry is idle when the later of its last use and its
      * grant falls before the cutoff. The guard record is skipped.
       2500-REPORT-IDLE-GRANTS.
           MOVE SPACES TO RPT-RECORD
           STRING 'AUTHORIZATIONS NOT USED OR GRANTED SINCE '
               WS-IDLE-CUTOFF ' (' WS-IDLE-DAYS ' DAYS)'
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING '  OPERATOR ENTRY CORRECT DELETE FEED KEYS'
               '           GRANTED  LAST USED'
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD

           PERFORM UNTIL WS-AUT-STATUS = '10'
               READ AUT-FILE NEXT
                   AT END MOVE '10' TO WS-AUT-STATUS
                   NOT AT END
                       IF AUT-OPERATOR NOT = 'ZZZZZZZZ'
                           ADD 1 TO WS-AUT-READ
                           PERFORM 2600-CHECK-GRANT
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-AUT-STATUS

           IF WS-AUT-IDLE = 0
               MOVE '  NONE' TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       2600-CHECK-GRANT.
           IF AUT-LAST-USED > AUT-GRANT-DATE
               MOVE AUT-LAST-USED TO WS-LAST-ACTIVE
           ELSE
               MOVE AUT-GRANT-DATE TO WS-LAST-ACTIVE
           END-IF
           IF WS-LAST-ACTIVE < WS-IDLE-CUTOFF
               ADD 1 TO WS-AUT-IDLE
               IF AUT-LAST-USED = 0
                   MOVE 'NEVER' TO WS-USED-TEXT
               ELSE
                   MOVE AUT-LAST-USED TO WS-USED-TEXT
               END-IF
               MOVE SPACES TO RPT-RECORD
               STRING '  ' AUT-OPERATOR ' ' AUT-SEQ '    '
                   AUT-CORRECT '       ' AUT-DELETE '      '
                   AUT-FEED-ID ' ' AUT-KEY-FROM '-' AUT-KEY-TO
                   '  ' AUT-GRANT-DATE ' ' WS-USED-TEXT
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-IF.

       3000-TERMINATE.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'VIOLLOG RECORDS READ..: ' WS-VIO-READ
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'VIOLATIONS REPORTED...: ' WS-VIO-REPORTED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'OPRAUTH ENTRIES READ..: ' WS-AUT-READ
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'IDLE AUTHORIZATIONS...: ' WS-AUT-IDLE
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD

           CLOSE VIO-FILE
           CLOSE AUT-FILE
           CLOSE RPT-FILE
           DISPLAY 'AUTRPT CONTROL TOTALS'
           DISPLAY 'VIOLLOG RECORDS READ..: ' WS-VIO-READ
           DISPLAY 'VIOLATIONS REPORTED...: ' WS-VIO-REPORTED
           DISPLAY 'ALREADY REPORTED......: ' WS-VIO-ALREADY
           DISPLAY 'OPRAUTH ENTRIES READ..: ' WS-AUT-READ
           DISPLAY 'IDLE AUTHORIZATIONS...: ' WS-AUT-IDLE
           IF WS-VIO-REPORTED > 0 OR WS-AUT-IDLE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * A failed OPEN on any file means AUTRPT cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'AUTRPT: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
