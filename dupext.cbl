       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPEXT.

      * DUPEXT is the first half of the cross-key duplicate report:
      * STRLOAD only stops the same key arriving twice, not the same
      * entity arriving under two keys (often from two feeds). It
      * browses STRMAST in key order and writes one DUPREC work
      * record per active key - logically deleted keys (MST-DEL-FLAG
      * 'D') are passed over - carrying the string reduced to its
      * letters and digits in upper case beside the string as
      * built. The SORT step that follows brings equal strings
      * together and DUPRPT groups them. A key whose string has no
      * letters or digits at all is counted and left out: every such
      * key would "match" every other.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MST-FILE ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT DUP-FILE ASSIGN TO DUPWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MST-FILE.
       COPY MSTREC.

       FD  DUP-FILE
           RECORDING MODE IS F.
       COPY DUPREC.

       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS                  PIC XX.
       01  WS-DUP-STATUS                  PIC XX.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

       01  WS-MASTER-READ                 PIC 9(7) VALUE 0.
       01  WS-DELETED-SKIPPED             PIC 9(7) VALUE 0.
       01  WS-EMPTY-SKIPPED               PIC 9(7) VALUE 0.
       01  WS-WORK-WRITTEN                PIC 9(7) VALUE 0.

      * Normalization work area: the upper-cased string, walked one
      * character at a time into WS-NORM-STRING.
       01  WS-UPPER-STRING                PIC X(72).
       01  WS-UPPER-CHARS REDEFINES WS-UPPER-STRING.
           05  WS-UPPER-CHAR              PIC X OCCURS 72 TIMES.
       01  WS-NORM-STRING                 PIC X(72).
       01  WS-NORM-CHARS REDEFINES WS-NORM-STRING.
           05  WS-NORM-CHAR               PIC X OCCURS 72 TIMES.
       01  WS-CHAR-IDX                    PIC 9(2) COMP VALUE 0.
       01  WS-NORM-LEN                    PIC 9(2) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-KEY UNTIL WS-EOF-SWITCH = 'Y'
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT MST-FILE
           IF WS-MST-STATUS NOT = '00'
               MOVE 'STRMAST' TO WS-ABORT-DDNAME
               MOVE WS-MST-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN OUTPUT DUP-FILE
           IF WS-DUP-STATUS NOT = '00'
               MOVE 'DUPWORK' TO WS-ABORT-DDNAME
               MOVE WS-DUP-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           READ MST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END ADD 1 TO WS-MASTER-READ
           END-READ.

       2000-EXTRACT-KEY.
           IF MST-DEL-FLAG = 'D'
               ADD 1 TO WS-DELETED-SKIPPED
           ELSE
               PERFORM 2100-NORMALIZE-STRING
               IF WS-NORM-STRING = SPACES
                   ADD 1 TO WS-EMPTY-SKIPPED
               ELSE
                   MOVE WS-NORM-STRING TO DUP-NORM
                   MOVE MST-KEY TO DUP-KEY
                   MOVE MST-STRING TO DUP-STRING
                   MOVE MST-FEED-ID TO DUP-FEED-ID
                   WRITE DUP-RECORD
                   ADD 1 TO WS-WORK-WRITTEN
               END-IF
           END-IF

           READ MST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END ADD 1 TO WS-MASTER-READ
           END-READ.

      * Keep only letters and digits, upper-cased and closed up:
      * "Acme Intl, Inc." and "ACME INTL INC" both reduce to
      * ACMEINTLINC, whatever delimiter format built them.
       2100-NORMALIZE-STRING.
           MOVE MST-STRING TO WS-UPPER-STRING
           INSPECT WS-UPPER-STRING
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NORM-STRING
           MOVE 0 TO WS-NORM-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 72
               IF (WS-UPPER-CHAR (WS-CHAR-IDX) IS ALPHABETIC-UPPER
                   AND WS-UPPER-CHAR (WS-CHAR-IDX) NOT = SPACE)
                   OR WS-UPPER-CHAR (WS-CHAR-IDX) IS NUMERIC
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-UPPER-CHAR (WS-CHAR-IDX)
                       TO WS-NORM-CHAR (WS-NORM-LEN)
               END-IF
           END-PERFORM.

       3000-TERMINATE.
           CLOSE MST-FILE
           CLOSE DUP-FILE
           DISPLAY 'DUPEXT CONTROL TOTALS'
           DISPLAY 'STRMAST RECORDS READ..: ' WS-MASTER-READ
           DISPLAY 'DELETED KEYS SKIPPED..: ' WS-DELETED-SKIPPED
           DISPLAY 'EMPTY STRINGS SKIPPED.: ' WS-EMPTY-SKIPPED
           DISPLAY 'WORK RECORDS WRITTEN..: ' WS-WORK-WRITTEN.

      * A failed OPEN on any file means DUPEXT cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'DUPEXT: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
