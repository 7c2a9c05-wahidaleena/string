       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRDBLD.

      * WRDBLD builds the word index behind the SWRD online search
      * (STRWRD), so the desk can find a key from a name instead of
      * scanning a STROUT generation. It reads STRMAST in key order
      * after the nightly STRLOAD and writes one WRDREC work record
      * for every word of every active key's string - logically
      * deleted keys (MST-DEL-FLAG 'D') are passed over. A word is a
      * run of letters and digits, upper-cased; every other
      * character separates words, whatever delimiter format built
      * the string. Single characters are not indexed and a long
      * word is cut to the 20 characters WRD-WORD holds. The SORT
      * step that follows puts the records in word + key order and
      * drops the duplicates, and IDCAMS reloads the WRDINDX cluster
      * from the result - see INQLOAD.jcl. One guard record is
      * written last so the reload never leaves the cluster empty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MST-FILE ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT WRD-FILE ASSIGN TO WRDWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MST-FILE.
       COPY MSTREC.

       FD  WRD-FILE
           RECORDING MODE IS F.
       COPY WRDREC.

       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS                  PIC XX.
       01  WS-WRD-STATUS                  PIC XX.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

       01  WS-MASTER-READ                 PIC 9(7) VALUE 0.
       01  WS-DELETED-SKIPPED             PIC 9(7) VALUE 0.
       01  WS-NO-WORD-KEYS                PIC 9(7) VALUE 0.
       01  WS-WORDS-WRITTEN               PIC 9(8) VALUE 0.
       01  WS-KEY-WORDS                   PIC 9(2) VALUE 0.

      * Word split work area: the upper-cased string walked one
      * character at a time, each word gathered in WS-WORD.
       01  WS-UPPER-STRING                PIC X(72).
       01  WS-UPPER-CHARS REDEFINES WS-UPPER-STRING.
           05  WS-UPPER-CHAR              PIC X OCCURS 72 TIMES.
       01  WS-WORD                        PIC X(20).
       01  WS-WORD-CHARS REDEFINES WS-WORD.
           05  WS-WORD-CHAR               PIC X OCCURS 20 TIMES.
       01  WS-CHAR-IDX                    PIC 9(2) COMP VALUE 0.
       01  WS-WORD-LEN                    PIC 9(2) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-INDEX-KEY UNTIL WS-EOF-SWITCH = 'Y'
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT MST-FILE
           IF WS-MST-STATUS NOT = '00'
               MOVE 'STRMAST' TO WS-ABORT-DDNAME
               MOVE WS-MST-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN OUTPUT WRD-FILE
           IF WS-WRD-STATUS NOT = '00'
               MOVE 'WRDWORK' TO WS-ABORT-DDNAME
               MOVE WS-WRD-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           READ MST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END ADD 1 TO WS-MASTER-READ
           END-READ.

       2000-INDEX-KEY.
           IF MST-DEL-FLAG = 'D'
               ADD 1 TO WS-DELETED-SKIPPED
           ELSE
               PERFORM 2100-SPLIT-STRING
               IF WS-KEY-WORDS = 0
                   ADD 1 TO WS-NO-WORD-KEYS
               END-IF
           END-IF

           READ MST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END ADD 1 TO WS-MASTER-READ
           END-READ.

      * "Acme Intl, Inc." gives ACME, INTL and INC. A letter or
      * digit extends the current word; anything else ends it.
       2100-SPLIT-STRING.
           MOVE 0 TO WS-KEY-WORDS
           MOVE MST-STRING TO WS-UPPER-STRING
           INSPECT WS-UPPER-STRING
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-WORD
           MOVE 0 TO WS-WORD-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 72
               IF (WS-UPPER-CHAR (WS-CHAR-IDX) IS ALPHABETIC-UPPER
                   AND WS-UPPER-CHAR (WS-CHAR-IDX) NOT = SPACE)
                   OR WS-UPPER-CHAR (WS-CHAR-IDX) IS NUMERIC
                   IF WS-WORD-LEN < 20
                       ADD 1 TO WS-WORD-LEN
                       MOVE WS-UPPER-CHAR (WS-CHAR-IDX)
                           TO WS-WORD-CHAR (WS-WORD-LEN)
                   END-IF
               ELSE
                   PERFORM 2200-END-WORD
               END-IF
           END-PERFORM
           PERFORM 2200-END-WORD.

       2200-END-WORD.
           IF WS-WORD-LEN > 1
               MOVE SPACES TO WRD-RECORD
               MOVE WS-WORD TO WRD-WORD
               MOVE MST-KEY TO WRD-KEY
               WRITE WRD-RECORD
               ADD 1 TO WS-WORDS-WRITTEN
               ADD 1 TO WS-KEY-WORDS
           END-IF
           MOVE SPACES TO WS-WORD
           MOVE 0 TO WS-WORD-LEN.

       3000-TERMINATE.
           MOVE SPACES TO WRD-RECORD
           MOVE ALL 'Z' TO WRD-WORD
           MOVE 'ZZZZZZ' TO WRD-KEY
           WRITE WRD-RECORD
           CLOSE MST-FILE
           CLOSE WRD-FILE
           DISPLAY 'WRDBLD CONTROL TOTALS'
           DISPLAY 'STRMAST RECORDS READ..: ' WS-MASTER-READ
           DISPLAY 'DELETED KEYS SKIPPED..: ' WS-DELETED-SKIPPED
           DISPLAY 'KEYS WITH NO WORDS....: ' WS-NO-WORD-KEYS
           DISPLAY 'WORD RECORDS WRITTEN..: ' WS-WORDS-WRITTEN.

      * A failed OPEN on any file means WRDBLD cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'WRDBLD: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
