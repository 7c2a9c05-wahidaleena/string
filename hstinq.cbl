      * answer (the version's string, feed, effective span and
      * whether the key was logically deleted as of that date) goes
      * to HSTRPT; a key with no version covering the date says so.
      * Versions HSKEEP has moved off STRHIST are on the HSTARCH
      * archive cluster, same layout and key; a date the live
      * cluster cannot answer is looked up there, and the answer is
      * marked as coming from the archive. HSTARCH is optional - left
      * off, only the live cluster is searched.
      *
      * Card columns: 1-6 key / 7-14 as-of date (YYYYMMDD). Any
      * number of cards per run.
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.

           SELECT OPTIONAL ARC-FILE ASSIGN TO HSTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARC-STATUS.

           SELECT INQ-FILE ASSIGN TO HINQCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.
       FD  HST-FILE.
       COPY HSTREC.

       FD  ARC-FILE.
       COPY HSTREC REPLACING LEADING ==HST-== BY ==ARC-==.

       FD  INQ-FILE
           RECORDING MODE IS F.
       01  HINQ-CARD.

       WORKING-STORAGE SECTION.
       01  WS-HST-STATUS                  PIC XX.
       01  WS-ARC-STATUS                  PIC XX.
       01  WS-INQ-STATUS                  PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-ASOF-DATE                   PIC 9(8) VALUE 0.
       01  WS-BROWSE-SW                   PIC X VALUE 'N'.
       01  WS-FOUND-SW                    PIC X VALUE 'N'.
       01  WS-ARC-OPEN-SW                 PIC X VALUE 'N'.
       01  WS-ANS-SOURCE                  PIC X(15) VALUE SPACES.

      * The version answering the current card: the one whose span
      * [effective, end) covers the as-of date.
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN INPUT ARC-FILE
           EVALUATE WS-ARC-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ARC-OPEN-SW
               WHEN '05'
                   CLOSE ARC-FILE
               WHEN OTHER
                   MOVE 'HSTARCH' TO WS-ABORT-DDNAME
                   MOVE WS-ARC-STATUS TO WS-ABORT-STATUS
                   PERFORM 9000-ABORT-OPEN
           END-EVALUATE

           OPEN INPUT INQ-FILE
           IF WS-INQ-STATUS NOT = '00'
               MOVE 'HINQCARD' TO WS-ABORT-DDNAME
               ADD 1 TO WS-BAD-CARD-COUNT
           ELSE
               MOVE HINQ-ASOF-DATE TO WS-ASOF-DATE
               MOVE SPACES TO WS-ANS-SOURCE
               PERFORM 2100-FIND-VERSION
               IF WS-FOUND-SW = 'N' AND WS-ARC-OPEN-SW = 'Y'
                   PERFORM 2150-FIND-ARCHIVED-VERSION
               END-IF
               PERFORM 2200-REPORT-ANSWER
           END-IF

               END-READ
           END-PERFORM.

      * The same walk over the archive cluster, for a date older
      * than anything HSKEEP left on STRHIST.
       2150-FIND-ARCHIVED-VERSION.
           MOVE 'Y' TO WS-BROWSE-SW
           MOVE HINQ-KEY TO ARC-REC-KEY
           MOVE 0 TO ARC-EFF-DATE
           START ARC-FILE KEY NOT < ARC-KEY
               INVALID KEY MOVE 'N' TO WS-BROWSE-SW
           END-START
           PERFORM UNTIL WS-BROWSE-SW = 'N'
               READ ARC-FILE NEXT
                   AT END MOVE 'N' TO WS-BROWSE-SW
                   NOT AT END
                       IF ARC-REC-KEY NOT = HINQ-KEY
                           MOVE 'N' TO WS-BROWSE-SW
                       ELSE
                           IF ARC-EFF-DATE <= WS-ASOF-DATE
                               AND (ARC-END-DATE = 99999999
                               OR ARC-END-DATE > WS-ASOF-DATE)
                               MOVE 'Y' TO WS-FOUND-SW
                               MOVE ' (FROM HSTARCH)'
                                   TO WS-ANS-SOURCE
                               MOVE ARC-EFF-DATE
                                   TO WS-ANS-EFF-DATE
                               MOVE ARC-END-DATE
                                   TO WS-ANS-END-DATE
                               MOVE ARC-STRING TO WS-ANS-STRING
                               MOVE ARC-FEED-ID TO WS-ANS-FEED-ID
                               MOVE ARC-DEL-FLAG TO WS-ANS-DEL-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2200-REPORT-ANSWER.
           IF WS-FOUND-SW = 'Y'
               MOVE SPACES TO RPT-RECORD
                   ' FEED ' WS-ANS-FEED-ID
                   ' EFFECTIVE ' WS-ANS-EFF-DATE
                   ' TO ' WS-ANS-END-DATE
                   WS-ANS-SOURCE
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           WRITE RPT-RECORD

           CLOSE HST-FILE
           IF WS-ARC-OPEN-SW = 'Y'
               CLOSE ARC-FILE
           END-IF
           CLOSE INQ-FILE
           CLOSE RPT-FILE
           IF WS-BAD-CARD-COUNT > 0
