       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHEND.

      * MTHEND is the month-end activity report and STRMAST
      * snapshot. It is scheduled every night after INQLOAD and
      * decides for itself from the processing calendar whether
      * tonight is month end: the night's processing date must be a
      * PROCCAL run date with no later run date in the same month -
      * the last business day, whatever the holiday schedule made
      * it. The processing date is the run date STRDRV recorded on
      * RUNSTAT, not the clock, so a chain that runs past midnight
      * still sees its own night; the clock date is used only when
      * RUNSTAT holds no record. On any other night it says so on
      * MTHRPT and ends RC 4 without touching anything.
      *
      * At month end it reports, on MTHRPT:
      *   - from STRHIST, per feed: versions cut (effective in the
      *     month), versions closed (ended in the month), new keys
      *     (the key's first version was cut in the month - a key
      *     whose older versions HSKEEP moved to HSTARCH is not new)
      *     and logical deletes (deleted versions cut in the month);
      *   - from CORRLOG, per operator: corrections and deletes made
      *     through the SUPD transaction in the month;
      * and copies STRMAST as it stands tonight, record for record,
      * to MSNAP. The job copies MSNAP to its own MSTSNAP
      * generation only on RC 0, so each generation is the master
      * as of one month end, frozen.
      *
      * MTHCARD (optional) columns 1-6 YYYYMM report a past month
      * again on demand. STRMAST no longer stands as it did then, so
      * no snapshot is taken and the run ends RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MTH-FILE ASSIGN TO MTHCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTH-STATUS.

           SELECT OPTIONAL RUN-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT CAL-FILE ASSIGN TO PROCCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT HST-FILE ASSIGN TO STRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.

           SELECT OPTIONAL ARC-FILE ASSIGN TO HSTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARC-STATUS.

           SELECT COR-FILE ASSIGN TO CORRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-COR-STATUS.

           SELECT MST-FILE ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT SNAP-FILE ASSIGN TO MSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT RPT-FILE ASSIGN TO MTHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MTH-FILE
           RECORDING MODE IS F.
       01  MTH-CARD.
           05  MTH-MONTH.
               10  MTH-YYYY               PIC X(4).
               10  MTH-MM                 PIC X(2).
           05  FILLER                     PIC X(74).

       FD  RUN-FILE
           RECORDING MODE IS F.
       COPY RUNREC.

       FD  CAL-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  HST-FILE.
       COPY HSTREC.

       FD  ARC-FILE.
       COPY HSTREC REPLACING LEADING ==HST-== BY ==ARC-==.

       FD  COR-FILE.
       COPY CORREC.

       FD  MST-FILE.
       COPY MSTREC.

       FD  SNAP-FILE
           RECORDING MODE IS F.
       COPY MSTREC REPLACING LEADING ==MST-== BY ==SNAP-==.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                     PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MTH-STATUS                  PIC XX.
       01  WS-RUN-STATUS                  PIC XX.
       01  WS-CAL-STATUS                  PIC XX.
       01  WS-HST-STATUS                  PIC XX.
       01  WS-ARC-STATUS                  PIC XX.
       01  WS-COR-STATUS                  PIC XX.
       01  WS-MST-STATUS                  PIC XX.
       01  WS-SNAP-STATUS                 PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYYMMDD           PIC 9(8).
           05  FILLER                     PIC X(13).

      * The night's processing date, from RUNSTAT.
       01  WS-RUN-DATE                    PIC 9(8) VALUE 0.

      * The month reported: tonight's, or the one MTHCARD names.
      * Comparing whole dates against the 01 and 31 of the month
      * needs no month-length table.
       01  WS-MTH-YYYYMM                  PIC 9(6) VALUE 0.
       01  WS-MTH-FIRST                   PIC 9(8) VALUE 0.
       01  WS-MTH-LAST                    PIC 9(8) VALUE 0.
       01  WS-OVERRIDE-SW                 PIC X VALUE 'N'.
       01  WS-CAL-TODAY-SW                PIC X VALUE 'N'.
       01  WS-CAL-LATER-SW                PIC X VALUE 'N'.
       01  WS-ARC-OPEN-SW                 PIC X VALUE 'N'.

      * Per-feed STRHIST activity. A feed id the table has not seen
      * takes the next entry.
       01  WS-FEED-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-FEED-TABLE.
           05  WS-FD-ENTRY OCCURS 50 TIMES INDEXED BY FD-IDX.
               10  WS-FD-ID               PIC X(4).
               10  WS-FD-CUT              PIC 9(7).
               10  WS-FD-CLOSED           PIC 9(7).
               10  WS-FD-NEW              PIC 9(7).
               10  WS-FD-DELETED          PIC 9(7).
       01  WS-FEED-FOUND                  PIC X VALUE 'N'.
       01  WS-CHECK-FEED                  PIC X(4).

      * Per-operator CORRLOG activity.
       01  WS-OPER-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-OPER-TABLE.
           05  WS-OP-ENTRY OCCURS 200 TIMES INDEXED BY OP-IDX.
               10  WS-OP-ID               PIC X(8).
               10  WS-OP-CORRECTED        PIC 9(7).
               10  WS-OP-DELETED          PIC 9(7).
       01  WS-OPER-FOUND                  PIC X VALUE 'N'.

      * Key break on the STRHIST browse: the first version read for
      * a key is its earliest.
       01  WS-PREV-KEY                    PIC X(6) VALUE LOW-VALUES.
       01  WS-ARC-HAS-KEY                 PIC X VALUE 'N'.

       01  WS-HST-READ                    PIC 9(7) VALUE 0.
       01  WS-COR-READ                    PIC 9(7) VALUE 0.
       01  WS-TOT-CUT                     PIC 9(7) VALUE 0.
       01  WS-TOT-CLOSED                  PIC 9(7) VALUE 0.
       01  WS-TOT-NEW                     PIC 9(7) VALUE 0.
       01  WS-TOT-DELETED                 PIC 9(7) VALUE 0.
       01  WS-TOT-CORRECTED               PIC 9(7) VALUE 0.
       01  WS-TOT-COR-DELETED             PIC 9(7) VALUE 0.
       01  WS-SNAP-WRITTEN                PIC 9(7) VALUE 0.
       01  WS-SNAP-LIVE                   PIC 9(7) VALUE 0.
       01  WS-SNAP-DELETED                PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUMMARIZE-HISTORY
           PERFORM 2500-SUMMARIZE-CORRECTIONS
           IF WS-OVERRIDE-SW = 'N'
               PERFORM 2800-WRITE-SNAPSHOT
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'MTHRPT' TO WS-ABORT-DDNAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           PERFORM 1050-LOAD-RUN-DATE
           PERFORM 1100-LOAD-CONTROL-CARD
           IF WS-OVERRIDE-SW = 'N'
               COMPUTE WS-MTH-YYYYMM = WS-RUN-DATE / 100
           END-IF
           COMPUTE WS-MTH-FIRST = WS-MTH-YYYYMM * 100 + 1
           COMPUTE WS-MTH-LAST = WS-MTH-YYYYMM * 100 + 31

           MOVE SPACES TO RPT-RECORD
           STRING 'MTHEND MONTH-END ACTIVITY REPORT - MONTH '
               WS-MTH-YYYYMM ' - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           IF WS-OVERRIDE-SW = 'N'
               PERFORM 1200-CHECK-CALENDAR
           END-IF

           OPEN INPUT HST-FILE
           IF WS-HST-STATUS NOT = '00'
               MOVE 'STRHIST' TO WS-ABORT-DDNAME
               MOVE WS-HST-STATUS TO WS-ABORT-STATUS
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

           OPEN INPUT COR-FILE
           IF WS-COR-STATUS NOT = '00'
               MOVE 'CORRLOG' TO WS-ABORT-DDNAME
               MOVE WS-COR-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF.

      * STRDRV stamps RUNSTAT with the run date at the start of the
      * night, and it stays that date however late the chain runs.
       1050-LOAD-RUN-DATE.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00' AND WS-RUN-STATUS NOT = '05'
               MOVE 'RUNSTAT' TO WS-ABORT-DDNAME
               MOVE WS-RUN-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           READ RUN-FILE
               AT END CONTINUE
               NOT AT END MOVE RUN-STAT-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-FILE
           IF WS-RUN-DATE = 0
               DISPLAY 'MTHEND: NO RUN STATUS RECORD - USING '
                   'TODAY''S DATE'
               MOVE WS-CURR-YYYYMMDD TO WS-RUN-DATE
           END-IF.

      * A month on MTHCARD is a report-only rerun of that month.
       1100-LOAD-CONTROL-CARD.
           OPEN INPUT MTH-FILE
           IF WS-MTH-STATUS NOT = '00' AND WS-MTH-STATUS NOT = '05'
               MOVE 'MTHCARD' TO WS-ABORT-DDNAME
               MOVE WS-MTH-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           IF WS-MTH-STATUS = '00'
               READ MTH-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MTH-MONTH NOT = SPACES
                           IF MTH-MONTH IS NOT NUMERIC
                               OR MTH-MM < '01' OR MTH-MM > '12'
                               DISPLAY 'MTHEND: MTHCARD MONTH MUST BE '
                                   'YYYYMM - ' MTH-MONTH
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE MTH-MONTH TO WS-MTH-YYYYMM
                           MOVE 'Y' TO WS-OVERRIDE-SW
                       END-IF
               END-READ
               CLOSE MTH-FILE
           END-IF.

      * Tonight is month end when the processing date is a calendar
      * run date and no later run date falls in the same month.
       1200-CHECK-CALENDAR.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = '00'
               MOVE 'PROCCAL' TO WS-ABORT-DDNAME
               MOVE WS-CAL-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-CAL-STATUS = '10'
               READ CAL-FILE
                   AT END MOVE '10' TO WS-CAL-STATUS
                   NOT AT END
                       IF CAL-RUN-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-CAL-TODAY-SW
                       END-IF
                       IF CAL-RUN-DATE > WS-RUN-DATE
                           AND CAL-RUN-DATE NOT > WS-MTH-LAST
                           MOVE 'Y' TO WS-CAL-LATER-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-FILE
           MOVE SPACES TO WS-CAL-STATUS

           IF WS-CAL-TODAY-SW = 'N' OR WS-CAL-LATER-SW = 'Y'
               MOVE SPACES TO RPT-RECORD
               STRING WS-RUN-DATE
                   ' IS NOT THE LAST PROCCAL RUN DATE OF THE MONTH'
                   ' - NO MONTH-END PROCESSING TONIGHT'
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               CLOSE RPT-FILE
               DISPLAY 'MTHEND: NOT MONTH END - NOTHING DONE'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      * One pass of STRHIST in key/effective-date order.
       2000-SUMMARIZE-HISTORY.
           PERFORM UNTIL WS-HST-STATUS = '10'
               READ HST-FILE NEXT
                   AT END MOVE '10' TO WS-HST-STATUS
                   NOT AT END
                       IF HST-REC-KEY NOT = 'ZZZZZZ'
                           ADD 1 TO WS-HST-READ
                           PERFORM 2100-COUNT-VERSION
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-HST-STATUS
           PERFORM 2400-REPORT-FEEDS.

       2100-COUNT-VERSION.
           IF HST-EFF-DATE NOT < WS-MTH-FIRST
               AND HST-EFF-DATE NOT > WS-MTH-LAST
               MOVE HST-FEED-ID TO WS-CHECK-FEED
               PERFORM 8100-FIND-FEED
               ADD 1 TO WS-FD-CUT (FD-IDX)
               IF HST-DEL-FLAG = 'D'
                   ADD 1 TO WS-FD-DELETED (FD-IDX)
               END-IF
               IF HST-REC-KEY NOT = WS-PREV-KEY
                   PERFORM 2200-CHECK-ARCHIVE
                   IF WS-ARC-HAS-KEY = 'N'
                       ADD 1 TO WS-FD-NEW (FD-IDX)
                   END-IF
               END-IF
           END-IF
           IF HST-END-DATE NOT = 99999999
               AND HST-END-DATE NOT < WS-MTH-FIRST
               AND HST-END-DATE NOT > WS-MTH-LAST
               MOVE HST-FEED-ID TO WS-CHECK-FEED
               PERFORM 8100-FIND-FEED
               ADD 1 TO WS-FD-CLOSED (FD-IDX)
           END-IF
           MOVE HST-REC-KEY TO WS-PREV-KEY.

      * The key's earliest version on STRHIST is only its first if
      * housekeeping has not archived older ones.
       2200-CHECK-ARCHIVE.
           MOVE 'N' TO WS-ARC-HAS-KEY
           IF WS-ARC-OPEN-SW = 'Y'
               MOVE HST-REC-KEY TO ARC-REC-KEY
               MOVE 0 TO ARC-EFF-DATE
               START ARC-FILE KEY NOT < ARC-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ ARC-FILE NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF ARC-REC-KEY = HST-REC-KEY
                                   MOVE 'Y' TO WS-ARC-HAS-KEY
                               END-IF
                       END-READ
               END-START
           END-IF.

       2400-REPORT-FEEDS.
           MOVE 'STRHIST ACTIVITY BY FEED' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'FEED  VERSIONS CUT  VERSIONS CLOSED     NEW KEYS'
               '  LOGICAL DELETES'
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > WS-FEED-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING WS-FD-ID (FD-IDX) '       '
                   WS-FD-CUT (FD-IDX) '          '
                   WS-FD-CLOSED (FD-IDX) '      '
                   WS-FD-NEW (FD-IDX) '          '
                   WS-FD-DELETED (FD-IDX)
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               ADD WS-FD-CUT (FD-IDX) TO WS-TOT-CUT
               ADD WS-FD-CLOSED (FD-IDX) TO WS-TOT-CLOSED
               ADD WS-FD-NEW (FD-IDX) TO WS-TOT-NEW
               ADD WS-FD-DELETED (FD-IDX) TO WS-TOT-DELETED
           END-PERFORM
           MOVE SPACES TO RPT-RECORD
           STRING 'TOTAL      ' WS-TOT-CUT '          '
               WS-TOT-CLOSED '      ' WS-TOT-NEW '          '
               WS-TOT-DELETED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

      * One pass of CORRLOG; its key carries the correction date.
       2500-SUMMARIZE-CORRECTIONS.
           PERFORM UNTIL WS-COR-STATUS = '10'
               READ COR-FILE NEXT
                   AT END MOVE '10' TO WS-COR-STATUS
                   NOT AT END
                       IF COR-REC-KEY NOT = 'ZZZZZZ'
                           AND COR-DATE NOT < WS-MTH-FIRST
                           AND COR-DATE NOT > WS-MTH-LAST
                           ADD 1 TO WS-COR-READ
                           PERFORM 2600-COUNT-CORRECTION
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-COR-STATUS
           PERFORM 2700-REPORT-OPERATORS.

       2600-COUNT-CORRECTION.
           MOVE 'N' TO WS-OPER-FOUND
           SET OP-IDX TO 1
           SEARCH WS-OP-ENTRY
               AT END CONTINUE
               WHEN OP-IDX > WS-OPER-COUNT
                   CONTINUE
               WHEN WS-OP-ID (OP-IDX) = COR-OPERATOR
                   MOVE 'Y' TO WS-OPER-FOUND
           END-SEARCH
           IF WS-OPER-FOUND = 'N'
               IF WS-OPER-COUNT >= 200
                   DISPLAY 'MTHEND: OPERATOR TABLE FULL AT '
                       WS-OPER-COUNT ' - ENLARGE WS-OPER-TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPER-COUNT
               SET OP-IDX TO WS-OPER-COUNT
               MOVE COR-OPERATOR TO WS-OP-ID (OP-IDX)
               MOVE 0 TO WS-OP-CORRECTED (OP-IDX)
               MOVE 0 TO WS-OP-DELETED (OP-IDX)
           END-IF
           IF COR-ACTION = 'D'
               ADD 1 TO WS-OP-DELETED (OP-IDX)
           ELSE
               ADD 1 TO WS-OP-CORRECTED (OP-IDX)
           END-IF.

       2700-REPORT-OPERATORS.
           MOVE 'CORRLOG CORRECTIONS BY OPERATOR' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'OPERATOR    CORRECTED    DELETED' TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > WS-OPER-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING WS-OP-ID (OP-IDX) '      '
                   WS-OP-CORRECTED (OP-IDX) '    '
                   WS-OP-DELETED (OP-IDX)
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               ADD WS-OP-CORRECTED (OP-IDX) TO WS-TOT-CORRECTED
               ADD WS-OP-DELETED (OP-IDX) TO WS-TOT-COR-DELETED
           END-PERFORM
           MOVE SPACES TO RPT-RECORD
           STRING 'TOTAL         ' WS-TOT-CORRECTED '    '
               WS-TOT-COR-DELETED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

      * The snapshot is STRMAST record for record, deleted keys
      * included with their flag, so it reads with MSTREC.
       2800-WRITE-SNAPSHOT.
           OPEN INPUT MST-FILE
           IF WS-MST-STATUS NOT = '00'
               MOVE 'STRMAST' TO WS-ABORT-DDNAME
               MOVE WS-MST-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           OPEN OUTPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = '00'
               MOVE 'MSNAP' TO WS-ABORT-DDNAME
               MOVE WS-SNAP-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-MST-STATUS = '10'
               READ MST-FILE NEXT
                   AT END MOVE '10' TO WS-MST-STATUS
                   NOT AT END
                       MOVE MST-RECORD TO SNAP-RECORD
                       WRITE SNAP-RECORD
                       ADD 1 TO WS-SNAP-WRITTEN
                       IF MST-DEL-FLAG = 'D'
                           ADD 1 TO WS-SNAP-DELETED
                       ELSE
                           ADD 1 TO WS-SNAP-LIVE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-MST-STATUS
           CLOSE MST-FILE
           CLOSE SNAP-FILE.

       3000-TERMINATE.
           IF WS-OVERRIDE-SW = 'Y'
               MOVE SPACES TO RPT-RECORD
               STRING 'STRMAST SNAPSHOT NOT TAKEN - MONTH '
                   WS-MTH-YYYYMM ' REPORTED ON REQUEST'
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           ELSE
               MOVE SPACES TO RPT-RECORD
               STRING 'STRMAST SNAPSHOT AS OF ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               STRING 'SNAPSHOT RECORDS......: ' WS-SNAP-WRITTEN
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               STRING 'LIVE KEYS.............: ' WS-SNAP-LIVE
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               STRING 'LOGICALLY DELETED.....: ' WS-SNAP-DELETED
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-IF

           CLOSE HST-FILE
           IF WS-ARC-OPEN-SW = 'Y'
               CLOSE ARC-FILE
           END-IF
           CLOSE COR-FILE
           CLOSE RPT-FILE
           DISPLAY 'MTHEND CONTROL TOTALS'
           DISPLAY 'MONTH REPORTED........: ' WS-MTH-YYYYMM
           DISPLAY 'STRHIST VERSIONS READ.: ' WS-HST-READ
           DISPLAY 'CORRECTIONS IN MONTH..: ' WS-COR-READ
           DISPLAY 'SNAPSHOT RECORDS......: ' WS-SNAP-WRITTEN
           IF WS-OVERRIDE-SW = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Look WS-CHECK-FEED up on the feed table, adding it when new;
      * FD-IDX is left on the entry.
       8100-FIND-FEED.
           MOVE 'N' TO WS-FEED-FOUND
           SET FD-IDX TO 1
           SEARCH WS-FD-ENTRY
               AT END CONTINUE
               WHEN FD-IDX > WS-FEED-COUNT
                   CONTINUE
               WHEN WS-FD-ID (FD-IDX) = WS-CHECK-FEED
                   MOVE 'Y' TO WS-FEED-FOUND
           END-SEARCH
           IF WS-FEED-FOUND = 'N'
               IF WS-FEED-COUNT >= 50
                   DISPLAY 'MTHEND: FEED TABLE FULL AT '
                       WS-FEED-COUNT ' - ENLARGE WS-FEED-TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FEED-COUNT
               SET FD-IDX TO WS-FEED-COUNT
               MOVE WS-CHECK-FEED TO WS-FD-ID (FD-IDX)
               MOVE 0 TO WS-FD-CUT (FD-IDX)
               MOVE 0 TO WS-FD-CLOSED (FD-IDX)
               MOVE 0 TO WS-FD-NEW (FD-IDX)
               MOVE 0 TO WS-FD-DELETED (FD-IDX)
           END-IF.

      * A failed OPEN on any file means MTHEND cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'MTHEND: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
