       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAMTH.

      * SLAMTH is the monthly feed arrival report: the on-time
      * percentage per vendor over the FEEDARR history FEEDSLA
      * appends to every night. It runs on the first of the month
      * for the month just ended; MTHCARD (optional) columns 1-6
      * YYYYMM report any other month on demand.
      *
      * A night FEEDSLA was resubmitted carries more than one record
      * for a feed; the last one for the feed and run date stands.
      * Feeds are grouped under the vendor name their FEEDCTL card
      * carried (a blank vendor reports under the feed id). Per
      * vendor, on SLAMRPT:
      *   expected  - feed-days the pattern expected (on time, late,
      *               zero details or missing)
      *   on time   - arrived inside the window with details
      *   late, zero details, missing - the three failures FEEDSLA
      *               raises a return code for
      *   unscheduled - arrivals on a day the pattern did not expect
      *               (not counted against the vendor)
      *   on-time pct - on time over expected, whole percent
      * followed by every failed feed-day of the month, so the
      * vendor conversation has the dates in front of it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MTH-FILE ASSIGN TO MTHCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTH-STATUS.

           SELECT ARR-FILE ASSIGN TO FEEDARR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARR-STATUS.

           SELECT RPT-FILE ASSIGN TO SLAMRPT
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

       FD  ARR-FILE
           RECORDING MODE IS F.
       COPY ARRREC.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                     PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MTH-STATUS                  PIC XX.
       01  WS-ARR-STATUS                  PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYYMMDD           PIC 9(8).
           05  FILLER                     PIC X(13).

      * The month reported: last month, or the one MTHCARD names.
      * Comparing whole dates against the 01 and 31 of the month
      * needs no month-length table.
       01  WS-MTH-YYYYMM                  PIC 9(6) VALUE 0.
       01  WS-MTH-FIRST                   PIC 9(8) VALUE 0.
       01  WS-MTH-LAST                    PIC 9(8) VALUE 0.
       01  WS-OVERRIDE-SW                 PIC X VALUE 'N'.

      * The month's feed-days, one entry per feed and run date; a
      * later record for the same feed-day replaces the earlier.
       01  WS-DAY-COUNT                   PIC 9(4) COMP VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DY-ENTRY OCCURS 1000 TIMES INDEXED BY DY-IDX.
               10  WS-DY-FEED             PIC X(4).
               10  WS-DY-DATE             PIC 9(8).
               10  WS-DY-STATUS           PIC X.
               10  WS-DY-TIME             PIC 9(6).
               10  WS-DY-DETAILS          PIC 9(6).
               10  WS-DY-VENDOR           PIC X(20).
       01  WS-DAY-FOUND                   PIC X VALUE 'N'.

      * Per-vendor totals. A vendor the table has not seen takes
      * the next entry.
       01  WS-VEND-COUNT                  PIC 9(3) COMP VALUE 0.
       01  WS-VEND-TABLE.
           05  WS-VN-ENTRY OCCURS 50 TIMES INDEXED BY VN-IDX.
               10  WS-VN-NAME             PIC X(20).
               10  WS-VN-EXPECTED         PIC 9(5).
               10  WS-VN-ON-TIME          PIC 9(5).
               10  WS-VN-LATE             PIC 9(5).
               10  WS-VN-ZERO             PIC 9(5).
               10  WS-VN-MISSING          PIC 9(5).
               10  WS-VN-UNSCHED          PIC 9(5).
       01  WS-VEND-FOUND                  PIC X VALUE 'N'.
       01  WS-CHECK-VENDOR                PIC X(20).

       01  WS-PCT                         PIC 9(3) VALUE 0.
       01  WS-PCT-TEXT                    PIC X(3).
       01  WS-STATUS-TEXT                 PIC X(12).

       01  WS-ARR-READ                    PIC 9(7) VALUE 0.
       01  WS-ARR-IN-MONTH                PIC 9(7) VALUE 0.
       01  WS-TOT-EXPECTED                PIC 9(5) VALUE 0.
       01  WS-TOT-ON-TIME                 PIC 9(5) VALUE 0.
       01  WS-TOT-LATE                    PIC 9(5) VALUE 0.
       01  WS-TOT-ZERO                    PIC 9(5) VALUE 0.
       01  WS-TOT-MISSING                 PIC 9(5) VALUE 0.
       01  WS-TOT-UNSCHED                 PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-FEED-DAYS
           PERFORM 2500-SUMMARIZE-VENDORS
           PERFORM 2600-REPORT-VENDORS
           PERFORM 2700-REPORT-FAILURES
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'SLAMRPT' TO WS-ABORT-DDNAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           PERFORM 1100-LOAD-CONTROL-CARD
           IF WS-OVERRIDE-SW = 'N'
               COMPUTE WS-MTH-YYYYMM = WS-CURR-YYYYMMDD / 100
               IF FUNCTION MOD (WS-MTH-YYYYMM, 100) = 1
                   SUBTRACT 89 FROM WS-MTH-YYYYMM
               ELSE
                   SUBTRACT 1 FROM WS-MTH-YYYYMM
               END-IF
           END-IF
           COMPUTE WS-MTH-FIRST = WS-MTH-YYYYMM * 100 + 1
           COMPUTE WS-MTH-LAST = WS-MTH-YYYYMM * 100 + 31

           MOVE SPACES TO RPT-RECORD
           STRING 'SLAMTH FEED ARRIVAL ON-TIME REPORT - MONTH '
               WS-MTH-YYYYMM ' - RUN DATE ' WS-CURR-YYYYMMDD
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           OPEN INPUT ARR-FILE
           IF WS-ARR-STATUS NOT = '00'
               MOVE 'FEEDARR' TO WS-ABORT-DDNAME
               MOVE WS-ARR-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF.

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
                               DISPLAY 'SLAMTH: MTHCARD MONTH MUST BE '
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

      * FEEDARR is in the order FEEDSLA appended it, so a later
      * record for a feed-day is the later check of that night.
       2000-LOAD-FEED-DAYS.
           PERFORM UNTIL WS-ARR-STATUS = '10'
               READ ARR-FILE
                   AT END MOVE '10' TO WS-ARR-STATUS
                   NOT AT END
                       ADD 1 TO WS-ARR-READ
                       IF ARR-RUN-DATE NOT < WS-MTH-FIRST
                           AND ARR-RUN-DATE NOT > WS-MTH-LAST
                           ADD 1 TO WS-ARR-IN-MONTH
                           PERFORM 2100-TAKE-FEED-DAY
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-ARR-STATUS.

       2100-TAKE-FEED-DAY.
           MOVE 'N' TO WS-DAY-FOUND
           SET DY-IDX TO 1
           SEARCH WS-DY-ENTRY
               AT END CONTINUE
               WHEN DY-IDX > WS-DAY-COUNT
                   CONTINUE
               WHEN WS-DY-FEED (DY-IDX) = ARR-FEED-ID
                   AND WS-DY-DATE (DY-IDX) = ARR-RUN-DATE
                   MOVE 'Y' TO WS-DAY-FOUND
           END-SEARCH
           IF WS-DAY-FOUND = 'N'
               IF WS-DAY-COUNT >= 1000
                   DISPLAY 'SLAMTH: FEED-DAY TABLE FULL AT '
                       WS-DAY-COUNT ' - ENLARGE WS-DAY-TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DAY-COUNT
               SET DY-IDX TO WS-DAY-COUNT
               MOVE ARR-FEED-ID TO WS-DY-FEED (DY-IDX)
               MOVE ARR-RUN-DATE TO WS-DY-DATE (DY-IDX)
           END-IF
           MOVE ARR-STATUS TO WS-DY-STATUS (DY-IDX)
           MOVE ARR-ARRIVE-TIME TO WS-DY-TIME (DY-IDX)
           MOVE ARR-DETAIL-COUNT TO WS-DY-DETAILS (DY-IDX)
           IF ARR-VENDOR = SPACES
               MOVE SPACES TO WS-DY-VENDOR (DY-IDX)
               STRING 'FEED ' ARR-FEED-ID
                   DELIMITED BY SIZE INTO WS-DY-VENDOR (DY-IDX)
               END-STRING
           ELSE
               MOVE ARR-VENDOR TO WS-DY-VENDOR (DY-IDX)
           END-IF.

       2500-SUMMARIZE-VENDORS.
           PERFORM VARYING DY-IDX FROM 1 BY 1
               UNTIL DY-IDX > WS-DAY-COUNT
               MOVE WS-DY-VENDOR (DY-IDX) TO WS-CHECK-VENDOR
               PERFORM 8100-FIND-VENDOR
               EVALUATE WS-DY-STATUS (DY-IDX)
                   WHEN 'O'
                       ADD 1 TO WS-VN-EXPECTED (VN-IDX)
                       ADD 1 TO WS-VN-ON-TIME (VN-IDX)
                   WHEN 'L'
                       ADD 1 TO WS-VN-EXPECTED (VN-IDX)
                       ADD 1 TO WS-VN-LATE (VN-IDX)
                   WHEN 'Z'
                       ADD 1 TO WS-VN-EXPECTED (VN-IDX)
                       ADD 1 TO WS-VN-ZERO (VN-IDX)
                   WHEN 'M'
                       ADD 1 TO WS-VN-EXPECTED (VN-IDX)
                       ADD 1 TO WS-VN-MISSING (VN-IDX)
                   WHEN 'U'
                       ADD 1 TO WS-VN-UNSCHED (VN-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       2600-REPORT-VENDORS.
           MOVE 'ON-TIME ARRIVAL BY VENDOR' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'VENDOR               EXPECTED  ON TIME     LATE'
               '  ZERO DTL  MISSING  UNSCHED  ON-TIME PCT'
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           PERFORM VARYING VN-IDX FROM 1 BY 1
               UNTIL VN-IDX > WS-VEND-COUNT
               PERFORM 2610-SET-PERCENT
               MOVE SPACES TO RPT-RECORD
               STRING WS-VN-NAME (VN-IDX) ' '
                   WS-VN-EXPECTED (VN-IDX) '    '
                   WS-VN-ON-TIME (VN-IDX) '    '
                   WS-VN-LATE (VN-IDX) '     '
                   WS-VN-ZERO (VN-IDX) '    '
                   WS-VN-MISSING (VN-IDX) '    '
                   WS-VN-UNSCHED (VN-IDX) '          '
                   WS-PCT-TEXT
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               ADD WS-VN-EXPECTED (VN-IDX) TO WS-TOT-EXPECTED
               ADD WS-VN-ON-TIME (VN-IDX) TO WS-TOT-ON-TIME
               ADD WS-VN-LATE (VN-IDX) TO WS-TOT-LATE
               ADD WS-VN-ZERO (VN-IDX) TO WS-TOT-ZERO
               ADD WS-VN-MISSING (VN-IDX) TO WS-TOT-MISSING
               ADD WS-VN-UNSCHED (VN-IDX) TO WS-TOT-UNSCHED
           END-PERFORM
           IF WS-TOT-EXPECTED > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-TOT-ON-TIME * 100) / WS-TOT-EXPECTED
               MOVE WS-PCT TO WS-PCT-TEXT
           ELSE
               MOVE 'N/A' TO WS-PCT-TEXT
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING 'TOTAL                ' WS-TOT-EXPECTED '    '
               WS-TOT-ON-TIME '    ' WS-TOT-LATE '     '
               WS-TOT-ZERO '    ' WS-TOT-MISSING '    '
               WS-TOT-UNSCHED '          ' WS-PCT-TEXT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

      * A vendor with nothing expected in the month has no
      * percentage rather than a zero one.
       2610-SET-PERCENT.
           IF WS-VN-EXPECTED (VN-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-VN-ON-TIME (VN-IDX) * 100)
                   / WS-VN-EXPECTED (VN-IDX)
               MOVE WS-PCT TO WS-PCT-TEXT
           ELSE
               MOVE 'N/A' TO WS-PCT-TEXT
           END-IF.

       2700-REPORT-FAILURES.
           MOVE 'FAILED FEED-DAYS' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'RUN DATE  FEED  VENDOR               ARRIVED  '
               'DETAILS  STATUS'
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           PERFORM VARYING DY-IDX FROM 1 BY 1
               UNTIL DY-IDX > WS-DAY-COUNT
               EVALUATE WS-DY-STATUS (DY-IDX)
                   WHEN 'L'
                       MOVE 'LATE' TO WS-STATUS-TEXT
                   WHEN 'Z'
                       MOVE 'ZERO DETAILS' TO WS-STATUS-TEXT
                   WHEN 'M'
                       MOVE 'MISSING' TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE SPACES TO WS-STATUS-TEXT
               END-EVALUATE
               IF WS-STATUS-TEXT NOT = SPACES
                   MOVE SPACES TO RPT-RECORD
                   STRING WS-DY-DATE (DY-IDX) '  '
                       WS-DY-FEED (DY-IDX) '  '
                       WS-DY-VENDOR (DY-IDX) ' '
                       WS-DY-TIME (DY-IDX) '   '
                       WS-DY-DETAILS (DY-IDX) '   '
                       WS-STATUS-TEXT
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
               END-IF
           END-PERFORM.

       3000-TERMINATE.
           CLOSE ARR-FILE
           CLOSE RPT-FILE
           DISPLAY 'SLAMTH CONTROL TOTALS'
           DISPLAY 'MONTH REPORTED........: ' WS-MTH-YYYYMM
           DISPLAY 'FEEDARR RECORDS READ..: ' WS-ARR-READ
           DISPLAY 'RECORDS IN MONTH......: ' WS-ARR-IN-MONTH
           DISPLAY 'FEED-DAYS REPORTED....: ' WS-DAY-COUNT
           DISPLAY 'FEED-DAYS EXPECTED....: ' WS-TOT-EXPECTED
           DISPLAY 'FEED-DAYS ON TIME.....: ' WS-TOT-ON-TIME
           IF WS-DAY-COUNT = 0
               DISPLAY 'SLAMTH: NO FEEDARR RECORDS FOR THE MONTH'
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Look WS-CHECK-VENDOR up on the vendor table, adding it when
      * new; VN-IDX is left on the entry.
       8100-FIND-VENDOR.
           MOVE 'N' TO WS-VEND-FOUND
           SET VN-IDX TO 1
           SEARCH WS-VN-ENTRY
               AT END CONTINUE
               WHEN VN-IDX > WS-VEND-COUNT
                   CONTINUE
               WHEN WS-VN-NAME (VN-IDX) = WS-CHECK-VENDOR
                   MOVE 'Y' TO WS-VEND-FOUND
           END-SEARCH
           IF WS-VEND-FOUND = 'N'
               IF WS-VEND-COUNT >= 50
                   DISPLAY 'SLAMTH: VENDOR TABLE FULL AT '
                       WS-VEND-COUNT ' - ENLARGE WS-VEND-TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-VEND-COUNT
               SET VN-IDX TO WS-VEND-COUNT
               MOVE WS-CHECK-VENDOR TO WS-VN-NAME (VN-IDX)
               MOVE 0 TO WS-VN-EXPECTED (VN-IDX)
               MOVE 0 TO WS-VN-ON-TIME (VN-IDX)
               MOVE 0 TO WS-VN-LATE (VN-IDX)
               MOVE 0 TO WS-VN-ZERO (VN-IDX)
               MOVE 0 TO WS-VN-MISSING (VN-IDX)
               MOVE 0 TO WS-VN-UNSCHED (VN-IDX)
           END-IF.

      * A failed OPEN on any file means SLAMTH cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'SLAMTH: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
