       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDSLA.

      * FEEDSLA checks the night's feeds against their FEEDCTL
      * arrival expectations before FRAGEDT reads them. HELLOJOB
      * concatenates FRAGIN1-3 and processes whatever is there, so
      * a vendor file that never came, or came with only a header
      * and trailer, used to surface when a consumer complained.
      * Each FEEDCTL card carries an arrival window (HHMM from/by)
      * and an expected-days pattern (Mon-Sun 'Y'/'N') - see the
      * FEEDREC copybook.
      *
      * Feed N of FEEDCTL is read from DD FEEDINnn, its own landed
      * dataset (the same dataset the FRAGIN concatenation carries
      * in position N), so each feed is seen on its own:
      *   no records at all           - missing ('M') when today is
      *                                 an expected day, else 'N'
      *   records on a day not marked - unscheduled arrival ('U')
      *   header/trailer, no details  - zero details ('Z')
      *   landed after the window     - late ('L')
      *   otherwise                   - on time ('O')
      * The arrival time is when this check first found the feed
      * landed on the run date: HELLOJOB is released by the feed
      * job, so the first check of the night is the arrival. A
      * resubmission the same night keeps a landed feed's first
      * time from FEEDARR rather than its own clock.
      *
      * One ARRREC record per feed is appended to FEEDARR with the
      * arrival time, header date and detail count, and every feed
      * is listed on SLARPT. Return code, highest condition found:
      *   RC 4  - a feed arrived late (the stream runs)
      *   RC 8  - a feed arrived with zero details (stream held)
      *   RC 12 - an expected feed is missing (stream held)
      *   RC 16 - open failure or table overflow
      * To run without a zero-detail feed, resubmit with its feed id
      * in columns 1-4 of a WAIVCARD card: its record is still
      * logged, but it raises no return code (a late feed can be
      * waived the same way). A missing feed cannot be waived - the
      * FRAGIN concatenation would pair the next feed's header with
      * its FEEDCTL card - so its FEEDCTL card and its FRAGIN and
      * FEEDIN DDs come out for the night instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-FILE ASSIGN TO FEEDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT OPTIONAL WAIV-FILE ASSIGN TO WAIVCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAIV-STATUS.

           SELECT OPTIONAL ARR-FILE ASSIGN TO FEEDARR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARR-STATUS.

           SELECT RPT-FILE ASSIGN TO SLARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL FIN-FILE-01 ASSIGN TO FEEDIN01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           SELECT OPTIONAL FIN-FILE-02 ASSIGN TO FEEDIN02
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           SELECT OPTIONAL FIN-FILE-03 ASSIGN TO FEEDIN03
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           SELECT OPTIONAL FIN-FILE-04 ASSIGN TO FEEDIN04
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           SELECT OPTIONAL FIN-FILE-05 ASSIGN TO FEEDIN05
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           SELECT OPTIONAL FIN-FILE-06 ASSIGN TO FEEDIN06
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           SELECT OPTIONAL FIN-FILE-07 ASSIGN TO FEEDIN07
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           SELECT OPTIONAL FIN-FILE-08 ASSIGN TO FEEDIN08
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           SELECT OPTIONAL FIN-FILE-09 ASSIGN TO FEEDIN09
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           SELECT OPTIONAL FIN-FILE-10 ASSIGN TO FEEDIN10
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE
           RECORDING MODE IS F.
       COPY FEEDREC.

       FD  WAIV-FILE
           RECORDING MODE IS F.
       01  WAIV-CARD.
           05  WAIV-FEED-ID               PIC X(4).
           05  FILLER                     PIC X(76).

       FD  ARR-FILE
           RECORDING MODE IS F.
       COPY ARRREC.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                     PIC X(120).

      * One 209-byte fragment record per feed file, read into the
      * FRAGREC layout below; the feed number picks the file.
       FD  FIN-FILE-01
           RECORDING MODE IS F.
       01  FIN-RECORD-01                  PIC X(209).
       FD  FIN-FILE-02
           RECORDING MODE IS F.
       01  FIN-RECORD-02                  PIC X(209).
       FD  FIN-FILE-03
           RECORDING MODE IS F.
       01  FIN-RECORD-03                  PIC X(209).
       FD  FIN-FILE-04
           RECORDING MODE IS F.
       01  FIN-RECORD-04                  PIC X(209).
       FD  FIN-FILE-05
           RECORDING MODE IS F.
       01  FIN-RECORD-05                  PIC X(209).
       FD  FIN-FILE-06
           RECORDING MODE IS F.
       01  FIN-RECORD-06                  PIC X(209).
       FD  FIN-FILE-07
           RECORDING MODE IS F.
       01  FIN-RECORD-07                  PIC X(209).
       FD  FIN-FILE-08
           RECORDING MODE IS F.
       01  FIN-RECORD-08                  PIC X(209).
       FD  FIN-FILE-09
           RECORDING MODE IS F.
       01  FIN-RECORD-09                  PIC X(209).
       FD  FIN-FILE-10
           RECORDING MODE IS F.
       01  FIN-RECORD-10                  PIC X(209).
       WORKING-STORAGE SECTION.
       01  WS-FEED-STATUS                 PIC XX.
       01  WS-WAIV-STATUS                 PIC XX.
       01  WS-ARR-STATUS                  PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-FIN-STATUS                  PIC XX.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

       COPY FRAGREC.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYYMMDD           PIC 9(8).
           05  WS-CURR-HHMMSS             PIC 9(6).
           05  FILLER                     PIC X(7).

      * Day of the week, 1 = Monday: day 1 of the integer date
      * count (1601-01-01) was a Monday.
       01  WS-DOW                         PIC 9 VALUE 0.

      * One slot per FEEDCTL card, in card (= concatenation) order.
      * WS-SL-PRIOR-TIME is the feed's first arrival already logged
      * on FEEDARR for today, zero when none.
       01  WS-SL-COUNT                    PIC 9(2) VALUE 0.
       01  WS-SL-IDX                      PIC 9(2) VALUE 0.
       01  WS-SL-SLOT                     PIC 9(2) VALUE 0.
       01  WS-SL-SLOT-ID                  PIC X(4) VALUE SPACES.
       01  WS-SL-TABLE.
           05  WS-SL-ENTRY OCCURS 10 TIMES.
               10  WS-SL-ID               PIC X(4).
               10  WS-SL-VENDOR           PIC X(20).
               10  WS-SL-WINDOW-SW        PIC X.
               10  WS-SL-FROM-TEXT        PIC X(4).
               10  WS-SL-BY-TEXT          PIC X(4).
               10  WS-SL-FROM             PIC 9(4).
               10  WS-SL-BY               PIC 9(4).
               10  WS-SL-DAYS.
                   15  WS-SL-DAY          PIC X OCCURS 7 TIMES.
               10  WS-SL-WAIVED-SW        PIC X.
               10  WS-SL-PRIOR-TIME       PIC 9(6).

      * The feed being checked.
       01  WS-FIN-NBR                     PIC 9(2) VALUE 0.
       01  WS-FIN-OPEN-SW                 PIC X VALUE 'N'.
       01  WS-RECS-READ                   PIC 9(7) VALUE 0.
       01  WS-DETAILS                     PIC 9(6) VALUE 0.
       01  WS-HDR-DATE                    PIC 9(8) VALUE 0.
       01  WS-EXPECTED-SW                 PIC X VALUE 'Y'.
       01  WS-LATE-SW                     PIC X VALUE 'N'.
       01  WS-ARRIVE-TIME                 PIC 9(6) VALUE 0.
       01  WS-ARRIVE-HHMM                 PIC 9(4) VALUE 0.
       01  WS-SLA-STATUS                  PIC X VALUE SPACE.
       01  WS-FEED-RC                     PIC 9(2) VALUE 0.
       01  WS-HIGH-RC                     PIC 9(2) VALUE 0.

       01  WS-WINDOW-TEXT                 PIC X(9).
       01  WS-DAYS-TEXT                   PIC X(7).
       01  WS-STATUS-TEXT                 PIC X(28).
       01  WS-WAIVE-TEXT                  PIC X(9).

       01  WS-CNT-ON-TIME                 PIC 9(4) VALUE 0.
       01  WS-CNT-LATE                    PIC 9(4) VALUE 0.
       01  WS-CNT-ZERO                    PIC 9(4) VALUE 0.
       01  WS-CNT-MISSING                 PIC 9(4) VALUE 0.
       01  WS-CNT-UNSCHED                 PIC 9(4) VALUE 0.
       01  WS-CNT-NOT-DUE                 PIC 9(4) VALUE 0.
       01  WS-CNT-WAIVED                  PIC 9(4) VALUE 0.
       01  WS-ARR-READ                    PIC 9(7) VALUE 0.
       01  WS-ARR-WRITTEN                 PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM VARYING WS-FIN-NBR FROM 1 BY 1
               UNTIL WS-FIN-NBR > WS-SL-COUNT
               PERFORM 2000-CHECK-FEED
           END-PERFORM
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-DOW = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (WS-CURR-YYYYMMDD) - 1, 7)
               + 1

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'SLARPT' TO WS-ABORT-DDNAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING 'FEEDSLA FEED ARRIVAL CHECK - RUN DATE '
               WS-CURR-YYYYMMDD ' TIME ' WS-CURR-HHMMSS
               ' - WEEKDAY ' WS-DOW ' (1 = MONDAY)'
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           PERFORM 1100-LOAD-FEED-CONTROL
           IF WS-SL-COUNT = 0
               MOVE SPACES TO RPT-RECORD
               STRING 'NO FEEDCTL CARDS - SINGLE-FEED RUN, '
                   'NOTHING TO CHECK'
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               CLOSE RPT-FILE
               DISPLAY 'FEEDSLA: NO FEEDCTL CARDS - NOTHING TO CHECK'
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-WAIVERS
           PERFORM 1300-LOAD-TODAYS-ARRIVALS

           OPEN EXTEND ARR-FILE
           IF WS-ARR-STATUS NOT = '00' AND WS-ARR-STATUS NOT = '05'
               MOVE 'FEEDARR' TO WS-ABORT-DDNAME
               MOVE WS-ARR-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING 'FEED VENDOR               WINDOW    DAYS     '
               'ARRIVED HDR DATE DETAILS STATUS'
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD.

      * A window is taken only when both times are numeric; PREFLT
      * has already held the stream on a malformed one.
       1100-LOAD-FEED-CONTROL.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00' AND WS-FEED-STATUS NOT = '05'
               MOVE 'FEEDCTL' TO WS-ABORT-DDNAME
               MOVE WS-FEED-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-FEED-STATUS = '10'
               READ FEED-FILE
                   AT END MOVE '10' TO WS-FEED-STATUS
                   NOT AT END
                       IF WS-SL-COUNT >= 10
                           DISPLAY 'FEEDSLA: FEEDCTL HAS MORE THAN '
                               '10 FEEDS - ENLARGE THE FEED TABLE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SL-COUNT
                       PERFORM 1150-TAKE-FEED-CARD
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           MOVE SPACES TO WS-FEED-STATUS.

       1150-TAKE-FEED-CARD.
           MOVE FEED-ID TO WS-SL-ID (WS-SL-COUNT)
           MOVE FEED-VENDOR TO WS-SL-VENDOR (WS-SL-COUNT)
           MOVE FEED-ARRIVE-FROM TO WS-SL-FROM-TEXT (WS-SL-COUNT)
           MOVE FEED-ARRIVE-BY TO WS-SL-BY-TEXT (WS-SL-COUNT)
           MOVE FEED-EXPECT-DAYS TO WS-SL-DAYS (WS-SL-COUNT)
           MOVE 'N' TO WS-SL-WAIVED-SW (WS-SL-COUNT)
           MOVE 0 TO WS-SL-PRIOR-TIME (WS-SL-COUNT)
           IF FEED-ARRIVE-FROM IS NUMERIC
               AND FEED-ARRIVE-BY IS NUMERIC
               MOVE 'Y' TO WS-SL-WINDOW-SW (WS-SL-COUNT)
               MOVE FEED-ARRIVE-FROM TO WS-SL-FROM (WS-SL-COUNT)
               MOVE FEED-ARRIVE-BY TO WS-SL-BY (WS-SL-COUNT)
           ELSE
               MOVE 'N' TO WS-SL-WINDOW-SW (WS-SL-COUNT)
               MOVE 0 TO WS-SL-FROM (WS-SL-COUNT)
               MOVE 0 TO WS-SL-BY (WS-SL-COUNT)
           END-IF.

      * WAIVCARD is DUMMY on a normal night; each card names a feed
      * whose late or zero-detail condition the operator accepts.
       1200-LOAD-WAIVERS.
           OPEN INPUT WAIV-FILE
           IF WS-WAIV-STATUS NOT = '00' AND WS-WAIV-STATUS NOT = '05'
               MOVE 'WAIVCARD' TO WS-ABORT-DDNAME
               MOVE WS-WAIV-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-WAIV-STATUS = '10'
               READ WAIV-FILE
                   AT END MOVE '10' TO WS-WAIV-STATUS
                   NOT AT END
                       IF WAIV-FEED-ID NOT = SPACES
                           MOVE WAIV-FEED-ID TO WS-SL-SLOT-ID
                           PERFORM 8000-FIND-FEED-SLOT
                           IF WS-SL-SLOT = 0
                               MOVE SPACES TO RPT-RECORD
                               STRING 'WAIVCARD FEED ' WAIV-FEED-ID
                                   ' IS NOT ON FEEDCTL - IGNORED'
                                   DELIMITED BY SIZE INTO RPT-RECORD
                               END-STRING
                               WRITE RPT-RECORD
                           ELSE
                               MOVE 'Y'
                                   TO WS-SL-WAIVED-SW (WS-SL-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAIV-FILE
           MOVE SPACES TO WS-WAIV-STATUS.

      * A feed already logged as landed today keeps that first
      * arrival time across a resubmission of the stream.
       1300-LOAD-TODAYS-ARRIVALS.
           OPEN INPUT ARR-FILE
           IF WS-ARR-STATUS NOT = '00' AND WS-ARR-STATUS NOT = '05'
               MOVE 'FEEDARR' TO WS-ABORT-DDNAME
               MOVE WS-ARR-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-ARR-STATUS = '10'
               READ ARR-FILE
                   AT END MOVE '10' TO WS-ARR-STATUS
                   NOT AT END
                       ADD 1 TO WS-ARR-READ
                       IF ARR-RUN-DATE = WS-CURR-YYYYMMDD
                           AND ARR-ARRIVE-TIME > 0
                           MOVE ARR-FEED-ID TO WS-SL-SLOT-ID
                           PERFORM 8000-FIND-FEED-SLOT
                           IF WS-SL-SLOT > 0
                               IF WS-SL-PRIOR-TIME (WS-SL-SLOT) = 0
                                   MOVE ARR-ARRIVE-TIME
                                     TO WS-SL-PRIOR-TIME (WS-SL-SLOT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARR-FILE
           MOVE SPACES TO WS-ARR-STATUS.

       2000-CHECK-FEED.
           MOVE 0 TO WS-RECS-READ
           MOVE 0 TO WS-DETAILS
           MOVE 0 TO WS-HDR-DATE
           PERFORM 8100-OPEN-ONE-FEED
           IF WS-FIN-OPEN-SW = 'Y'
               PERFORM 8200-READ-ONE-FEED
               PERFORM UNTIL WS-FIN-STATUS = '10'
                   PERFORM 2100-COUNT-RECORD
                   PERFORM 8200-READ-ONE-FEED
               END-PERFORM
               PERFORM 8300-CLOSE-ONE-FEED
           END-IF
           PERFORM 2200-SET-STATUS
           PERFORM 2300-LOG-ARRIVAL
           PERFORM 2400-REPORT-FEED.

       2100-COUNT-RECORD.
           ADD 1 TO WS-RECS-READ
           EVALUATE FRAG-REC-TYPE
               WHEN 'H'
                   IF WS-HDR-DATE = 0
                       AND FRAG-FEED-DATE IS NUMERIC
                       MOVE FRAG-FEED-DATE TO WS-HDR-DATE
                   END-IF
               WHEN 'D'
               WHEN 'V'
                   ADD 1 TO WS-DETAILS
           END-EVALUATE.

      * A window whose FROM is later than its BY runs across
      * midnight: only the time between BY and FROM is late.
       2200-SET-STATUS.
           MOVE 'Y' TO WS-EXPECTED-SW
           IF WS-SL-DAYS (WS-FIN-NBR) NOT = SPACES
               AND WS-SL-DAY (WS-FIN-NBR, WS-DOW) NOT = 'Y'
               MOVE 'N' TO WS-EXPECTED-SW
           END-IF

           MOVE 0 TO WS-ARRIVE-TIME
           IF WS-RECS-READ > 0
               IF WS-SL-PRIOR-TIME (WS-FIN-NBR) > 0
                   MOVE WS-SL-PRIOR-TIME (WS-FIN-NBR) TO WS-ARRIVE-TIME
               ELSE
                   MOVE WS-CURR-HHMMSS TO WS-ARRIVE-TIME
               END-IF
           END-IF

           MOVE 'N' TO WS-LATE-SW
           IF WS-RECS-READ > 0 AND WS-SL-WINDOW-SW (WS-FIN-NBR) = 'Y'
               COMPUTE WS-ARRIVE-HHMM = WS-ARRIVE-TIME / 100
               IF WS-SL-FROM (WS-FIN-NBR) NOT > WS-SL-BY (WS-FIN-NBR)
                   IF WS-ARRIVE-HHMM > WS-SL-BY (WS-FIN-NBR)
                       MOVE 'Y' TO WS-LATE-SW
                   END-IF
               ELSE
                   IF WS-ARRIVE-HHMM > WS-SL-BY (WS-FIN-NBR)
                       AND WS-ARRIVE-HHMM < WS-SL-FROM (WS-FIN-NBR)
                       MOVE 'Y' TO WS-LATE-SW
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-RECS-READ = 0 AND WS-EXPECTED-SW = 'Y'
                   MOVE 'M' TO WS-SLA-STATUS
               WHEN WS-RECS-READ = 0
                   MOVE 'N' TO WS-SLA-STATUS
               WHEN WS-EXPECTED-SW = 'N'
                   MOVE 'U' TO WS-SLA-STATUS
               WHEN WS-DETAILS = 0
                   MOVE 'Z' TO WS-SLA-STATUS
               WHEN WS-LATE-SW = 'Y'
                   MOVE 'L' TO WS-SLA-STATUS
               WHEN OTHER
                   MOVE 'O' TO WS-SLA-STATUS
           END-EVALUATE

           MOVE 0 TO WS-FEED-RC
           EVALUATE WS-SLA-STATUS
               WHEN 'O'
                   ADD 1 TO WS-CNT-ON-TIME
               WHEN 'L'
                   ADD 1 TO WS-CNT-LATE
                   MOVE 4 TO WS-FEED-RC
               WHEN 'Z'
                   ADD 1 TO WS-CNT-ZERO
                   MOVE 8 TO WS-FEED-RC
               WHEN 'M'
                   ADD 1 TO WS-CNT-MISSING
                   MOVE 12 TO WS-FEED-RC
               WHEN 'U'
                   ADD 1 TO WS-CNT-UNSCHED
               WHEN 'N'
                   ADD 1 TO WS-CNT-NOT-DUE
           END-EVALUATE
           IF WS-SL-WAIVED-SW (WS-FIN-NBR) = 'Y'
               AND (WS-SLA-STATUS = 'L' OR WS-SLA-STATUS = 'Z')
               ADD 1 TO WS-CNT-WAIVED
               MOVE 0 TO WS-FEED-RC
           END-IF
           IF WS-FEED-RC > WS-HIGH-RC
               MOVE WS-FEED-RC TO WS-HIGH-RC
           END-IF.

       2300-LOG-ARRIVAL.
           MOVE SPACES TO ARR-RECORD
           MOVE WS-SL-ID (WS-FIN-NBR) TO ARR-FEED-ID
           MOVE WS-CURR-YYYYMMDD TO ARR-RUN-DATE
           MOVE WS-ARRIVE-TIME TO ARR-ARRIVE-TIME
           MOVE WS-HDR-DATE TO ARR-HEADER-DATE
           MOVE WS-DETAILS TO ARR-DETAIL-COUNT
           MOVE WS-SLA-STATUS TO ARR-STATUS
           MOVE WS-LATE-SW TO ARR-LATE-FLAG
           MOVE WS-SL-WAIVED-SW (WS-FIN-NBR) TO ARR-WAIVED-FLAG
           MOVE WS-SL-FROM-TEXT (WS-FIN-NBR) TO ARR-ARRIVE-FROM
           MOVE WS-SL-BY-TEXT (WS-FIN-NBR) TO ARR-ARRIVE-BY
           MOVE WS-SL-VENDOR (WS-FIN-NBR) TO ARR-VENDOR
           WRITE ARR-RECORD
           ADD 1 TO WS-ARR-WRITTEN.

       2400-REPORT-FEED.
           IF WS-SL-WINDOW-SW (WS-FIN-NBR) = 'Y'
               MOVE SPACES TO WS-WINDOW-TEXT
               STRING WS-SL-FROM-TEXT (WS-FIN-NBR) '-'
                   WS-SL-BY-TEXT (WS-FIN-NBR)
                   DELIMITED BY SIZE INTO WS-WINDOW-TEXT
               END-STRING
           ELSE
               MOVE 'NONE' TO WS-WINDOW-TEXT
           END-IF
           IF WS-SL-DAYS (WS-FIN-NBR) = SPACES
               MOVE 'DAILY' TO WS-DAYS-TEXT
           ELSE
               MOVE WS-SL-DAYS (WS-FIN-NBR) TO WS-DAYS-TEXT
           END-IF
           EVALUATE WS-SLA-STATUS
               WHEN 'O'
                   MOVE 'ON TIME' TO WS-STATUS-TEXT
               WHEN 'L'
                   MOVE 'LATE' TO WS-STATUS-TEXT
               WHEN 'Z'
                   MOVE 'ZERO DETAILS' TO WS-STATUS-TEXT
               WHEN 'M'
                   MOVE 'MISSING' TO WS-STATUS-TEXT
               WHEN 'U'
                   MOVE 'ARRIVED ON AN UNEXPECTED DAY'
                       TO WS-STATUS-TEXT
               WHEN 'N'
                   MOVE 'NOT EXPECTED TODAY' TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-WAIVE-TEXT
           IF WS-SL-WAIVED-SW (WS-FIN-NBR) = 'Y'
               AND (WS-SLA-STATUS = 'L' OR WS-SLA-STATUS = 'Z')
               MOVE ' (WAIVED)' TO WS-WAIVE-TEXT
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING WS-SL-ID (WS-FIN-NBR) ' '
               WS-SL-VENDOR (WS-FIN-NBR) ' '
               WS-WINDOW-TEXT ' '
               WS-DAYS-TEXT '  '
               WS-ARRIVE-TIME '  '
               WS-HDR-DATE ' '
               WS-DETAILS '  '
               WS-STATUS-TEXT WS-WAIVE-TEXT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD.

       3000-TERMINATE.
           CLOSE ARR-FILE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'FEEDS ON TIME.........: ' WS-CNT-ON-TIME
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'FEEDS LATE............: ' WS-CNT-LATE
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'FEEDS WITH NO DETAILS.: ' WS-CNT-ZERO
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'FEEDS MISSING.........: ' WS-CNT-MISSING
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'UNSCHEDULED ARRIVALS..: ' WS-CNT-UNSCHED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'NOT EXPECTED TODAY....: ' WS-CNT-NOT-DUE
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'WAIVED................: ' WS-CNT-WAIVED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           EVALUATE TRUE
               WHEN WS-HIGH-RC >= 12
                   MOVE SPACES TO RPT-RECORD
                   STRING 'STREAM HELD - TO RUN WITHOUT A MISSING '
                       'FEED, TAKE OUT ITS FEEDCTL CARD AND ITS '
                       'FRAGIN AND FEEDIN DDS, THEN RESUBMIT'
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
               WHEN WS-HIGH-RC >= 8
                   MOVE SPACES TO RPT-RECORD
                   STRING 'STREAM HELD - TO RUN WITHOUT A ZERO-DETAIL '
                       'FEED, RESUBMIT WITH ITS FEED ID ON WAIVCARD'
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE RPT-FILE

           DISPLAY 'FEEDSLA CONTROL TOTALS'
           DISPLAY 'FEEDS CHECKED.........: ' WS-SL-COUNT
           DISPLAY 'FEEDS ON TIME.........: ' WS-CNT-ON-TIME
           DISPLAY 'FEEDS LATE............: ' WS-CNT-LATE
           DISPLAY 'FEEDS WITH NO DETAILS.: ' WS-CNT-ZERO
           DISPLAY 'FEEDS MISSING.........: ' WS-CNT-MISSING
           DISPLAY 'WAIVED................: ' WS-CNT-WAIVED
           DISPLAY 'FEEDARR RECORDS READ..: ' WS-ARR-READ
           DISPLAY 'FEEDARR RECORDS ADDED.: ' WS-ARR-WRITTEN
           MOVE WS-HIGH-RC TO RETURN-CODE.

       8000-FIND-FEED-SLOT.
           MOVE 0 TO WS-SL-SLOT
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT
               OR WS-SL-SLOT > 0
               IF WS-SL-ID (WS-SL-IDX) = WS-SL-SLOT-ID
                   MOVE WS-SL-IDX TO WS-SL-SLOT
               END-IF
           END-PERFORM.

      * The ten feed files share one layout; the feed number in
      * WS-FIN-NBR picks the physical file. A feed whose DD is not
      * in the step (status '05') is treated as landed empty.
       8100-OPEN-ONE-FEED.
           MOVE 'N' TO WS-FIN-OPEN-SW
           EVALUATE WS-FIN-NBR
               WHEN 1 OPEN INPUT FIN-FILE-01
               WHEN 2 OPEN INPUT FIN-FILE-02
               WHEN 3 OPEN INPUT FIN-FILE-03
               WHEN 4 OPEN INPUT FIN-FILE-04
               WHEN 5 OPEN INPUT FIN-FILE-05
               WHEN 6 OPEN INPUT FIN-FILE-06
               WHEN 7 OPEN INPUT FIN-FILE-07
               WHEN 8 OPEN INPUT FIN-FILE-08
               WHEN 9 OPEN INPUT FIN-FILE-09
               WHEN 10 OPEN INPUT FIN-FILE-10
           END-EVALUATE
           EVALUATE WS-FIN-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-FIN-OPEN-SW
               WHEN '05'
                   PERFORM 8300-CLOSE-ONE-FEED
               WHEN OTHER
                   MOVE SPACES TO WS-ABORT-DDNAME
                   STRING 'FEEDIN' WS-FIN-NBR
                       DELIMITED BY SIZE INTO WS-ABORT-DDNAME
                   END-STRING
                   MOVE WS-FIN-STATUS TO WS-ABORT-STATUS
                   PERFORM 9000-ABORT-OPEN
           END-EVALUATE.

       8200-READ-ONE-FEED.
           EVALUATE WS-FIN-NBR
               WHEN 1
                   READ FIN-FILE-01 INTO FRAG-RECORD
                       AT END MOVE '10' TO WS-FIN-STATUS
                   END-READ
               WHEN 2
                   READ FIN-FILE-02 INTO FRAG-RECORD
                       AT END MOVE '10' TO WS-FIN-STATUS
                   END-READ
               WHEN 3
                   READ FIN-FILE-03 INTO FRAG-RECORD
                       AT END MOVE '10' TO WS-FIN-STATUS
                   END-READ
               WHEN 4
                   READ FIN-FILE-04 INTO FRAG-RECORD
                       AT END MOVE '10' TO WS-FIN-STATUS
                   END-READ
               WHEN 5
                   READ FIN-FILE-05 INTO FRAG-RECORD
                       AT END MOVE '10' TO WS-FIN-STATUS
                   END-READ
               WHEN 6
                   READ FIN-FILE-06 INTO FRAG-RECORD
                       AT END MOVE '10' TO WS-FIN-STATUS
                   END-READ
               WHEN 7
                   READ FIN-FILE-07 INTO FRAG-RECORD
                       AT END MOVE '10' TO WS-FIN-STATUS
                   END-READ
               WHEN 8
                   READ FIN-FILE-08 INTO FRAG-RECORD
                       AT END MOVE '10' TO WS-FIN-STATUS
                   END-READ
               WHEN 9
                   READ FIN-FILE-09 INTO FRAG-RECORD
                       AT END MOVE '10' TO WS-FIN-STATUS
                   END-READ
               WHEN 10
                   READ FIN-FILE-10 INTO FRAG-RECORD
                       AT END MOVE '10' TO WS-FIN-STATUS
                   END-READ
           END-EVALUATE.

       8300-CLOSE-ONE-FEED.
           EVALUATE WS-FIN-NBR
               WHEN 1 CLOSE FIN-FILE-01
               WHEN 2 CLOSE FIN-FILE-02
               WHEN 3 CLOSE FIN-FILE-03
               WHEN 4 CLOSE FIN-FILE-04
               WHEN 5 CLOSE FIN-FILE-05
               WHEN 6 CLOSE FIN-FILE-06
               WHEN 7 CLOSE FIN-FILE-07
               WHEN 8 CLOSE FIN-FILE-08
               WHEN 9 CLOSE FIN-FILE-09
               WHEN 10 CLOSE FIN-FILE-10
           END-EVALUATE.

      * A failed OPEN on any file means FEEDSLA cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'FEEDSLA: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
