       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLT.

      * PREFLT is the pre-flight check run as the first step of
      * HELLOJOB, before anything reads a feed. STDEDT and OWNEDT
      * each prove one table in isolation; PREFLT proves the
      * night's control files against each other, which is where
      * the costly mistakes have been - a SUBCTL card naming a feed
      * id no FEEDCTL card carries, a KEYOWN range left pointing at
      * a retired feed - none of which fails until the morning.
      * It checks:
      *   PARMFILE - delimiter code, separator, run id, restart
      *              flag and checkpoint interval, run mode against
      *              the restart flag, master flag;
      *   FEEDCTL  - feed ids present and unique, per-feed delimiter
      *              and separator, run id, arrival window and
      *              expected-days pattern, at most 10 feeds (feed N
      *              writes ACKOUTnn in FEEDACK);
      *   PROCCAL  - every card a valid run date and an earlier
      *              expected date, both in ascending order, and a
      *              card for today (not required of a restart or a
      *              recycle, which STRDRV runs without the calendar);
      *   SUBCTL   - subscriber ids unique, format, key range, output
      *              numbers 01-10 and unique (card nn writes
      *              SUBOUTnn in DISTRIB);
      *   KEYOWN   - ranges complete, ordered, non-overlapping;
      * and cross-checks every feed id SUBCTL and KEYOWN name
      * against FEEDCTL, and every FEEDCTL feed against KEYOWN (with
      * ownership on, a feed owning no range would have every key
      * flagged as a violation). Every inconsistency is listed on
      * PFLRPT with the file and card it was found on, followed by
      * the output DD each feed and subscriber will write. Any
      * inconsistency ends RC 8, which holds the whole stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL FEED-FILE ASSIGN TO FEEDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT OPTIONAL CAL-FILE ASSIGN TO PROCCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT SUB-FILE ASSIGN TO SUBCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT OPTIONAL OWN-FILE ASSIGN TO KEYOWN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.

           SELECT RPT-FILE ASSIGN TO PFLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       COPY PARMREC.

       FD  FEED-FILE
           RECORDING MODE IS F.
       COPY FEEDREC.

       FD  CAL-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  SUB-FILE
           RECORDING MODE IS F.
       COPY SUBREC.

       FD  OWN-FILE
           RECORDING MODE IS F.
       COPY OWNREC.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                        PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                 PIC XX.
       01  WS-FEED-STATUS                 PIC XX.
       01  WS-CAL-STATUS                  PIC XX.
       01  WS-SUB-STATUS                  PIC XX.
       01  WS-OWN-STATUS                  PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

       01  WS-ERROR-COUNT                 PIC 9(4) VALUE 0.
       01  WS-FEED-CARDS                  PIC 9(4) VALUE 0.
       01  WS-CAL-CARDS                   PIC 9(4) VALUE 0.
       01  WS-SUB-CARDS                   PIC 9(4) VALUE 0.
       01  WS-OWN-CARDS                   PIC 9(4) VALUE 0.

      * One inconsistency, assembled by the check that found it and
      * printed by 8000-REPORT-ERROR as "file CARD nnnn - text".
       01  WS-ERR-FILE                    PIC X(8).
       01  WS-ERR-CARD                    PIC 9(4).
       01  WS-ERR-TEXT                    PIC X(90).

      * The PARMFILE values the other files are judged against.
       01  WS-PARM-SEEN                   PIC X VALUE 'N'.
       01  WS-RESTART-FLAG                PIC X VALUE 'N'.
       01  WS-RUN-MODE                    PIC X VALUE 'N'.

      * FEEDCTL in card order: position N is the feed's ACKOUTnn.
      * Ten entries is every ACKOUT DD FEEDACK declares.
       01  WS-FEED-COUNT                  PIC 9(2) VALUE 0.
       01  WS-FEED-TABLE.
           05  WS-FD-ENTRY OCCURS 10 TIMES INDEXED BY FD-IDX.
               10  WS-FD-ID               PIC X(4).
               10  WS-FD-OWNED            PIC X.
       01  WS-FEED-FOUND                  PIC X VALUE 'N'.
       01  WS-CHECK-FEED                  PIC X(4).

      * Expected-days pattern scan: every position 'Y' or 'N', at
      * least one 'Y'.
       01  WS-DAY-IDX                     PIC 9(2) VALUE 0.
       01  WS-DAY-BAD-SW                  PIC X VALUE 'N'.
       01  WS-DAY-YES-SW                  PIC X VALUE 'N'.

      * Calendar sequence and today's card. The run date checked
      * is the system date, which is STRDRV's run date a few steps
      * further on.
       01  WS-PREV-RUN-DATE               PIC 9(8) VALUE 0.
       01  WS-PREV-EXPECT-DATE            PIC 9(8) VALUE 0.
       01  WS-CAL-FOUND                   PIC X VALUE 'N'.
       01  WS-CAL-CARD-OK                 PIC X VALUE 'Y'.

      * SUBCTL in card order, for the duplicate checks and the DD
      * listing. Ten entries is every SUBOUT DD DISTRIB declares.
       01  WS-SUB-COUNT                   PIC 9(2) VALUE 0.
       01  WS-SUB-TABLE.
           05  WS-SB-ENTRY OCCURS 10 TIMES INDEXED BY SB-IDX.
               10  WS-SB-ID               PIC X(8).
               10  WS-SB-OUT-NBR          PIC 9(2).

      * KEYOWN ranges accepted so far, for the overlap check; the
      * same 100-range bound STRDRV and OWNEDT load into.
       01  WS-OWN-COUNT                   PIC 9(3) COMP VALUE 0.
       01  WS-OWN-TABLE.
           05  WS-OWN-ENTRY OCCURS 100 TIMES INDEXED BY OWN-IDX.
               10  WS-OWN-FEED            PIC X(4).
               10  WS-OWN-FROM            PIC X(6).
               10  WS-OWN-TO              PIC X(6).
       01  WS-OWN-CARD-OK                 PIC X VALUE 'Y'.

       01  WS-DD-NBR                      PIC 9(2).

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYYMMDD           PIC 9(8).
           05  FILLER                     PIC X(13).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-PARMFILE
           PERFORM 2100-CHECK-FEEDCTL
           PERFORM 2200-CHECK-PROCCAL
           PERFORM 2300-CHECK-SUBCTL
           PERFORM 2400-CHECK-KEYOWN
           PERFORM 2500-CHECK-FEED-OWNERSHIP
           PERFORM 2600-LIST-OUTPUT-DDS
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'PFLRPT' TO WS-ABORT-DDNAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING 'PREFLT CONTROL FILE CROSS-VALIDATION - RUN DATE '
               WS-CURR-YYYYMMDD
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

      * The single parm card. The values STRDRV would refuse at
      * startup, or silently build the wrong format from, are
      * reported here instead.
       2000-CHECK-PARMFILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'PARMFILE' TO WS-ABORT-DDNAME
               MOVE WS-PARM-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END MOVE 'Y' TO WS-PARM-SEEN
           END-READ
           CLOSE PARM-FILE

           MOVE 'PARMFILE' TO WS-ERR-FILE
           MOVE 1 TO WS-ERR-CARD
           IF WS-PARM-SEEN NOT = 'Y'
               MOVE 'PARMFILE IS EMPTY - NO RUN PARAMETERS'
                   TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               PERFORM 2010-EDIT-PARM-CARD
           END-IF.

       2010-EDIT-PARM-CARD.
           IF PARM-DELIM-CODE NOT = '0' AND PARM-DELIM-CODE NOT = '1'
               AND PARM-DELIM-CODE NOT = '2'
               MOVE 'DELIMITER CODE MUST BE 0, 1 OR 2' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF
           IF PARM-DELIM-CODE = '1'
               IF PARM-SEP-CHAR = SPACE
                   MOVE 'SEPARATED FORMAT WITH A BLANK SEPARATOR'
                       TO WS-ERR-TEXT
                   PERFORM 8000-REPORT-ERROR
               ELSE
                   IF PARM-SEP-CHAR IS ALPHABETIC
                       OR PARM-SEP-CHAR IS NUMERIC
                       MOVE 'SEPARATOR IS A LETTER OR DIGIT'
                           TO WS-ERR-TEXT
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-IF
           END-IF
           IF PARM-RUN-ID = SPACES
               MOVE 'RUN ID IS BLANK' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF
           IF PARM-RESTART-FLAG NOT = 'Y'
               AND PARM-RESTART-FLAG NOT = 'N'
               AND PARM-RESTART-FLAG NOT = SPACE
               MOVE 'RESTART FLAG MUST BE Y, N OR BLANK' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF
           IF PARM-CHKPT-INTERVAL IS NOT NUMERIC
               AND PARM-CHKPT-INTERVAL NOT = SPACES
               MOVE 'CHECKPOINT INTERVAL NOT NUMERIC' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF
           IF PARM-RUN-MODE NOT = 'N' AND PARM-RUN-MODE NOT = 'R'
               AND PARM-RUN-MODE NOT = SPACE
               MOVE 'RUN MODE MUST BE N, R OR BLANK' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF
           IF PARM-MASTER-FLAG NOT = 'Y' AND PARM-MASTER-FLAG NOT = 'N'
               AND PARM-MASTER-FLAG NOT = SPACE
               MOVE 'MASTER FLAG MUST BE Y, N OR BLANK' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF

           IF PARM-RESTART-FLAG = 'Y'
               MOVE 'Y' TO WS-RESTART-FLAG
           END-IF
           IF PARM-RUN-MODE = 'R'
               MOVE 'R' TO WS-RUN-MODE
           END-IF
      * STRDRV refuses a recycle restart outright, and a restart
      * with checkpointing off has no checkpoint to resume from - it
      * would rebuild from record 1 onto the interrupted generation.
           IF WS-RUN-MODE = 'R' AND WS-RESTART-FLAG = 'Y'
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'RECYCLE RUN MODE WITH RESTART FLAG Y - A '
                   'RECYCLE CANNOT RESTART'
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               END-STRING
               PERFORM 8000-REPORT-ERROR
           END-IF
           IF WS-RESTART-FLAG = 'Y'
               AND (PARM-CHKPT-INTERVAL = SPACES
               OR PARM-CHKPT-INTERVAL = ZERO)
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'RESTART FLAG Y WITH CHECKPOINTING OFF - '
                   'NOTHING TO RESUME FROM'
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               END-STRING
               PERFORM 8000-REPORT-ERROR
           END-IF.

      * FEEDCTL is optional (absent = one feed on the PARMFILE
      * values); present, every card must stand on its own and every
      * feed id must be unique, since the id is what SUBCTL, KEYOWN
      * and every stamped record select by.
       2100-CHECK-FEEDCTL.
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00' AND WS-FEED-STATUS NOT = '05'
               MOVE 'FEEDCTL' TO WS-ABORT-DDNAME
               MOVE WS-FEED-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           MOVE 'FEEDCTL' TO WS-ERR-FILE
           PERFORM UNTIL WS-FEED-STATUS = '10'
               READ FEED-FILE
                   AT END MOVE '10' TO WS-FEED-STATUS
                   NOT AT END
                       ADD 1 TO WS-FEED-CARDS
                       MOVE WS-FEED-CARDS TO WS-ERR-CARD
                       PERFORM 2110-EDIT-FEED-CARD
               END-READ
           END-PERFORM
           CLOSE FEED-FILE.

       2110-EDIT-FEED-CARD.
           IF FEED-ID = SPACES
               MOVE 'FEED ID IS BLANK' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               MOVE FEED-ID TO WS-CHECK-FEED
               PERFORM 8100-FIND-FEED
               IF WS-FEED-FOUND = 'Y'
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'FEED ID ' FEED-ID ' IS ON FEEDCTL TWICE'
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   END-STRING
                   PERFORM 8000-REPORT-ERROR
               END-IF
           END-IF
           IF FEED-DELIM-CODE NOT = '0' AND FEED-DELIM-CODE NOT = '1'
               AND FEED-DELIM-CODE NOT = '2'
               MOVE 'DELIMITER CODE MUST BE 0, 1 OR 2' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF
           IF FEED-DELIM-CODE = '1'
               IF FEED-SEP-CHAR = SPACE
                   MOVE 'SEPARATED FORMAT WITH A BLANK SEPARATOR'
                       TO WS-ERR-TEXT
                   PERFORM 8000-REPORT-ERROR
               ELSE
                   IF FEED-SEP-CHAR IS ALPHABETIC
                       OR FEED-SEP-CHAR IS NUMERIC
                       MOVE 'SEPARATOR IS A LETTER OR DIGIT'
                           TO WS-ERR-TEXT
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-IF
           END-IF
           IF FEED-RUN-ID = SPACES
               MOVE 'RUN ID IS BLANK' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF
           PERFORM 2120-EDIT-FEED-ARRIVAL

           IF WS-FEED-COUNT >= 10
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'MORE THAN 10 FEEDS - NO ACKOUT DD BEYOND '
                   'ACKOUT10 AND NO ROOM IN THE FEED TABLES'
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               END-STRING
               PERFORM 8000-REPORT-ERROR
           ELSE
               ADD 1 TO WS-FEED-COUNT
               MOVE FEED-ID TO WS-FD-ID (WS-FEED-COUNT)
               MOVE 'N' TO WS-FD-OWNED (WS-FEED-COUNT)
           END-IF.

      * FEEDSLA's arrival expectations: a window is both times or
      * neither, each a valid HHMM; the days pattern is blank (every
      * day) or seven 'Y'/'N' flags, Monday first, with a 'Y'.
       2120-EDIT-FEED-ARRIVAL.
           IF FEED-ARRIVE-FROM NOT = SPACES
               OR FEED-ARRIVE-BY NOT = SPACES
               IF FEED-ARRIVE-FROM IS NOT NUMERIC
                   OR FEED-ARRIVE-BY IS NOT NUMERIC
                   MOVE 'ARRIVAL WINDOW MUST BE TWO HHMM TIMES'
                       TO WS-ERR-TEXT
                   PERFORM 8000-REPORT-ERROR
               ELSE
                   IF FEED-FROM-HH > '23' OR FEED-FROM-MM > '59'
                       OR FEED-BY-HH > '23' OR FEED-BY-MM > '59'
                       MOVE 'ARRIVAL WINDOW TIME IS NOT A VALID HHMM'
                           TO WS-ERR-TEXT
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-IF
           END-IF
           IF FEED-EXPECT-DAYS NOT = SPACES
               MOVE 'N' TO WS-DAY-BAD-SW
               MOVE 'N' TO WS-DAY-YES-SW
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
                   EVALUATE FEED-EXPECT-DAY (WS-DAY-IDX)
                       WHEN 'Y'
                           MOVE 'Y' TO WS-DAY-YES-SW
                       WHEN 'N'
                           CONTINUE
                       WHEN OTHER
                           MOVE 'Y' TO WS-DAY-BAD-SW
                   END-EVALUATE
               END-PERFORM
               IF WS-DAY-BAD-SW = 'Y'
                   MOVE 'EXPECTED DAYS MUST BE Y OR N FOR MON-SUN'
                       TO WS-ERR-TEXT
                   PERFORM 8000-REPORT-ERROR
               ELSE
                   IF WS-DAY-YES-SW = 'N'
                       MOVE 'EXPECTED DAYS PATTERN EXPECTS NO DAY'
                           TO WS-ERR-TEXT
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-IF
           END-IF.

      * The calendar is kept a year at a time by hand, so it is
      * checked whole: a mis-keyed card next month is cheaper to
      * find tonight. Cards run in date order, each expecting an
      * earlier feed date than it runs on, the expected dates
      * advancing with the run dates.
       2200-CHECK-PROCCAL.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = '00' AND WS-CAL-STATUS NOT = '05'
               MOVE 'PROCCAL' TO WS-ABORT-DDNAME
               MOVE WS-CAL-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           MOVE 'PROCCAL' TO WS-ERR-FILE
           PERFORM UNTIL WS-CAL-STATUS = '10'
               READ CAL-FILE
                   AT END MOVE '10' TO WS-CAL-STATUS
                   NOT AT END
                       ADD 1 TO WS-CAL-CARDS
                       MOVE WS-CAL-CARDS TO WS-ERR-CARD
                       PERFORM 2210-EDIT-CAL-CARD
               END-READ
           END-PERFORM
           CLOSE CAL-FILE

      * A restart or recycle runs without the calendar check in
      * STRDRV, and a restart is routinely submitted after midnight,
      * so only a fresh normal run needs today's card.
           IF WS-CAL-FOUND NOT = 'Y'
               AND WS-RESTART-FLAG NOT = 'Y'
               AND WS-RUN-MODE NOT = 'R'
               MOVE 0 TO WS-ERR-CARD
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'NO CARD FOR TODAY ' WS-CURR-YYYYMMDD
                   ' - STRDRV WILL REJECT THE RUN'
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               END-STRING
               PERFORM 8000-REPORT-ERROR
           END-IF.

       2210-EDIT-CAL-CARD.
           MOVE 'Y' TO WS-CAL-CARD-OK
           IF CAL-RUN-DATE IS NOT NUMERIC
               MOVE 'RUN DATE NOT NUMERIC' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
               MOVE 'N' TO WS-CAL-CARD-OK
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(CAL-RUN-DATE) NOT = 0
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'RUN DATE ' CAL-RUN-DATE ' IS NOT A DATE'
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   END-STRING
                   PERFORM 8000-REPORT-ERROR
                   MOVE 'N' TO WS-CAL-CARD-OK
               END-IF
           END-IF
           IF CAL-EXPECT-DATE IS NOT NUMERIC
               MOVE 'EXPECTED DATE NOT NUMERIC' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
               MOVE 'N' TO WS-CAL-CARD-OK
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(CAL-EXPECT-DATE)
                   NOT = 0
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'EXPECTED DATE ' CAL-EXPECT-DATE
                       ' IS NOT A DATE'
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   END-STRING
                   PERFORM 8000-REPORT-ERROR
                   MOVE 'N' TO WS-CAL-CARD-OK
               END-IF
           END-IF
           IF WS-CAL-CARD-OK = 'Y'
               PERFORM 2220-CHECK-CAL-SEQUENCE
           END-IF.

       2220-CHECK-CAL-SEQUENCE.
           IF CAL-EXPECT-DATE NOT < CAL-RUN-DATE
               MOVE SPACES TO WS-ERR-TEXT
               STRING 'RUN DATE ' CAL-RUN-DATE ' EXPECTS '
                   CAL-EXPECT-DATE ' - NOT AN EARLIER DATE'
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               END-STRING
               PERFORM 8000-REPORT-ERROR
           END-IF
           IF WS-PREV-RUN-DATE > 0
               IF CAL-RUN-DATE NOT > WS-PREV-RUN-DATE
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'RUN DATE ' CAL-RUN-DATE
                       ' OUT OF ORDER AFTER ' WS-PREV-RUN-DATE
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   END-STRING
                   PERFORM 8000-REPORT-ERROR
               END-IF
               IF CAL-EXPECT-DATE NOT > WS-PREV-EXPECT-DATE
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'EXPECTED DATE ' CAL-EXPECT-DATE
                       ' OUT OF ORDER AFTER ' WS-PREV-EXPECT-DATE
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   END-STRING
                   PERFORM 8000-REPORT-ERROR
               END-IF
           END-IF
           IF CAL-RUN-DATE = WS-CURR-YYYYMMDD
               MOVE 'Y' TO WS-CAL-FOUND
           END-IF
           MOVE CAL-RUN-DATE TO WS-PREV-RUN-DATE
           MOVE CAL-EXPECT-DATE TO WS-PREV-EXPECT-DATE.

      * DISTRIB's own card edits, applied before the stream rather
      * than at its end, plus the feed-id cross-check DISTRIB cannot
      * make: a subscription to a feed id no feed carries selects
      * nothing and sends an empty extract night after night.
       2300-CHECK-SUBCTL.
           OPEN INPUT SUB-FILE
           IF WS-SUB-STATUS NOT = '00'
               MOVE 'SUBCTL' TO WS-ABORT-DDNAME
               MOVE WS-SUB-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           MOVE 'SUBCTL' TO WS-ERR-FILE
           PERFORM UNTIL WS-SUB-STATUS = '10'
               READ SUB-FILE
                   AT END MOVE '10' TO WS-SUB-STATUS
                   NOT AT END
                       ADD 1 TO WS-SUB-CARDS
                       MOVE WS-SUB-CARDS TO WS-ERR-CARD
                       PERFORM 2310-EDIT-SUB-CARD
               END-READ
           END-PERFORM
           CLOSE SUB-FILE

           IF WS-SUB-CARDS = 0
               MOVE 0 TO WS-ERR-CARD
               MOVE 'SUBCTL IS EMPTY - DISTRIB HAS NOTHING TO SEND'
                   TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF.

       2310-EDIT-SUB-CARD.
           IF SUB-ID = SPACES
               MOVE 'SUBSCRIBER ID IS BLANK' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               PERFORM VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-SUB-COUNT
                   IF WS-SB-ID (SB-IDX) = SUB-ID
                       MOVE SPACES TO WS-ERR-TEXT
                       STRING 'SUBSCRIBER ' SUB-ID
                           ' IS ON SUBCTL TWICE'
                           DELIMITED BY SIZE INTO WS-ERR-TEXT
                       END-STRING
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-PERFORM
           END-IF
           IF SUB-OUT-NBR IS NOT NUMERIC
               OR SUB-OUT-NBR < 1 OR SUB-OUT-NBR > 10
               MOVE 'OUTPUT NUMBER MUST BE 01-10 (SUBOUT01-SUBOUT10)'
                   TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               PERFORM VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-SUB-COUNT
                   IF WS-SB-OUT-NBR (SB-IDX) = SUB-OUT-NBR
                       MOVE SPACES TO WS-ERR-TEXT
                       STRING 'OUTPUT DD SUBOUT' SUB-OUT-NBR
                           ' ALREADY TAKEN BY SUBSCRIBER '
                           WS-SB-ID (SB-IDX)
                           DELIMITED BY SIZE INTO WS-ERR-TEXT
                       END-STRING
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-PERFORM
           END-IF
           IF SUB-FORMAT NOT = 'D' AND SUB-FORMAT NOT = 'F'
               AND SUB-FORMAT NOT = 'C' AND SUB-FORMAT NOT = SPACE
               MOVE 'FORMAT MUST BE D, F, C OR BLANK' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF
           IF SUB-KEY-FROM NOT = SPACES AND SUB-KEY-TO NOT = SPACES
               AND SUB-KEY-FROM > SUB-KEY-TO
               MOVE 'KEY RANGE INVERTED' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           END-IF
           IF SUB-FEED-ID NOT = SPACES
               MOVE SUB-FEED-ID TO WS-CHECK-FEED
               PERFORM 8100-FIND-FEED
               IF WS-FEED-FOUND = 'N'
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'SUBSCRIBER ' SUB-ID ' SELECTS FEED '
                       SUB-FEED-ID ' WHICH IS NOT ON FEEDCTL'
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   END-STRING
                   PERFORM 8000-REPORT-ERROR
               END-IF
           END-IF

           IF WS-SUB-COUNT >= 10
               MOVE 'MORE THAN 10 SUBSCRIBERS - NO SUBOUT DD BEYOND 10'
                   TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               ADD 1 TO WS-SUB-COUNT
               MOVE SUB-ID TO WS-SB-ID (WS-SUB-COUNT)
               IF SUB-OUT-NBR IS NUMERIC
                   MOVE SUB-OUT-NBR TO WS-SB-OUT-NBR (WS-SUB-COUNT)
               ELSE
                   MOVE 0 TO WS-SB-OUT-NBR (WS-SUB-COUNT)
               END-IF
           END-IF.

      * OWNEDT's edits again, plus the check OWNEDT cannot make on
      * its own: every range must belong to a feed FEEDCTL still
      * carries, or the range names a retired feed and its keys are
      * blamed on the wrong vendor. An absent or empty KEYOWN leaves
      * ownership off and is not an error.
       2400-CHECK-KEYOWN.
           OPEN INPUT OWN-FILE
           IF WS-OWN-STATUS NOT = '00' AND WS-OWN-STATUS NOT = '05'
               MOVE 'KEYOWN' TO WS-ABORT-DDNAME
               MOVE WS-OWN-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           MOVE 'KEYOWN' TO WS-ERR-FILE
           PERFORM UNTIL WS-OWN-STATUS = '10'
               READ OWN-FILE
                   AT END MOVE '10' TO WS-OWN-STATUS
                   NOT AT END
                       ADD 1 TO WS-OWN-CARDS
                       MOVE WS-OWN-CARDS TO WS-ERR-CARD
                       PERFORM 2410-EDIT-OWN-CARD
               END-READ
           END-PERFORM
           CLOSE OWN-FILE.

       2410-EDIT-OWN-CARD.
           MOVE 'Y' TO WS-OWN-CARD-OK
           IF OWN-FEED-ID = SPACES
               MOVE 'FEED ID IS BLANK' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
               MOVE 'N' TO WS-OWN-CARD-OK
           ELSE
               MOVE OWN-FEED-ID TO WS-CHECK-FEED
               PERFORM 8100-FIND-FEED
               IF WS-FEED-FOUND = 'N'
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'RANGE ' OWN-KEY-FROM '-' OWN-KEY-TO
                       ' BELONGS TO FEED ' OWN-FEED-ID
                       ' WHICH IS NOT ON FEEDCTL'
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   END-STRING
                   PERFORM 8000-REPORT-ERROR
               ELSE
                   MOVE 'Y' TO WS-FD-OWNED (FD-IDX)
               END-IF
           END-IF
           IF OWN-KEY-FROM = SPACES OR OWN-KEY-TO = SPACES
               MOVE 'KEY RANGE IS INCOMPLETE' TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
               MOVE 'N' TO WS-OWN-CARD-OK
           ELSE
               IF OWN-KEY-FROM > OWN-KEY-TO
                   MOVE 'KEY RANGE INVERTED' TO WS-ERR-TEXT
                   PERFORM 8000-REPORT-ERROR
                   MOVE 'N' TO WS-OWN-CARD-OK
               END-IF
           END-IF
           IF WS-OWN-CARD-OK = 'Y'
               PERFORM 2420-CHECK-OWN-OVERLAP
           END-IF.

       2420-CHECK-OWN-OVERLAP.
           PERFORM VARYING OWN-IDX FROM 1 BY 1
               UNTIL OWN-IDX > WS-OWN-COUNT
               IF OWN-KEY-FROM <= WS-OWN-TO (OWN-IDX)
                   AND OWN-KEY-TO >= WS-OWN-FROM (OWN-IDX)
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING 'RANGE ' OWN-KEY-FROM '-' OWN-KEY-TO
                       ' OVERLAPS FEED ' WS-OWN-FEED (OWN-IDX)
                       ' RANGE ' WS-OWN-FROM (OWN-IDX) '-'
                       WS-OWN-TO (OWN-IDX)
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   END-STRING
                   PERFORM 8000-REPORT-ERROR
               END-IF
           END-PERFORM
           IF WS-OWN-COUNT >= 100
               MOVE 'MORE THAN 100 RANGES - STRDRV WILL REJECT THE RUN'
                   TO WS-ERR-TEXT
               PERFORM 8000-REPORT-ERROR
           ELSE
               ADD 1 TO WS-OWN-COUNT
               MOVE OWN-FEED-ID TO WS-OWN-FEED (WS-OWN-COUNT)
               MOVE OWN-KEY-FROM TO WS-OWN-FROM (WS-OWN-COUNT)
               MOVE OWN-KEY-TO TO WS-OWN-TO (WS-OWN-COUNT)
           END-IF.

      * With ownership on, STRDRV flags every key outside its own
      * feed's ranges, so a feed with no range at all would have its
      * whole night reported as range violations.
       2500-CHECK-FEED-OWNERSHIP.
           IF WS-OWN-CARDS > 0
               MOVE 'FEEDCTL' TO WS-ERR-FILE
               PERFORM VARYING FD-IDX FROM 1 BY 1
                   UNTIL FD-IDX > WS-FEED-COUNT
                   IF WS-FD-OWNED (FD-IDX) = 'N'
                       AND WS-FD-ID (FD-IDX) NOT = SPACES
                       SET WS-ERR-CARD TO FD-IDX
                       MOVE SPACES TO WS-ERR-TEXT
                       STRING 'FEED ' WS-FD-ID (FD-IDX)
                           ' OWNS NO KEYOWN RANGE - EVERY KEY WOULD '
                           'BE A RANGE VIOLATION'
                           DELIMITED BY SIZE INTO WS-ERR-TEXT
                       END-STRING
                       PERFORM 8000-REPORT-ERROR
                   END-IF
               END-PERFORM
           END-IF.

      * The output DD each feed and subscriber will write, for the
      * operator to hold against the FEEDACK and DISTRIB steps.
       2600-LIST-OUTPUT-DDS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'OUTPUT DD ASSIGNMENTS' TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > WS-FEED-COUNT
               SET WS-DD-NBR TO FD-IDX
               MOVE SPACES TO RPT-RECORD
               STRING '  FEED       ' WS-FD-ID (FD-IDX)
                   '     -> ACKOUT' WS-DD-NBR
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-PERFORM
           PERFORM VARYING SB-IDX FROM 1 BY 1
               UNTIL SB-IDX > WS-SUB-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING '  SUBSCRIBER ' WS-SB-ID (SB-IDX)
                   ' -> SUBOUT' WS-SB-OUT-NBR (SB-IDX)
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-PERFORM.

       3000-TERMINATE.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'FEEDCTL CARDS.........: ' WS-FEED-CARDS
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'PROCCAL CARDS.........: ' WS-CAL-CARDS
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'SUBCTL CARDS..........: ' WS-SUB-CARDS
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'KEYOWN CARDS..........: ' WS-OWN-CARDS
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'INCONSISTENCIES.......: ' WS-ERROR-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           IF WS-ERROR-COUNT = 0
               MOVE 'ALL CONTROL FILES AGREE' TO RPT-RECORD
               WRITE RPT-RECORD
           ELSE
               MOVE 'STREAM HELD - CORRECT THE CARDS ABOVE AND RESUBMIT'
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           CLOSE RPT-FILE
           DISPLAY 'PREFLT CONTROL TOTALS'
           DISPLAY 'FEEDCTL CARDS.........: ' WS-FEED-CARDS
           DISPLAY 'PROCCAL CARDS.........: ' WS-CAL-CARDS
           DISPLAY 'SUBCTL CARDS..........: ' WS-SUB-CARDS
           DISPLAY 'KEYOWN CARDS..........: ' WS-OWN-CARDS
           DISPLAY 'INCONSISTENCIES.......: ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-REPORT-ERROR.
           MOVE SPACES TO RPT-RECORD
           STRING WS-ERR-FILE ' CARD ' WS-ERR-CARD ' - ' WS-ERR-TEXT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           ADD 1 TO WS-ERROR-COUNT.

      * Look WS-CHECK-FEED up on the FEEDCTL table; FD-IDX is left
      * on the entry when found.
       8100-FIND-FEED.
           MOVE 'N' TO WS-FEED-FOUND
           SET FD-IDX TO 1
           SEARCH WS-FD-ENTRY
               AT END CONTINUE
               WHEN FD-IDX > WS-FEED-COUNT
                   CONTINUE
               WHEN WS-FD-ID (FD-IDX) = WS-CHECK-FEED
                   MOVE 'Y' TO WS-FEED-FOUND
           END-SEARCH.

      * A failed OPEN on any file means PREFLT cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'PREFLT: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
