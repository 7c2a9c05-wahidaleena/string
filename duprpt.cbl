       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPRPT.

      * DUPRPT is the second half of the cross-key duplicate report.
      * It reads DUPEXT's work file after the SORT step has ordered
      * it on the normalized string, so every set of active STRMAST
      * keys holding the same entity arrives together, and prints
      * each set of two or more keys as a group on DUPRPT:
      *   EXACT MATCH      - every key in the group carries the
      *                      identical built string;
      *   NORMALIZED MATCH - the strings differ only in case,
      *                      spacing or separators.
      * Inside a group identical strings sit together. Each key is
      * listed with the feed that owns it on STRMAST and the date
      * it was first seen - its earliest history version, on the
      * HSTARCH archive when housekeeping has moved the key's older
      * versions there, otherwise on STRHIST - so the data owners
      * can decide which key survives. Report only:
      * nothing is changed. Ends RC 4 when any group is found, so
      * the scheduler flags the report for the data owners.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-FILE ASSIGN TO DUPSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.

           SELECT HST-FILE ASSIGN TO STRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.

           SELECT OPTIONAL ARC-FILE ASSIGN TO HSTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARC-STATUS.

           SELECT RPT-FILE ASSIGN TO DUPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUP-FILE
           RECORDING MODE IS F.
       COPY DUPREC.

       FD  HST-FILE.
       COPY HSTREC.

       FD  ARC-FILE.
       COPY HSTREC REPLACING LEADING ==HST-== BY ==ARC-==.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                        PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-DUP-STATUS                  PIC XX.
       01  WS-HST-STATUS                  PIC XX.
       01  WS-ARC-STATUS                  PIC XX.
       01  WS-ARC-OPEN-SW                 PIC X VALUE 'N'.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

       01  WS-RECORDS-READ                PIC 9(7) VALUE 0.
       01  WS-EXACT-GROUPS                PIC 9(5) VALUE 0.
       01  WS-NORM-GROUPS                 PIC 9(5) VALUE 0.
       01  WS-GROUP-NBR                   PIC 9(5) VALUE 0.
       01  WS-KEYS-IN-GROUPS              PIC 9(7) VALUE 0.
       01  WS-PREV-NORM                   PIC X(72) VALUE LOW-VALUES.

      * The group being gathered: every work record sharing one
      * normalized string. 500 keys for one entity is far beyond
      * anything a feed could send; a larger group abends.
       01  WS-GRP-NORM                    PIC X(72).
       01  WS-GRP-COUNT                   PIC 9(3) COMP VALUE 0.
       01  WS-GRP-EXACT-SW                PIC X VALUE 'Y'.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 500 TIMES INDEXED BY GRP-IDX.
               10  WS-GRP-KEY             PIC X(6).
               10  WS-GRP-STRING          PIC X(72).
               10  WS-GRP-FEED            PIC X(4).

       01  WS-BROWSE-SW                   PIC X VALUE 'N'.
       01  WS-FIRST-SEEN                  PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GATHER-GROUP UNTIL WS-EOF-SWITCH = 'Y'
           PERFORM 2100-CLOSE-GROUP
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT DUP-FILE
           IF WS-DUP-STATUS NOT = '00'
               MOVE 'DUPSRT' TO WS-ABORT-DDNAME
               MOVE WS-DUP-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
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

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'DUPRPT' TO WS-ABORT-DDNAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           MOVE 'DUPRPT CROSS-KEY DUPLICATE STRINGS ON STRMAST'
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           PERFORM 2500-READ-WORK
           IF WS-EOF-SWITCH NOT = 'Y'
               MOVE DUP-NORM TO WS-GRP-NORM
           END-IF.

      * Add the current record to the open group, or - on a new
      * normalized string - close the open group and start another.
       2000-GATHER-GROUP.
           IF DUP-NORM NOT = WS-GRP-NORM
               PERFORM 2100-CLOSE-GROUP
               MOVE DUP-NORM TO WS-GRP-NORM
           END-IF
           IF WS-GRP-COUNT >= 500
               DISPLAY 'DUPRPT: GROUP TABLE FULL AT ' WS-GRP-COUNT
                   ' KEYS - ENLARGE WS-GRP-TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE DUP-KEY TO WS-GRP-KEY (WS-GRP-COUNT)
           MOVE DUP-STRING TO WS-GRP-STRING (WS-GRP-COUNT)
           MOVE DUP-FEED-ID TO WS-GRP-FEED (WS-GRP-COUNT)
           PERFORM 2500-READ-WORK.

      * A lone key is no duplicate. Two or more are reported, as an
      * exact match when every string equals the first one.
       2100-CLOSE-GROUP.
           IF WS-GRP-COUNT > 1
               MOVE 'Y' TO WS-GRP-EXACT-SW
               PERFORM VARYING GRP-IDX FROM 2 BY 1
                   UNTIL GRP-IDX > WS-GRP-COUNT
                   IF WS-GRP-STRING (GRP-IDX) NOT = WS-GRP-STRING (1)
                       MOVE 'N' TO WS-GRP-EXACT-SW
                   END-IF
               END-PERFORM
               PERFORM 2200-REPORT-GROUP
           END-IF
           MOVE 0 TO WS-GRP-COUNT.

       2200-REPORT-GROUP.
           ADD 1 TO WS-GROUP-NBR
           ADD WS-GRP-COUNT TO WS-KEYS-IN-GROUPS
           MOVE SPACES TO RPT-RECORD
           IF WS-GRP-EXACT-SW = 'Y'
               ADD 1 TO WS-EXACT-GROUPS
               STRING 'GROUP ' WS-GROUP-NBR ' - EXACT MATCH'
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
           ELSE
               ADD 1 TO WS-NORM-GROUPS
               STRING 'GROUP ' WS-GROUP-NBR
                   ' - NORMALIZED MATCH (CASE, SPACING OR '
                   'SEPARATORS DIFFER)'
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
           END-IF
           WRITE RPT-RECORD
           MOVE '  KEY    FEED FIRST SEEN STRING' TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > WS-GRP-COUNT
               PERFORM 2300-FIND-FIRST-SEEN
               MOVE SPACES TO RPT-RECORD
               STRING '  ' WS-GRP-KEY (GRP-IDX)
                   ' ' WS-GRP-FEED (GRP-IDX)
                   ' ' WS-FIRST-SEEN
                   ' ' WS-GRP-STRING (GRP-IDX)
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-PERFORM
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

      * A key's versions run in effective-date order under it, so
      * the first one browsed is when the key first arrived. Archived
      * versions are all older than the ones left on STRHIST, so the
      * archive is looked at first. A key loaded before history was
      * kept has none.
       2300-FIND-FIRST-SEEN.
           MOVE 'NO HISTORY' TO WS-FIRST-SEEN
           PERFORM 2350-CHECK-ARCHIVE
           IF WS-FIRST-SEEN = 'NO HISTORY'
               PERFORM 2310-CHECK-HISTORY
           END-IF.

       2310-CHECK-HISTORY.
           MOVE 'Y' TO WS-BROWSE-SW
           MOVE WS-GRP-KEY (GRP-IDX) TO HST-REC-KEY
           MOVE 0 TO HST-EFF-DATE
           START HST-FILE KEY NOT < HST-KEY
               INVALID KEY MOVE 'N' TO WS-BROWSE-SW
           END-START
           IF WS-BROWSE-SW = 'Y'
               READ HST-FILE NEXT
                   AT END CONTINUE
                   NOT AT END
                       IF HST-REC-KEY = WS-GRP-KEY (GRP-IDX)
                           MOVE HST-EFF-DATE TO WS-FIRST-SEEN
                       END-IF
               END-READ
           END-IF.

       2350-CHECK-ARCHIVE.
           IF WS-ARC-OPEN-SW = 'Y'
               MOVE WS-GRP-KEY (GRP-IDX) TO ARC-REC-KEY
               MOVE 0 TO ARC-EFF-DATE
               START ARC-FILE KEY NOT < ARC-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ ARC-FILE NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF ARC-REC-KEY = WS-GRP-KEY (GRP-IDX)
                                   MOVE ARC-EFF-DATE TO WS-FIRST-SEEN
                               END-IF
                       END-READ
               END-START
           END-IF.

       2500-READ-WORK.
           READ DUP-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF DUP-NORM < WS-PREV-NORM
                       PERFORM 9100-ABORT-SEQUENCE
                   END-IF
                   MOVE DUP-NORM TO WS-PREV-NORM
           END-READ.

       3000-TERMINATE.
           MOVE SPACES TO RPT-RECORD
           STRING 'ACTIVE KEYS COMPARED..: ' WS-RECORDS-READ
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'EXACT-MATCH GROUPS....: ' WS-EXACT-GROUPS
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'NORMALIZED GROUPS.....: ' WS-NORM-GROUPS
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'KEYS IN GROUPS........: ' WS-KEYS-IN-GROUPS
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           IF WS-GROUP-NBR = 0
               MOVE 'NO DUPLICATE STRINGS FOUND' TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           CLOSE DUP-FILE
           CLOSE HST-FILE
           IF WS-ARC-OPEN-SW = 'Y'
               CLOSE ARC-FILE
           END-IF
           CLOSE RPT-FILE
           DISPLAY 'DUPRPT CONTROL TOTALS'
           DISPLAY 'ACTIVE KEYS COMPARED..: ' WS-RECORDS-READ
           DISPLAY 'EXACT-MATCH GROUPS....: ' WS-EXACT-GROUPS
           DISPLAY 'NORMALIZED GROUPS.....: ' WS-NORM-GROUPS
           DISPLAY 'KEYS IN GROUPS........: ' WS-KEYS-IN-GROUPS
           IF WS-GROUP-NBR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * A failed OPEN on any file means DUPRPT cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'DUPRPT: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9100-ABORT-SEQUENCE.
           DISPLAY 'DUPRPT: DUPSRT OUT OF SEQUENCE - '
               'GROUPING INVALID'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
