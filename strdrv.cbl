      * subroutine: it reads one fragment record per CALL, drives the
      * exception report, audit trail, checkpoint/restart and
      * reconciliation pass, and produces the run's output file.
      * Given a PARTCTL card it runs as one key-range partition of a
      * partitioned night: it reads the whole feed but builds only the
      * keys in its range, and STRMERGE combines the partitions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COL-STATUS.

           SELECT OPTIONAL PART-FILE ASSIGN TO PARTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  COL-RECORD                        PIC X(100).

      * Key-range partition card, supplied only on a partitioned
      * night: absent or empty, the run builds every key as before.
       FD  PART-FILE
           RECORDING MODE IS F.
       COPY PARTREC.

       WORKING-STORAGE SECTION.
      * WS-STRING is sized to the largest possible concatenation of the
      * three fragment fields plus separators (30+20+20+2). GnuCOBOL/IBM
               10  WS-FT-TRL-COUNT        PIC 9(6) VALUE 0.
               10  WS-FT-TRL-SEEN         PIC X VALUE 'N'.
               10  WS-FT-FEED-DATE        PIC 9(8) VALUE 0.
               10  WS-FT-PART-DET         PIC 9(6) VALUE 0.
       01  WS-STR-STATUS                  PIC XX.
       01  WS-EXC-STATUS                  PIC XX.
       01  WS-PARM-STATUS                 PIC XX.
           05  WS-HO-FEED-ID              PIC X(4).
           05  WS-HO-DEL-FLAG             PIC X.

      * Key-range partition controls, loaded from PARTCTL by 1900.
      * A partition reads every detail (the trailer balance still
      * covers the whole feed) but builds only those inside its range;
      * 2940 flags each detail and counts the ones it takes, per feed,
      * so the statistics records carry this partition's share and
      * STRMERGE's sums come back to the feed totals.
       01  WS-PART-STATUS                 PIC XX.
       01  WS-PART-SW                     PIC X VALUE 'N'.
       01  WS-PART-NBR                    PIC 9(2) VALUE 0.
       01  WS-PART-FROM                   PIC X(6) VALUE SPACES.
       01  WS-PART-TO                     PIC X(6) VALUE SPACES.
       01  WS-PART-IN-SW                  PIC X VALUE 'Y'.
       01  WS-PART-READ                   PIC 9(6) VALUE 0.
       01  WS-DETAIL-TOTAL                PIC 9(6) VALUE 0.

      * Step wall-clock capture for the run-statistics records.
       01  WS-STAT-STATUS                 PIC XX.
       01  WS-STAT-START-TIME             PIC 9(6) VALUE 0.
           END-IF

           PERFORM 1400-LOAD-FEED-CONTROL
           PERFORM 1900-LOAD-PARTITION

           IF WS-RUN-MODE = 'R'
               PERFORM 1300-LOAD-EXCIN-KEYS
           MOVE SPACES TO WS-RUN-STATUS.

      * A fresh run (normal or recycle) may start only when the last
      * execution is recorded complete, failed or backed out ('B',
      * set by BACKOUT); 'I' means last
      * night's run is still mid-flight and a fresh start here would
      * re-append a whole run onto its half-written generation.
       1710-VERIFY-FRESH.
           MOVE OWN-KEY-FROM TO WS-OWN-FROM (WS-OWN-COUNT)
           MOVE OWN-KEY-TO TO WS-OWN-TO (WS-OWN-COUNT).

      * Pick up this execution's key-range partition when one is
      * supplied. Partitions run side by side, so none may touch the
      * shared keyed masters (STRLOAD loads them from the merged
      * STROUT), and a recycle - a merge over the whole prior
      * generation - is never split. Checked before RUNSTAT is
      * touched, so a refused partition leaves its record as it was.
       1900-LOAD-PARTITION.
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS NOT = '00' AND WS-PART-STATUS NOT = '05'
               MOVE 'PARTCTL' TO WS-ABORT-DDNAME
               MOVE WS-PART-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           READ PART-FILE
               AT END CONTINUE
               NOT AT END PERFORM 1910-EDIT-PARTITION-CARD
           END-READ
           CLOSE PART-FILE
           MOVE SPACES TO WS-PART-STATUS

           IF WS-PART-SW = 'Y'
               IF WS-MASTER-FLAG = 'Y'
                   DISPLAY 'STRDRV: PARTITION RUN CANNOT WRITE '
                       'STRMAST - SET PARM-MASTER-FLAG TO N'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-RUN-MODE = 'R'
                   DISPLAY 'STRDRV: RECYCLE RUN CANNOT BE '
                       'PARTITIONED - REMOVE THE PARTCTL CARD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'STRDRV: PARTITION ' WS-PART-NBR
                   ' KEYS ' WS-PART-FROM ' TO ' WS-PART-TO
           END-IF.

       1910-EDIT-PARTITION-CARD.
           IF PART-NBR IS NOT NUMERIC
               OR PART-NBR = 0
               OR PART-KEY-FROM = SPACES
               OR PART-KEY-TO = SPACES
               OR PART-KEY-FROM > PART-KEY-TO
               DISPLAY 'STRDRV: BAD PARTCTL CARD - PARTITION '
                   PART-NBR ' KEYS ' PART-KEY-FROM ' TO ' PART-KEY-TO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-PART-SW
           MOVE PART-NBR TO WS-PART-NBR
           MOVE PART-KEY-FROM TO WS-PART-FROM
           MOVE PART-KEY-TO TO WS-PART-TO.

      * In a normal run every detail is built; in a recycle run only
      * the details whose key is on the prior run's exception report
      * are rebuilt, and the rest pass by untouched (their strings on
           ELSE
               MOVE 'Y' TO WS-RCY-MATCH-SW
           END-IF
      * A partitioned run passes by every detail outside its range;
      * another partition builds it.
           IF WS-PART-IN-SW = 'N'
               MOVE 'N' TO WS-RCY-MATCH-SW
           END-IF

           IF WS-RCY-MATCH-SW = 'Y'
               PERFORM 2020-BUILD-RECORD
                                   MOVE 1 TO WS-FEED-NBR
                               END-IF
                               ADD 1 TO WS-FT-DETAILS (WS-FEED-NBR)
                               PERFORM 2940-CHECK-PARTITION
                           WHEN 'V'
                               MOVE 'V' TO WS-FRAG-VARIANT
                               MOVE 'Y' TO WS-DETAIL-SW
                                   MOVE 1 TO WS-FEED-NBR
                               END-IF
                               ADD 1 TO WS-FT-DETAILS (WS-FEED-NBR)
                               PERFORM 2940-CHECK-PARTITION
                           WHEN OTHER
                               DISPLAY 'STRDRV: UNKNOWN FRAGIN RECORD'
                                   ' TYPE ' FRAG-REC-TYPE ' IGNORED'
               END-PERFORM
           END-IF.

      * Flag a detail inside or outside this execution's partition.
      * Called from the read itself, so 1200's restart skip pass
      * recounts the partition's share along with the feed totals.
       2940-CHECK-PARTITION.
           IF WS-PART-SW = 'Y'
               IF FRAG-KEY >= WS-PART-FROM
                   AND FRAG-KEY <= WS-PART-TO
                   MOVE 'Y' TO WS-PART-IN-SW
                   ADD 1 TO WS-FT-PART-DET (WS-FEED-NBR)
               ELSE
                   MOVE 'N' TO WS-PART-IN-SW
               END-IF
           END-IF.

      * A partition leaves the consumed feed dates to STRMERGE, which
      * records them once for the whole night when every partition
      * has finished.
       3000-TERMINATE.
           IF WS-RUN-MODE = 'R'
               PERFORM 3300-MERGE-STROUT
           END-IF
           IF WS-PART-SW = 'Y'
               PERFORM 3050-TOTAL-PARTITION
           END-IF
           PERFORM 3100-WRITE-SUMMARY
           PERFORM 3200-BALANCE-TRAILER
           IF WS-RUN-MODE NOT = 'R' AND WS-PART-SW NOT = 'Y'
               AND RETURN-CODE = 0
               PERFORM 3400-RECORD-FEED-DATES
           END-IF
           PERFORM 3500-WRITE-RUN-STATS
               CLOSE HST-FILE
           END-IF.

      * Whole-feed and in-range detail totals for the partition's
      * summary, statistics and RUNSTAT record.
       3050-TOTAL-PARTITION.
           MOVE 0 TO WS-DETAIL-TOTAL WS-PART-READ
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-NBR
               ADD WS-FT-DETAILS (WS-FEED-IDX) TO WS-DETAIL-TOTAL
               ADD WS-FT-PART-DET (WS-FEED-IDX) TO WS-PART-READ
           END-PERFORM.

      * Recycle merge pass: copy the prior STROUT generation to the
      * new one, swapping in the rebuilt record wherever a rebuilt
      * key appears. Key order is the prior generation's, so the
           END-STRING
           WRITE SUM-RECORD

           IF WS-PART-SW = 'Y'
               MOVE SPACES TO SUM-RECORD
               STRING 'PARTITION.............: ' WS-PART-NBR
                   ' KEYS ' WS-PART-FROM ' TO ' WS-PART-TO
                   DELIMITED BY SIZE INTO SUM-RECORD
               END-STRING
               WRITE SUM-RECORD
               MOVE SPACES TO SUM-RECORD
               STRING 'DETAILS IN PARTITION..: ' WS-PART-READ
                   DELIMITED BY SIZE INTO SUM-RECORD
               END-STRING
               WRITE SUM-RECORD
           END-IF

           IF WS-FEED-NBR > 1
               PERFORM 3120-WRITE-FEED-SUBTOTALS
           END-IF
                   MOVE WS-FT-ID (WS-FEED-IDX) TO STAT-FEED-ID
                   MOVE WS-FT-FEED-DATE (WS-FEED-IDX)
                       TO STAT-FEED-DATE
                   IF WS-PART-SW = 'Y'
                       MOVE WS-FT-PART-DET (WS-FEED-IDX)
                           TO STAT-READ-COUNT
                   ELSE
                       MOVE WS-FT-DETAILS (WS-FEED-IDX)
                           TO STAT-READ-COUNT
                   END-IF
                   MOVE WS-FT-BUILT (WS-FEED-IDX)
                       TO STAT-BUILT-COUNT
                   MOVE WS-FT-OVERFLOW (WS-FEED-IDX)
               END-IF
           END-PERFORM

      * A partition's read counts are its own share of the details,
      * so STRMERGE's sums come back to what the feeds sent.
           PERFORM 3510-INIT-STAT-RECORD
           IF WS-PART-SW = 'Y'
               MOVE WS-PART-READ TO STAT-READ-COUNT
           ELSE
               MOVE WS-RECORDS-READ TO STAT-READ-COUNT
           END-IF
           MOVE WS-BUILT-COUNT TO STAT-BUILT-COUNT
           MOVE WS-OVERFLOW-COUNT TO STAT-OVERFLOW-COUNT
           MOVE WS-RECON-COUNT TO STAT-RECON-COUNT
               NOT AT END
                   MOVE WS-FINAL-STATUS TO RUN-STAT-STATUS
                   MOVE WS-RECORD-COUNT TO RUN-STAT-CHKPT
                   MOVE WS-PART-NBR TO RUN-STAT-PART-NBR
                   MOVE WS-PART-FROM TO RUN-STAT-PART-FROM
                   MOVE WS-PART-TO TO RUN-STAT-PART-TO
                   MOVE WS-DETAIL-TOTAL TO RUN-STAT-DETAILS
                   MOVE WS-PART-READ TO RUN-STAT-PART-READ
                   REWRITE RUN-RECORD
           END-READ
           CLOSE RUN-FILE
