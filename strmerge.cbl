       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMERGE.

      * STRMERGE closes a partitioned STRDRV night. The build is split
      * by key range (PARTREC) into several STRDRV jobs running side
      * by side, each writing its own STROUT, EXCRPT, audit and
      * statistics generations under its own RUNSTAT. Once every
      * partition has finished, this step:
      *   - proves every partition complete, for the same run id and
      *     run date, over exactly the key ranges on PARTTAB, and that
      *     the ranges between them took every detail exactly once;
      *   - copies the partitions' STROUT and EXCRPT generations
      *     (concatenated in partition order under STRIN and EXCIN)
      *     into the single generations STRLOAD, STRCOMP, STRVERIF,
      *     FEEDACK and DISTRIB read;
      *   - appends the partitions' audit records to AUDITLOG;
      *   - adds the partitions' statistics into the per-feed and
      *     whole-run STRDRV records on RUNSTATS and the combined
      *     SUMRPT totals, and records the consumed feed dates on
      *     FEEDHIST, as an unpartitioned STRDRV does at end-of-job;
      *   - writes the run's single RUNSTAT record, complete.
      * Nothing is written until every check passes; a refused merge
      * ends RC 12 naming the partition to restart or rerun. A merge
      * interrupted part-way may be resubmitted: audit records and
      * feed dates already recorded for the run are not appended a
      * second time, and an audit append cut short is finished.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-FILE ASSIGN TO PARTTAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

           SELECT PRUN-FILE ASSIGN TO PARTRUN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRUN-STATUS.

           SELECT PSTAT-FILE ASSIGN TO PARTSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTAT-STATUS.

           SELECT STR-IN-FILE ASSIGN TO STRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRI-STATUS.

           SELECT STR-FILE ASSIGN TO STROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.

           SELECT EXC-IN-FILE ASSIGN TO EXCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCI-STATUS.

           SELECT EXC-FILE ASSIGN TO EXCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT AUD-IN-FILE ASSIGN TO AUDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDI-STATUS.

           SELECT AUD-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT STAT-FILE ASSIGN TO STATFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT OPTIONAL FDH-FILE ASSIGN TO FEEDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDH-STATUS.

           SELECT OPTIONAL RUN-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT SUM-FILE ASSIGN TO SUMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The partition table: every partition's card, in partition
      * order - the same cards the partitions' PARTCTL DDs point at.
       FD  PART-FILE
           RECORDING MODE IS F.
       COPY PARTREC.

      * Every partition's RUNSTAT record, concatenated in partition
      * order, prefixed PRUN- to keep them apart from the run's own.
       FD  PRUN-FILE
           RECORDING MODE IS F.
       COPY RUNREC REPLACING LEADING ==RUN-== BY ==PRUN-==.

      * Every partition's statistics generation, concatenated in
      * partition order: per-feed records then one whole-run record.
       FD  PSTAT-FILE
           RECORDING MODE IS F.
       COPY STATREC REPLACING LEADING ==STAT-== BY ==PSTAT-==.

       FD  STR-IN-FILE
           RECORDING MODE IS F.
       COPY STRREC REPLACING LEADING ==STR-== BY ==STRI-==.

       FD  STR-FILE
           RECORDING MODE IS F.
       COPY STRREC.

       FD  EXC-IN-FILE
           RECORDING MODE IS F.
       COPY EXCREC REPLACING LEADING ==EXC-== BY ==EXCI-==.

       FD  EXC-FILE
           RECORDING MODE IS F.
       COPY EXCREC.

       FD  AUD-IN-FILE
           RECORDING MODE IS F.
       COPY AUDREC REPLACING LEADING ==AUD-== BY ==AUDI-==.

       FD  AUD-FILE
           RECORDING MODE IS F.
       COPY AUDREC.

       FD  STAT-FILE
           RECORDING MODE IS F.
       COPY STATREC.

       FD  FDH-FILE
           RECORDING MODE IS F.
       COPY FDHREC.

      * The run's own one-record RUNSTAT, the record FEEDACK,
      * STRVERIF, DISTRIB and BACKOUT take the run date and id from.
       FD  RUN-FILE
           RECORDING MODE IS F.
       COPY RUNREC.

       FD  SUM-FILE
           RECORDING MODE IS F.
       01  SUM-RECORD                        PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-PART-STATUS                 PIC XX.
       01  WS-PRUN-STATUS                 PIC XX.
       01  WS-PSTAT-STATUS                PIC XX.
       01  WS-STRI-STATUS                 PIC XX.
       01  WS-STR-STATUS                  PIC XX.
       01  WS-EXCI-STATUS                 PIC XX.
       01  WS-EXC-STATUS                  PIC XX.
       01  WS-AUDI-STATUS                 PIC XX.
       01  WS-AUD-STATUS                  PIC XX.
       01  WS-STAT-STATUS                 PIC XX.
       01  WS-FDH-STATUS                  PIC XX.
       01  WS-RUN-STATUS                  PIC XX.
       01  WS-SUM-STATUS                  PIC XX.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.
       01  WS-ERROR-COUNT                 PIC 9(4) VALUE 0.
       01  WS-RUN-REC-SEEN                PIC X VALUE 'N'.

      * The partition table from PARTTAB, with what each partition's
      * RUNSTAT record and whole-run statistics record reported.
       01  WS-PART-COUNT                  PIC 9(2) VALUE 0.
       01  WS-PART-IDX                    PIC 9(2) VALUE 0.
       01  WS-PART-CHK                    PIC 9(2) VALUE 0.
       01  WS-PART-TABLE.
           05  WS-PT-ENTRY OCCURS 10 TIMES.
               10  WS-PT-NBR              PIC 9(2).
               10  WS-PT-FROM             PIC X(6).
               10  WS-PT-TO               PIC X(6).
               10  WS-PT-READ             PIC 9(6).
               10  WS-PT-BUILT            PIC 9(6).
       01  WS-PRUN-COUNT                  PIC 9(2) VALUE 0.
       01  WS-WHOLE-COUNT                 PIC 9(2) VALUE 0.

      * The run every partition must agree on, taken from the first
      * partition's RUNSTAT record.
       01  WS-RUN-ID                      PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(8) VALUE 0.
       01  WS-RUN-MODE                    PIC X VALUE SPACE.
       01  WS-DETAIL-TOTAL                PIC 9(6) VALUE 0.
       01  WS-PART-READ-SUM               PIC 9(6) VALUE 0.

      * Per-feed sums of the partitions' statistics records, in the
      * order the feeds first appear (FEEDCTL order, since every
      * partition reads the whole feed concatenation).
       01  WS-FEED-COUNT                  PIC 9(2) VALUE 0.
       01  WS-FEED-IDX                    PIC 9(2) VALUE 0.
       01  WS-FEED-SUMS.
           05  WS-FS-ENTRY OCCURS 10 TIMES.
               10  WS-FS-ID               PIC X(4).
               10  WS-FS-FEED-DATE        PIC 9(8).
               10  WS-FS-RUN-ID           PIC X(8).
               10  WS-FS-READ             PIC 9(6).
               10  WS-FS-BUILT            PIC 9(6).
               10  WS-FS-OVERFLOW         PIC 9(6).
               10  WS-FS-RECON            PIC 9(6).
               10  WS-FS-RECORDED         PIC X.

      * Whole-run sums, and the span of the partitions' wall clocks.
       01  WS-STAT-RUN-ID                 PIC X(8) VALUE SPACES.
       01  WS-TOT-READ                    PIC 9(6) VALUE 0.
       01  WS-TOT-BUILT                   PIC 9(6) VALUE 0.
       01  WS-TOT-OVERFLOW                PIC 9(6) VALUE 0.
       01  WS-TOT-RECON                   PIC 9(6) VALUE 0.
       01  WS-TOT-START-TIME              PIC 9(6) VALUE 999999.
       01  WS-TOT-END-TIME                PIC 9(6) VALUE 0.
       01  WS-TOT-ELAPSED                 PIC 9(6) VALUE 0.

      * Records carried into the single outputs.
       01  WS-STR-COUNT                   PIC 9(6) VALUE 0.
       01  WS-EXC-COUNT                   PIC 9(6) VALUE 0.
       01  WS-AUD-COUNT                   PIC 9(6) VALUE 0.
       01  WS-AUD-ON-LOG                  PIC 9(6) VALUE 0.
       01  WS-AUD-IN-COUNT                PIC 9(6) VALUE 0.
       01  WS-AUD-SKIPPED                 PIC 9(6) VALUE 0.

      * The run ids on AUDIN, which the records an earlier attempt
      * left on AUDITLOG are recognized by.
       01  WS-AUD-RID-COUNT               PIC 9(2) VALUE 0.
       01  WS-AUD-RID-IDX                 PIC 9(2) VALUE 0.
       01  WS-AUD-RID-SW                  PIC X VALUE 'N'.
       01  WS-AUD-RID-TABLE.
           05  WS-AUD-RID                 PIC X(8) OCCURS 11 TIMES.
       01  WS-FDH-WRITTEN                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-STROUT
           PERFORM 2100-COPY-EXCRPT
           PERFORM 2200-APPEND-AUDIT
           PERFORM 2300-WRITE-RUN-STATS
           PERFORM 2400-RECORD-FEED-DATES
           PERFORM 3000-TERMINATE
           STOP RUN.

      * Every check runs before any output is opened, and every
      * inconsistency found is reported before the merge refuses, so
      * one read of SYSOUT names everything to put right.
       1000-INITIALIZE.
           PERFORM 1100-LOAD-PARTITION-TABLE
           PERFORM 1200-CHECK-PARTITION-RUNS
           PERFORM 1300-LOAD-PARTITION-STATS
           IF WS-ERROR-COUNT = 0
               PERFORM 1400-CHECK-RUN-STATUS
           END-IF
           IF WS-ERROR-COUNT > 0
               DISPLAY 'STRMERGE: ' WS-ERROR-COUNT
                   ' PROBLEM(S) FOUND - NOTHING MERGED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SUM-FILE
           IF WS-SUM-STATUS NOT = '00'
               MOVE 'SUMRPT' TO WS-ABORT-DDNAME
               MOVE WS-SUM-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF.

      * Partition numbers run 01, 02, ... with no gaps, and no two
      * ranges may share a key - the same edits STRDRV applies to the
      * one card it reads, applied across the whole table.
       1100-LOAD-PARTITION-TABLE.
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS NOT = '00'
               MOVE 'PARTTAB' TO WS-ABORT-DDNAME
               MOVE WS-PART-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-PART-STATUS = '10'
               READ PART-FILE
                   AT END MOVE '10' TO WS-PART-STATUS
                   NOT AT END PERFORM 1110-ADD-PARTITION
               END-READ
           END-PERFORM
           CLOSE PART-FILE
           MOVE SPACES TO WS-PART-STATUS

           IF WS-PART-COUNT = 0
               DISPLAY 'STRMERGE: PARTTAB IS EMPTY - NOTHING TO MERGE'
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       1110-ADD-PARTITION.
           IF WS-PART-COUNT >= 10
               DISPLAY 'STRMERGE: PARTITION TABLE FULL AT '
                   WS-PART-COUNT ' - ENLARGE WS-PART-TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PART-COUNT
           IF PART-NBR IS NOT NUMERIC
               OR PART-NBR NOT = WS-PART-COUNT
               DISPLAY 'STRMERGE: PARTTAB CARD ' WS-PART-COUNT
                   ' CARRIES PARTITION ' PART-NBR
                   ' - NUMBER THE CARDS 01 UP IN ORDER'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF PART-KEY-FROM = SPACES
               OR PART-KEY-TO = SPACES
               OR PART-KEY-FROM > PART-KEY-TO
               DISPLAY 'STRMERGE: PARTTAB CARD ' WS-PART-COUNT
                   ' HAS A BAD KEY RANGE ' PART-KEY-FROM
                   ' TO ' PART-KEY-TO
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX >= WS-PART-COUNT
               IF PART-KEY-FROM <= WS-PT-TO (WS-PART-IDX)
                   AND PART-KEY-TO >= WS-PT-FROM (WS-PART-IDX)
                   DISPLAY 'STRMERGE: PARTTAB CARD ' WS-PART-COUNT
                       ' OVERLAPS PARTITION ' WS-PT-NBR (WS-PART-IDX)
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM
           MOVE WS-PART-COUNT TO WS-PT-NBR (WS-PART-COUNT)
           MOVE PART-KEY-FROM TO WS-PT-FROM (WS-PART-COUNT)
           MOVE PART-KEY-TO TO WS-PT-TO (WS-PART-COUNT)
           MOVE 0 TO WS-PT-READ (WS-PART-COUNT)
           MOVE 0 TO WS-PT-BUILT (WS-PART-COUNT).

      * One RUNSTAT record per partition, in partition order. Each
      * must be complete, for the run the first one names, over the
      * range its PARTTAB card gives; and the details the partitions
      * took must add back to the details every one of them read -
      * anything less means a key fell outside every range and was
      * never built.
       1200-CHECK-PARTITION-RUNS.
           OPEN INPUT PRUN-FILE
           IF WS-PRUN-STATUS NOT = '00'
               MOVE 'PARTRUN' TO WS-ABORT-DDNAME
               MOVE WS-PRUN-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-PRUN-STATUS = '10'
               READ PRUN-FILE
                   AT END MOVE '10' TO WS-PRUN-STATUS
                   NOT AT END PERFORM 1210-CHECK-ONE-PARTITION
               END-READ
           END-PERFORM
           CLOSE PRUN-FILE
           MOVE SPACES TO WS-PRUN-STATUS

           IF WS-PRUN-COUNT < WS-PART-COUNT
               COMPUTE WS-PART-IDX = WS-PRUN-COUNT + 1
               PERFORM UNTIL WS-PART-IDX > WS-PART-COUNT
                   DISPLAY 'STRMERGE: NO RUNSTAT RECORD FOR PARTITION '
                       WS-PT-NBR (WS-PART-IDX)
                       ' - ADD ITS RUNSTAT TO PARTRUN'
                   ADD 1 TO WS-ERROR-COUNT
                   ADD 1 TO WS-PART-IDX
               END-PERFORM
           END-IF

           IF WS-PRUN-COUNT > 0
               AND WS-PART-READ-SUM NOT = WS-DETAIL-TOTAL
               DISPLAY 'STRMERGE: PARTITIONS TOOK ' WS-PART-READ-SUM
                   ' OF ' WS-DETAIL-TOTAL ' DETAILS - THE PARTTAB '
                   'RANGES DO NOT COVER EVERY KEY'
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       1210-CHECK-ONE-PARTITION.
           ADD 1 TO WS-PRUN-COUNT
           IF WS-PRUN-COUNT > WS-PART-COUNT
               DISPLAY 'STRMERGE: PARTRUN HOLDS MORE RECORDS THAN '
                   'PARTTAB HAS PARTITIONS'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-PRUN-COUNT = 1
                   MOVE PRUN-STAT-ID TO WS-RUN-ID
                   MOVE PRUN-STAT-DATE TO WS-RUN-DATE
                   MOVE PRUN-STAT-MODE TO WS-RUN-MODE
                   MOVE PRUN-STAT-DETAILS TO WS-DETAIL-TOTAL
               END-IF
               IF PRUN-STAT-PART-NBR NOT = WS-PT-NBR (WS-PRUN-COUNT)
                   OR PRUN-STAT-PART-FROM NOT =
                       WS-PT-FROM (WS-PRUN-COUNT)
                   OR PRUN-STAT-PART-TO NOT = WS-PT-TO (WS-PRUN-COUNT)
                   DISPLAY 'STRMERGE: PARTRUN RECORD ' WS-PRUN-COUNT
                       ' IS PARTITION ' PRUN-STAT-PART-NBR
                       ' KEYS ' PRUN-STAT-PART-FROM
                       ' TO ' PRUN-STAT-PART-TO
                       ' - PARTTAB DISAGREES'
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               IF PRUN-STAT-STATUS NOT = 'C'
                   DISPLAY 'STRMERGE: PARTITION ' WS-PRUN-COUNT
                       ' RUN ' PRUN-STAT-ID ' STATUS '
                       PRUN-STAT-STATUS
                       ' - RESTART OR RERUN THE PARTITION'
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               IF PRUN-STAT-ID NOT = WS-RUN-ID
                   OR PRUN-STAT-DATE NOT = WS-RUN-DATE
                   DISPLAY 'STRMERGE: PARTITION ' WS-PRUN-COUNT
                       ' RAN ' PRUN-STAT-ID ' OF ' PRUN-STAT-DATE
                       ' BUT PARTITION 01 RAN ' WS-RUN-ID
                       ' OF ' WS-RUN-DATE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               IF PRUN-STAT-DETAILS NOT = WS-DETAIL-TOTAL
                   DISPLAY 'STRMERGE: PARTITION ' WS-PRUN-COUNT
                       ' READ ' PRUN-STAT-DETAILS
                       ' DETAILS BUT PARTITION 01 READ '
                       WS-DETAIL-TOTAL ' - NOT THE SAME FEED'
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               ADD PRUN-STAT-PART-READ TO WS-PART-READ-SUM
           END-IF.

      * Sum the partitions' statistics: per-feed records by feed id,
      * whole-run records (feed id blank) into the run totals and,
      * in concatenation order, against their partition. One
      * whole-run record per partition is expected - a partition
      * without one never reached end-of-job.
       1300-LOAD-PARTITION-STATS.
           OPEN INPUT PSTAT-FILE
           IF WS-PSTAT-STATUS NOT = '00'
               MOVE 'PARTSTAT' TO WS-ABORT-DDNAME
               MOVE WS-PSTAT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-PSTAT-STATUS = '10'
               READ PSTAT-FILE
                   AT END MOVE '10' TO WS-PSTAT-STATUS
                   NOT AT END
                       IF PSTAT-FEED-ID = SPACES
                           PERFORM 1310-ADD-WHOLE-RUN
                       ELSE
                           PERFORM 1320-ADD-FEED-STATS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PSTAT-FILE
           MOVE SPACES TO WS-PSTAT-STATUS

           IF WS-WHOLE-COUNT NOT = WS-PART-COUNT
               DISPLAY 'STRMERGE: PARTSTAT HOLDS ' WS-WHOLE-COUNT
                   ' WHOLE-RUN RECORDS FOR ' WS-PART-COUNT
                   ' PARTITIONS - ONE GENERATION PER PARTITION'
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       1310-ADD-WHOLE-RUN.
           ADD 1 TO WS-WHOLE-COUNT
           IF WS-WHOLE-COUNT <= WS-PART-COUNT
               MOVE PSTAT-READ-COUNT TO WS-PT-READ (WS-WHOLE-COUNT)
               MOVE PSTAT-BUILT-COUNT TO WS-PT-BUILT (WS-WHOLE-COUNT)
           END-IF
           MOVE PSTAT-RUN-ID TO WS-STAT-RUN-ID
           ADD PSTAT-READ-COUNT TO WS-TOT-READ
           ADD PSTAT-BUILT-COUNT TO WS-TOT-BUILT
           ADD PSTAT-OVERFLOW-COUNT TO WS-TOT-OVERFLOW
           ADD PSTAT-RECON-COUNT TO WS-TOT-RECON
           IF PSTAT-START-TIME < WS-TOT-START-TIME
               MOVE PSTAT-START-TIME TO WS-TOT-START-TIME
           END-IF
           IF PSTAT-END-TIME > WS-TOT-END-TIME
               MOVE PSTAT-END-TIME TO WS-TOT-END-TIME
           END-IF
      * The partitions ran side by side: the night's build took as
      * long as the slowest of them.
           IF PSTAT-ELAPSED-SEC > WS-TOT-ELAPSED
               MOVE PSTAT-ELAPSED-SEC TO WS-TOT-ELAPSED
           END-IF.

       1320-ADD-FEED-STATS.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               OR WS-FS-ID (WS-FEED-IDX) = PSTAT-FEED-ID
               CONTINUE
           END-PERFORM
           IF WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FEED-COUNT >= 10
                   DISPLAY 'STRMERGE: FEED TABLE FULL AT '
                       WS-FEED-COUNT ' - ENLARGE WS-FEED-SUMS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FEED-COUNT
               MOVE WS-FEED-COUNT TO WS-FEED-IDX
               MOVE PSTAT-FEED-ID TO WS-FS-ID (WS-FEED-IDX)
               MOVE PSTAT-FEED-DATE TO WS-FS-FEED-DATE (WS-FEED-IDX)
               MOVE PSTAT-RUN-ID TO WS-FS-RUN-ID (WS-FEED-IDX)
               MOVE 0 TO WS-FS-READ (WS-FEED-IDX)
               MOVE 0 TO WS-FS-BUILT (WS-FEED-IDX)
               MOVE 0 TO WS-FS-OVERFLOW (WS-FEED-IDX)
               MOVE 0 TO WS-FS-RECON (WS-FEED-IDX)
               MOVE 'N' TO WS-FS-RECORDED (WS-FEED-IDX)
           END-IF
           ADD PSTAT-READ-COUNT TO WS-FS-READ (WS-FEED-IDX)
           ADD PSTAT-BUILT-COUNT TO WS-FS-BUILT (WS-FEED-IDX)
           ADD PSTAT-OVERFLOW-COUNT TO WS-FS-OVERFLOW (WS-FEED-IDX)
           ADD PSTAT-RECON-COUNT TO WS-FS-RECON (WS-FEED-IDX).

      * The run's own RUNSTAT must not already show this run merged
      * - a second merge would cut a second STROUT generation over
      * the one the rest of the stream has already read.
       1400-CHECK-RUN-STATUS.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00' AND WS-RUN-STATUS NOT = '05'
               MOVE 'RUNSTAT' TO WS-ABORT-DDNAME
               MOVE WS-RUN-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           READ RUN-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-RUN-REC-SEEN
                   IF RUN-STAT-ID = WS-RUN-ID
                       AND RUN-STAT-DATE = WS-RUN-DATE
                       AND RUN-STAT-STATUS = 'C'
                       DISPLAY 'STRMERGE: RUN ' WS-RUN-ID ' OF '
                           WS-RUN-DATE ' IS ALREADY MERGED'
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
                   IF RUN-STAT-STATUS = 'I'
                       DISPLAY 'STRMERGE: RUNSTAT SHOWS RUN '
                           RUN-STAT-ID ' OF ' RUN-STAT-DATE
                           ' IN-FLIGHT - FINISH OR INVESTIGATE IT'
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ
           CLOSE RUN-FILE
           MOVE SPACES TO WS-RUN-STATUS.

       2000-COPY-STROUT.
           OPEN INPUT STR-IN-FILE
           IF WS-STRI-STATUS NOT = '00'
               MOVE 'STRIN' TO WS-ABORT-DDNAME
               MOVE WS-STRI-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           OPEN OUTPUT STR-FILE
           IF WS-STR-STATUS NOT = '00'
               MOVE 'STROUT' TO WS-ABORT-DDNAME
               MOVE WS-STR-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-STRI-STATUS = '10'
               READ STR-IN-FILE
                   AT END MOVE '10' TO WS-STRI-STATUS
                   NOT AT END
                       MOVE STRI-RECORD TO STR-RECORD
                       WRITE STR-RECORD
                       ADD 1 TO WS-STR-COUNT
               END-READ
           END-PERFORM
           CLOSE STR-IN-FILE
           CLOSE STR-FILE.

       2100-COPY-EXCRPT.
           OPEN INPUT EXC-IN-FILE
           IF WS-EXCI-STATUS NOT = '00'
               MOVE 'EXCIN' TO WS-ABORT-DDNAME
               MOVE WS-EXCI-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           OPEN OUTPUT EXC-FILE
           IF WS-EXC-STATUS NOT = '00'
               MOVE 'EXCRPT' TO WS-ABORT-DDNAME
               MOVE WS-EXC-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-EXCI-STATUS = '10'
               READ EXC-IN-FILE
                   AT END MOVE '10' TO WS-EXCI-STATUS
                   NOT AT END
                       MOVE EXCI-RECORD TO EXC-RECORD
                       WRITE EXC-RECORD
                       ADD 1 TO WS-EXC-COUNT
               END-READ
           END-PERFORM
           CLOSE EXC-IN-FILE
           CLOSE EXC-FILE.

      * Only STRDRV writes AUDITLOG records of tonight's run date
      * other than the online correction postings, and a partition
      * writes to its own audit generation - so any record on the log
      * with tonight's date and one of AUDIN's run ids was put there
      * by an earlier attempt at this merge. That attempt appended
      * AUDIN in order, so what it left is AUDIN's first records: the
      * count of them is skipped and only the rest are appended.
       2200-APPEND-AUDIT.
           PERFORM 2205-COUNT-AUDIT-IN
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS NOT = '00'
               MOVE 'AUDITLOG' TO WS-ABORT-DDNAME
               MOVE WS-AUD-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-AUD-STATUS = '10'
               READ AUD-FILE
                   AT END MOVE '10' TO WS-AUD-STATUS
                   NOT AT END
                       IF AUD-RUN-DATE = WS-RUN-DATE
                           AND AUD-STR1 NOT = 'ONLINE CORRECTION'
                           AND AUD-STR1 NOT = 'ONLINE LOGICAL DELETE'
                           MOVE 'N' TO WS-AUD-RID-SW
                           PERFORM VARYING WS-AUD-RID-IDX FROM 1 BY 1
                               UNTIL WS-AUD-RID-IDX > WS-AUD-RID-COUNT
                               IF WS-AUD-RID (WS-AUD-RID-IDX)
                                   = AUD-RUN-ID
                                   MOVE 'Y' TO WS-AUD-RID-SW
                               END-IF
                           END-PERFORM
                           IF WS-AUD-RID-SW = 'Y'
                               ADD 1 TO WS-AUD-ON-LOG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUD-FILE
           MOVE SPACES TO WS-AUD-STATUS

           EVALUATE TRUE
               WHEN WS-AUD-ON-LOG = 0
                   PERFORM 2210-COPY-AUDIT
               WHEN WS-AUD-ON-LOG < WS-AUD-IN-COUNT
                   DISPLAY 'STRMERGE: ' WS-AUD-ON-LOG ' OF '
                       WS-AUD-IN-COUNT ' AUDIT RECORDS OF '
                       WS-RUN-DATE ' ALREADY ON AUDITLOG - APPENDING'
                       ' THE REST'
                   PERFORM 2210-COPY-AUDIT
               WHEN WS-AUD-ON-LOG = WS-AUD-IN-COUNT
                   DISPLAY 'STRMERGE: ' WS-AUD-ON-LOG
                       ' AUDIT RECORDS OF ' WS-RUN-DATE
                       ' ALREADY ON AUDITLOG - NOT APPENDED'
               WHEN OTHER
                   DISPLAY 'STRMERGE: ' WS-AUD-ON-LOG
                       ' AUDIT RECORDS OF ' WS-RUN-DATE
                       ' ON AUDITLOG BUT ONLY '
                       WS-AUD-IN-COUNT ' ON AUDIN - NOT APPENDED,'
                       ' INVESTIGATE'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      * AUDIN's record count, and every run id on it: the PARM run id
      * and each FEEDCTL feed's own on a multi-feed night.
       2205-COUNT-AUDIT-IN.
           OPEN INPUT AUD-IN-FILE
           IF WS-AUDI-STATUS NOT = '00'
               MOVE 'AUDIN' TO WS-ABORT-DDNAME
               MOVE WS-AUDI-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-AUDI-STATUS = '10'
               READ AUD-IN-FILE
                   AT END MOVE '10' TO WS-AUDI-STATUS
                   NOT AT END
                       ADD 1 TO WS-AUD-IN-COUNT
                       MOVE 'N' TO WS-AUD-RID-SW
                       PERFORM VARYING WS-AUD-RID-IDX FROM 1 BY 1
                           UNTIL WS-AUD-RID-IDX > WS-AUD-RID-COUNT
                           IF WS-AUD-RID (WS-AUD-RID-IDX) = AUDI-RUN-ID
                               MOVE 'Y' TO WS-AUD-RID-SW
                           END-IF
                       END-PERFORM
                       IF WS-AUD-RID-SW = 'N'
                           IF WS-AUD-RID-COUNT >= 11
                               DISPLAY 'STRMERGE: MORE THAN 11 RUN IDS'
                                   ' ON AUDIN - ENLARGE '
                                   'WS-AUD-RID-TABLE'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-AUD-RID-COUNT
                           MOVE AUDI-RUN-ID
                               TO WS-AUD-RID (WS-AUD-RID-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUD-IN-FILE
           MOVE SPACES TO WS-AUDI-STATUS.

       2210-COPY-AUDIT.
           OPEN INPUT AUD-IN-FILE
           IF WS-AUDI-STATUS NOT = '00'
               MOVE 'AUDIN' TO WS-ABORT-DDNAME
               MOVE WS-AUDI-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS NOT = '00'
               MOVE 'AUDITLOG' TO WS-ABORT-DDNAME
               MOVE WS-AUD-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           MOVE 0 TO WS-AUD-SKIPPED
           PERFORM UNTIL WS-AUDI-STATUS = '10'
               READ AUD-IN-FILE
                   AT END MOVE '10' TO WS-AUDI-STATUS
                   NOT AT END
                       IF WS-AUD-SKIPPED < WS-AUD-ON-LOG
                           ADD 1 TO WS-AUD-SKIPPED
                       ELSE
                           MOVE AUDI-RECORD TO AUD-RECORD
                           WRITE AUD-RECORD
                           ADD 1 TO WS-AUD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUD-IN-FILE
           CLOSE AUD-FILE.

      * The run-statistics records an unpartitioned STRDRV would have
      * written: one per feed plus the whole-run record, step STRDRV,
      * so FEEDACK, STRVERIF and STRSTAT read a partitioned night
      * exactly as any other. Readers take the last set for a date,
      * so a resubmitted merge simply supersedes its own.
       2300-WRITE-RUN-STATS.
           OPEN EXTEND STAT-FILE
           IF WS-STAT-STATUS NOT = '00'
               MOVE 'STATFILE' TO WS-ABORT-DDNAME
               MOVE WS-STAT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               PERFORM 2310-INIT-STAT-RECORD
               MOVE WS-FS-RUN-ID (WS-FEED-IDX) TO STAT-RUN-ID
               MOVE WS-FS-ID (WS-FEED-IDX) TO STAT-FEED-ID
               MOVE WS-FS-FEED-DATE (WS-FEED-IDX) TO STAT-FEED-DATE
               MOVE WS-FS-READ (WS-FEED-IDX) TO STAT-READ-COUNT
               MOVE WS-FS-BUILT (WS-FEED-IDX) TO STAT-BUILT-COUNT
               MOVE WS-FS-OVERFLOW (WS-FEED-IDX)
                   TO STAT-OVERFLOW-COUNT
               MOVE WS-FS-RECON (WS-FEED-IDX) TO STAT-RECON-COUNT
               WRITE STAT-RECORD
           END-PERFORM

           PERFORM 2310-INIT-STAT-RECORD
           MOVE WS-TOT-READ TO STAT-READ-COUNT
           MOVE WS-TOT-BUILT TO STAT-BUILT-COUNT
           MOVE WS-TOT-OVERFLOW TO STAT-OVERFLOW-COUNT
           MOVE WS-TOT-RECON TO STAT-RECON-COUNT
           WRITE STAT-RECORD
           CLOSE STAT-FILE.

       2310-INIT-STAT-RECORD.
           MOVE WS-RUN-DATE TO STAT-RUN-DATE
           MOVE WS-STAT-RUN-ID TO STAT-RUN-ID
           MOVE 'STRDRV' TO STAT-STEP
           MOVE SPACES TO STAT-FEED-ID
           MOVE 0 TO STAT-FEED-DATE
           MOVE 0 TO STAT-READ-COUNT
           MOVE 0 TO STAT-BUILT-COUNT
           MOVE 0 TO STAT-REJECT-COUNT
           MOVE 0 TO STAT-OVERFLOW-COUNT
           MOVE 0 TO STAT-RECON-COUNT
           MOVE 0 TO STAT-CHURN-PCT
           MOVE WS-TOT-START-TIME TO STAT-START-TIME
           MOVE WS-TOT-END-TIME TO STAT-END-TIME
           MOVE WS-TOT-ELAPSED TO STAT-ELAPSED-SEC.

      * Record each feed date the night consumed, as STRDRV's 3400
      * does on an unpartitioned night - skipping any pair already on
      * FEEDHIST from an earlier attempt at this merge. A partition
      * never records them itself.
       2400-RECORD-FEED-DATES.
           OPEN INPUT FDH-FILE
           IF WS-FDH-STATUS NOT = '00' AND WS-FDH-STATUS NOT = '05'
               MOVE 'FEEDHIST' TO WS-ABORT-DDNAME
               MOVE WS-FDH-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-FDH-STATUS = '10'
               READ FDH-FILE
                   AT END MOVE '10' TO WS-FDH-STATUS
                   NOT AT END
                       PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                           UNTIL WS-FEED-IDX > WS-FEED-COUNT
                           IF FDH-FEED-ID = WS-FS-ID (WS-FEED-IDX)
                               AND FDH-FEED-DATE =
                                   WS-FS-FEED-DATE (WS-FEED-IDX)
                               MOVE 'Y'
                                   TO WS-FS-RECORDED (WS-FEED-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FDH-FILE
           MOVE SPACES TO WS-FDH-STATUS

           OPEN EXTEND FDH-FILE
           IF WS-FDH-STATUS NOT = '00'
               MOVE 'FEEDHIST' TO WS-ABORT-DDNAME
               MOVE WS-FDH-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FS-RECORDED (WS-FEED-IDX) NOT = 'Y'
                   MOVE WS-FS-ID (WS-FEED-IDX) TO FDH-FEED-ID
                   MOVE WS-FS-FEED-DATE (WS-FEED-IDX) TO FDH-FEED-DATE
                   MOVE WS-RUN-DATE TO FDH-RUN-DATE
                   MOVE WS-FS-RUN-ID (WS-FEED-IDX) TO FDH-RUN-ID
                   WRITE FDH-RECORD
                   ADD 1 TO WS-FDH-WRITTEN
               END-IF
           END-PERFORM
           CLOSE FDH-FILE.

       3000-TERMINATE.
           PERFORM 3100-WRITE-SUMMARY
           PERFORM 3200-MARK-RUN-COMPLETE
           CLOSE SUM-FILE

           DISPLAY 'STRMERGE CONTROL TOTALS'
           DISPLAY 'RUN ID.........: ' WS-RUN-ID
           DISPLAY 'RUN DATE.......: ' WS-RUN-DATE
           DISPLAY 'PARTITIONS.....: ' WS-PART-COUNT
           DISPLAY 'STROUT RECORDS.: ' WS-STR-COUNT
           DISPLAY 'EXCRPT RECORDS.: ' WS-EXC-COUNT
           DISPLAY 'AUDIT APPENDED.: ' WS-AUD-COUNT
           DISPLAY 'FEED DATES.....: ' WS-FDH-WRITTEN.

      * The combined control-total page: the unpartitioned STRDRV
      * SUMRPT totals for the whole night, one line per partition
      * and one per feed, and what was carried into each output.
       3100-WRITE-SUMMARY.
           MOVE SPACES TO SUM-RECORD
           STRING 'STRMERGE CONTROL TOTALS - RUN ' WS-RUN-ID
               DELIMITED BY SIZE INTO SUM-RECORD
           END-STRING
           WRITE SUM-RECORD

           MOVE SPACES TO SUM-RECORD
           STRING 'RECORDS READ..........: ' WS-TOT-READ
               DELIMITED BY SIZE INTO SUM-RECORD
           END-STRING
           WRITE SUM-RECORD

           MOVE SPACES TO SUM-RECORD
           STRING 'STRINGS BUILT.........: ' WS-TOT-BUILT
               DELIMITED BY SIZE INTO SUM-RECORD
           END-STRING
           WRITE SUM-RECORD

           MOVE SPACES TO SUM-RECORD
           STRING 'OVERFLOW EXCEPTIONS...: ' WS-TOT-OVERFLOW
               DELIMITED BY SIZE INTO SUM-RECORD
           END-STRING
           WRITE SUM-RECORD

           MOVE SPACES TO SUM-RECORD
           STRING 'RECONCILIATION EXC....: ' WS-TOT-RECON
               DELIMITED BY SIZE INTO SUM-RECORD
           END-STRING
           WRITE SUM-RECORD

           MOVE SPACES TO SUM-RECORD
           STRING 'STROUT RECORDS MERGED.: ' WS-STR-COUNT
               DELIMITED BY SIZE INTO SUM-RECORD
           END-STRING
           WRITE SUM-RECORD

           MOVE SPACES TO SUM-RECORD
           STRING 'EXCRPT RECORDS MERGED.: ' WS-EXC-COUNT
               DELIMITED BY SIZE INTO SUM-RECORD
           END-STRING
           WRITE SUM-RECORD

           MOVE SPACES TO SUM-RECORD
           STRING 'AUDIT RECORDS APPENDED: ' WS-AUD-COUNT
               DELIMITED BY SIZE INTO SUM-RECORD
           END-STRING
           WRITE SUM-RECORD

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE SPACES TO SUM-RECORD
               STRING 'PART ' WS-PT-NBR (WS-PART-IDX)
                   ' KEYS ' WS-PT-FROM (WS-PART-IDX)
                   '-' WS-PT-TO (WS-PART-IDX)
                   ' DET ' WS-PT-READ (WS-PART-IDX)
                   ' BLT ' WS-PT-BUILT (WS-PART-IDX)
                   DELIMITED BY SIZE INTO SUM-RECORD
               END-STRING
               WRITE SUM-RECORD
           END-PERFORM

           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               MOVE SPACES TO SUM-RECORD
               STRING 'FEED ' WS-FS-ID (WS-FEED-IDX)
                   ' DET ' WS-FS-READ (WS-FEED-IDX)
                   ' BLT ' WS-FS-BUILT (WS-FEED-IDX)
                   ' OVF ' WS-FS-OVERFLOW (WS-FEED-IDX)
                   ' RCN ' WS-FS-RECON (WS-FEED-IDX)
                   DELIMITED BY SIZE INTO SUM-RECORD
               END-STRING
               WRITE SUM-RECORD
           END-PERFORM.

      * The run's single RUNSTAT record, complete: the date and id the
      * rest of the stream selects by, and what BACKOUT checks. The
      * partition fields stay clear - this record is the whole run.
       3200-MARK-RUN-COMPLETE.
           IF WS-RUN-REC-SEEN = 'Y'
               OPEN I-O RUN-FILE
               IF WS-RUN-STATUS NOT = '00'
                   MOVE 'RUNSTAT' TO WS-ABORT-DDNAME
                   MOVE WS-RUN-STATUS TO WS-ABORT-STATUS
                   PERFORM 9000-ABORT-OPEN
               END-IF
               READ RUN-FILE
                   AT END CONTINUE
               END-READ
               PERFORM 3210-SET-RUN-RECORD
               REWRITE RUN-RECORD
           ELSE
               OPEN EXTEND RUN-FILE
               IF WS-RUN-STATUS NOT = '00'
                   MOVE 'RUNSTAT' TO WS-ABORT-DDNAME
                   MOVE WS-RUN-STATUS TO WS-ABORT-STATUS
                   PERFORM 9000-ABORT-OPEN
               END-IF
               PERFORM 3210-SET-RUN-RECORD
               WRITE RUN-RECORD
           END-IF
           CLOSE RUN-FILE.

       3210-SET-RUN-RECORD.
           MOVE SPACES TO RUN-RECORD
           MOVE WS-RUN-ID TO RUN-STAT-ID
           MOVE WS-RUN-DATE TO RUN-STAT-DATE
           MOVE WS-RUN-MODE TO RUN-STAT-MODE
           MOVE 'C' TO RUN-STAT-STATUS
           MOVE 0 TO RUN-STAT-CHKPT
           MOVE 0 TO RUN-STAT-PART-NBR
           MOVE WS-DETAIL-TOTAL TO RUN-STAT-DETAILS
           MOVE WS-PART-READ-SUM TO RUN-STAT-PART-READ.

       9000-ABORT-OPEN.
           DISPLAY 'STRMERGE: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
