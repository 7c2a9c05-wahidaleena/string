      *****************************************************************
      * PARTREC - key-range partition card, one 80-byte card per
      * partition of a partitioned STRDRV night. The build is split
      * by key range so several STRDRV jobs can run side by side,
      * each reading the whole FRAGSTD generation but building only
      * the details whose key falls inside its own range, into its
      * own STROUT/EXCRPT/audit/statistics generations, with its own
      * RUNSTAT and RESTCTL so a failed partition is restarted on its
      * own. STRMERGE then combines the partitions into the single
      * outputs the rest of the stream reads.
      *   PART-NBR       - partition number 01-10, ascending in the
      *                    table with no gaps
      *   PART-KEY-FROM  - lowest key the partition builds
      *   PART-KEY-TO    - highest key the partition builds
      * Each partition's STRDRV reads its own card (PARTCTL DD);
      * STRMERGE reads every card, in partition order (PARTTAB DD).
      * The ranges must not overlap and must between them cover every
      * key the feeds can send - STRMERGE refuses a night whose
      * partitions did not take every detail exactly once.
      *****************************************************************
       01  PART-RECORD.
           05  PART-NBR                   PIC 9(2).
           05  PART-KEY-FROM              PIC X(6).
           05  PART-KEY-TO                PIC X(6).
           05  FILLER                     PIC X(66).
