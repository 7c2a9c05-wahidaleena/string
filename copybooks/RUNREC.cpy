      * rewrites the record 'I' (in-flight) at start, keeps the last
      * checkpoint count on it as the run progresses, and finalizes
      * it 'C' (complete) at clean end-of-job or 'F' (failed) when a
      * controlled rejection ends the run early. BACKOUT rewrites a
      * finished run's record 'B' (backed out) once its updates are
      * reversed, so the day is rerun fresh. At startup the
      * submitted parms are proved against the recorded state:
      *   - a fresh run while the record is still 'I' abends (last
      *     night's run never finished - restart it or investigate);
      *   - a restart with no 'I' record abends (nothing to resume);
      *   - a restart under a different run id abends (wrong parm).
      * On a partitioned night each STRDRV partition keeps its own
      * RUNSTAT and stamps its partition number and key range on it,
      * with the details it read on FRAGIN and the details that fell
      * inside its range; STRMERGE proves every partition complete
      * from those fields, and that the ranges between them took
      * every detail exactly once, before it writes the run's single
      * RUNSTAT record for the rest of the stream. The partition
      * fields are zero/blank on that record and on an unpartitioned
      * run's.
      *****************************************************************
       01  RUN-RECORD.
           05  RUN-STAT-ID                PIC X(8).
           05  RUN-STAT-MODE              PIC X.
           05  RUN-STAT-STATUS            PIC X.
           05  RUN-STAT-CHKPT             PIC 9(6).
           05  RUN-STAT-PART-NBR          PIC 9(2).
           05  RUN-STAT-PART-FROM         PIC X(6).
           05  RUN-STAT-PART-TO           PIC X(6).
           05  RUN-STAT-DETAILS           PIC 9(6).
           05  RUN-STAT-PART-READ         PIC 9(6).
           05  FILLER                     PIC X(30).
