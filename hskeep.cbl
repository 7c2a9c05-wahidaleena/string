       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSKEEP.

      * HSKEEP is the periodic housekeeping run for the two keyed
      * string masters, which otherwise only grow - and which every
      * nightly STRLOAD and STRVERIF pass pays to read:
      *   - STRMAST: a key logically deleted by STRUPD (MST-DEL-FLAG
      *     'D') for longer than the deleted-key retention is copied
      *     to the MSTARCH archive generation and physically
      *     removed. How long a key has been deleted is the
      *     effective date of its current STRHIST version, the
      *     version STRUPD cut when the key was deleted; a key with
      *     no such version cannot be dated and is kept.
      *   - STRHIST: a closed version whose HST-END-DATE is older
      *     than the history retention is moved to the HSTARCH
      *     archive cluster. The current version of every key
      *     (end date 99999999) and any version that closed inside
      *     the window are always kept, so every point-in-time
      *     question inside the window is still answered from the
      *     live cluster - and HSTINQ reads HSTARCH, same layout and
      *     key, for anything older.
      * Every record is archived before it is removed, and an
      * archive write that finds the record already there (a rerun
      * after an interruption) counts as archived, so a rerun simply
      * finishes the job. Each purged STRMAST key is listed on
      * HKPRPT; history is reported as counts.
      *
      * HKPCARD columns 1-3: deleted-key retention in days (blank or
      * zero = 90); columns 4-7: history retention in days (blank or
      * zero = 1825). A non-numeric value rejects the run, RC 12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HKP-FILE ASSIGN TO HKPCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HKP-STATUS.

           SELECT MST-FILE ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT HST-FILE ASSIGN TO STRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.

           SELECT ARC-FILE ASSIGN TO HSTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARC-STATUS.

           SELECT MARC-FILE ASSIGN TO MSTARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MARC-STATUS.

           SELECT RPT-FILE ASSIGN TO HKPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HKP-FILE
           RECORDING MODE IS F.
       01  HKP-CARD.
           05  HKP-DEL-DAYS               PIC X(3).
           05  HKP-HST-DAYS               PIC X(4).
           05  FILLER                     PIC X(73).

       FD  MST-FILE.
       COPY MSTREC.

       FD  HST-FILE.
       COPY HSTREC.

      * The history archive: a KSDS with the STRHIST record and key,
      * so HSTINQ answers from it exactly as from the live cluster.
       FD  ARC-FILE.
       COPY HSTREC REPLACING LEADING ==HST-== BY ==ARC-==.

      * Purged master records, in the STRMAST layout.
       FD  MARC-FILE
           RECORDING MODE IS F.
       COPY MSTREC REPLACING LEADING ==MST-== BY ==MARC-==.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                     PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-HKP-STATUS                  PIC XX.
       01  WS-MST-STATUS                  PIC XX.
       01  WS-HST-STATUS                  PIC XX.
       01  WS-ARC-STATUS                  PIC XX.
       01  WS-MARC-STATUS                 PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

       01  WS-DEL-DAYS                    PIC 9(3) VALUE 90.
       01  WS-HST-DAYS                    PIC 9(4) VALUE 1825.
       01  WS-DEL-CUTOFF                  PIC 9(8) VALUE 0.
       01  WS-HST-CUTOFF                  PIC 9(8) VALUE 0.
       01  WS-TODAY-INT                   PIC 9(8) VALUE 0.

       01  WS-MST-READ                    PIC 9(7) VALUE 0.
       01  WS-MST-DELETED                 PIC 9(7) VALUE 0.
       01  WS-MST-PURGED                  PIC 9(7) VALUE 0.
       01  WS-MST-KEPT-WINDOW             PIC 9(7) VALUE 0.
       01  WS-MST-KEPT-UNDATED            PIC 9(7) VALUE 0.
       01  WS-HST-READ                    PIC 9(7) VALUE 0.
       01  WS-HST-ARCHIVED                PIC 9(7) VALUE 0.
       01  WS-HST-REARCHIVED              PIC 9(7) VALUE 0.
       01  WS-HST-KEPT-CURRENT            PIC 9(7) VALUE 0.
       01  WS-HST-KEPT-WINDOW             PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                 PIC 9(5) VALUE 0.

      * The deleted key's current history version, found by 2100.
       01  WS-BROWSE-SW                   PIC X VALUE 'N'.
       01  WS-DEL-DATE                    PIC 9(8) VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYYMMDD           PIC 9(8).
           05  FILLER                     PIC X(13).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PURGE-MASTER UNTIL WS-EOF-SWITCH = 'Y'
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2500-START-HISTORY
           PERFORM 2600-ARCHIVE-HISTORY UNTIL WS-EOF-SWITCH = 'Y'
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-CONTROL-CARD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-YYYYMMDD)
           COMPUTE WS-DEL-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-DEL-DAYS)
           COMPUTE WS-HST-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-HST-DAYS)

           OPEN I-O MST-FILE
           IF WS-MST-STATUS NOT = '00'
               MOVE 'STRMAST' TO WS-ABORT-DDNAME
               MOVE WS-MST-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN I-O HST-FILE
           IF WS-HST-STATUS NOT = '00'
               MOVE 'STRHIST' TO WS-ABORT-DDNAME
               MOVE WS-HST-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN I-O ARC-FILE
           IF WS-ARC-STATUS NOT = '00'
               MOVE 'HSTARCH' TO WS-ABORT-DDNAME
               MOVE WS-ARC-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN OUTPUT MARC-FILE
           IF WS-MARC-STATUS NOT = '00'
               MOVE 'MSTARCH' TO WS-ABORT-DDNAME
               MOVE WS-MARC-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'HKPRPT' TO WS-ABORT-DDNAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING 'HSKEEP STRMAST/STRHIST HOUSEKEEPING - RUN DATE '
               WS-CURR-YYYYMMDD
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'DELETED KEYS PURGED WHEN DELETED BEFORE '
               WS-DEL-CUTOFF ' (' WS-DEL-DAYS ' DAYS)'
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'HISTORY ARCHIVED WHEN CLOSED BEFORE '
               WS-HST-CUTOFF ' (' WS-HST-DAYS ' DAYS)'
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'STRMAST KEYS PURGED' TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE LOW-VALUES TO MST-KEY
           START MST-FILE KEY NOT < MST-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2900-READ-MASTER.

       1100-LOAD-CONTROL-CARD.
           OPEN INPUT HKP-FILE
           IF WS-HKP-STATUS NOT = '00'
               MOVE 'HKPCARD' TO WS-ABORT-DDNAME
               MOVE WS-HKP-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           READ HKP-FILE
               AT END CONTINUE
               NOT AT END
                   IF HKP-DEL-DAYS NOT = SPACES
                       AND HKP-DEL-DAYS NOT = '000'
                       IF HKP-DEL-DAYS IS NUMERIC
                           MOVE HKP-DEL-DAYS TO WS-DEL-DAYS
                       ELSE
                           DISPLAY 'HSKEEP: HKPCARD DELETED-KEY '
                               'RETENTION NOT NUMERIC - ' HKP-DEL-DAYS
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   IF HKP-HST-DAYS NOT = SPACES
                       AND HKP-HST-DAYS NOT = '0000'
                       IF HKP-HST-DAYS IS NUMERIC
                           MOVE HKP-HST-DAYS TO WS-HST-DAYS
                       ELSE
                           DISPLAY 'HSKEEP: HKPCARD HISTORY '
                               'RETENTION NOT NUMERIC - ' HKP-HST-DAYS
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ
           CLOSE HKP-FILE.

      * One master record: only a logical delete older than the
      * retention goes; everything live stays untouched.
       2000-PURGE-MASTER.
           IF MST-DEL-FLAG = 'D'
               ADD 1 TO WS-MST-DELETED
               PERFORM 2100-FIND-DELETE-DATE
               EVALUATE TRUE
                   WHEN WS-DEL-DATE = 0
                       ADD 1 TO WS-MST-KEPT-UNDATED
                       MOVE SPACES TO RPT-RECORD
                       STRING '  KEY ' MST-KEY ' FEED ' MST-FEED-ID
                           ' KEPT - NO DELETED VERSION ON STRHIST '
                           'TO DATE IT'
                           DELIMITED BY SIZE INTO RPT-RECORD
                       END-STRING
                       WRITE RPT-RECORD
                   WHEN WS-DEL-DATE < WS-DEL-CUTOFF
                       PERFORM 2200-ARCHIVE-AND-DELETE-KEY
                   WHEN OTHER
                       ADD 1 TO WS-MST-KEPT-WINDOW
               END-EVALUATE
           END-IF
           PERFORM 2900-READ-MASTER.

      * The key's current version (end date 99999999) is the one the
      * delete cut; it must itself be the deleted state, or the
      * history and the master disagree and the key is not dated.
       2100-FIND-DELETE-DATE.
           MOVE 0 TO WS-DEL-DATE
           MOVE 'Y' TO WS-BROWSE-SW
           MOVE MST-KEY TO HST-REC-KEY
           MOVE 0 TO HST-EFF-DATE
           START HST-FILE KEY NOT < HST-KEY
               INVALID KEY MOVE 'N' TO WS-BROWSE-SW
           END-START
           PERFORM UNTIL WS-BROWSE-SW = 'N'
               READ HST-FILE NEXT
                   AT END MOVE 'N' TO WS-BROWSE-SW
                   NOT AT END
                       IF HST-REC-KEY NOT = MST-KEY
                           MOVE 'N' TO WS-BROWSE-SW
                       ELSE
                           IF HST-END-DATE = 99999999
                               AND HST-DEL-FLAG = 'D'
                               MOVE HST-EFF-DATE TO WS-DEL-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2200-ARCHIVE-AND-DELETE-KEY.
           MOVE MST-RECORD TO MARC-RECORD
           WRITE MARC-RECORD
           IF WS-MARC-STATUS NOT = '00'
               DISPLAY 'HSKEEP: MSTARCH WRITE FAILED FOR KEY '
                   MST-KEY ' - FILE STATUS ' WS-MARC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DELETE MST-FILE RECORD
               INVALID KEY
                   DISPLAY 'HSKEEP: STRMAST DELETE FAILED FOR KEY '
                       MST-KEY ' - FILE STATUS ' WS-MST-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-MST-PURGED
                   MOVE SPACES TO RPT-RECORD
                   STRING '  KEY ' MST-KEY ' FEED ' MST-FEED-ID
                       ' DELETED ' WS-DEL-DATE ' PURGED'
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
           END-DELETE.

       2500-START-HISTORY.
           MOVE LOW-VALUES TO HST-KEY
           START HST-FILE KEY NOT < HST-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2950-READ-HISTORY.

      * One history version. The guard record DEFHIST primes the
      * cluster with (key ZZZZZZ) is not a version and never moves.
       2600-ARCHIVE-HISTORY.
           EVALUATE TRUE
               WHEN HST-REC-KEY = 'ZZZZZZ'
                   CONTINUE
               WHEN HST-END-DATE = 99999999
                   ADD 1 TO WS-HST-KEPT-CURRENT
               WHEN HST-END-DATE NOT < WS-HST-CUTOFF
                   ADD 1 TO WS-HST-KEPT-WINDOW
               WHEN OTHER
                   PERFORM 2700-ARCHIVE-VERSION
           END-EVALUATE
           PERFORM 2950-READ-HISTORY.

      * Archive first, then delete: an interruption between the two
      * leaves the version in both clusters, and the rerun's archive
      * write finds it already there (status 22) and carries on.
       2700-ARCHIVE-VERSION.
           MOVE HST-RECORD TO ARC-RECORD
           WRITE ARC-RECORD
           EVALUATE WS-ARC-STATUS
               WHEN '00'
                   ADD 1 TO WS-HST-ARCHIVED
               WHEN '22'
                   ADD 1 TO WS-HST-REARCHIVED
               WHEN OTHER
                   DISPLAY 'HSKEEP: HSTARCH WRITE FAILED FOR KEY '
                       HST-REC-KEY ' EFF ' HST-EFF-DATE
                       ' - FILE STATUS ' WS-ARC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           DELETE HST-FILE RECORD
               INVALID KEY
                   DISPLAY 'HSKEEP: STRHIST DELETE FAILED FOR KEY '
                       HST-REC-KEY ' EFF ' HST-EFF-DATE
                       ' - FILE STATUS ' WS-HST-STATUS
                   ADD 1 TO WS-ERROR-COUNT
           END-DELETE.

       2900-READ-MASTER.
           IF WS-EOF-SWITCH NOT = 'Y'
               READ MST-FILE NEXT
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END ADD 1 TO WS-MST-READ
               END-READ
           END-IF.

       2950-READ-HISTORY.
           IF WS-EOF-SWITCH NOT = 'Y'
               READ HST-FILE NEXT
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END ADD 1 TO WS-HST-READ
               END-READ
           END-IF.

       3000-TERMINATE.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'STRMAST RECORDS READ..: ' WS-MST-READ
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'LOGICALLY DELETED.....: ' WS-MST-DELETED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'KEYS PURGED...........: ' WS-MST-PURGED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'KEPT - INSIDE WINDOW..: ' WS-MST-KEPT-WINDOW
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'KEPT - NOT DATED......: ' WS-MST-KEPT-UNDATED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'STRHIST VERSIONS READ.: ' WS-HST-READ
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'VERSIONS ARCHIVED.....: ' WS-HST-ARCHIVED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'ALREADY ON ARCHIVE....: ' WS-HST-REARCHIVED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'KEPT - CURRENT........: ' WS-HST-KEPT-CURRENT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'KEPT - INSIDE WINDOW..: ' WS-HST-KEPT-WINDOW
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'DELETE FAILURES.......: ' WS-ERROR-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD

           CLOSE MST-FILE
           CLOSE HST-FILE
           CLOSE ARC-FILE
           CLOSE MARC-FILE
           CLOSE RPT-FILE
           DISPLAY 'HSKEEP CONTROL TOTALS'
           DISPLAY 'STRMAST RECORDS READ..: ' WS-MST-READ
           DISPLAY 'KEYS PURGED...........: ' WS-MST-PURGED
           DISPLAY 'STRHIST VERSIONS READ.: ' WS-HST-READ
           DISPLAY 'VERSIONS ARCHIVED.....: ' WS-HST-ARCHIVED
           DISPLAY 'ALREADY ON ARCHIVE....: ' WS-HST-REARCHIVED
           DISPLAY 'DELETE FAILURES.......: ' WS-ERROR-COUNT
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A failed OPEN on any file means HSKEEP cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'HSKEEP: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
