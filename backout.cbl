       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.

      * BACKOUT undoes one night's string-build run, by run id, when a
      * bad vendor feed got through the edit and STRDRV/STRLOAD have
      * already applied it - the fix that used to mean restoring VSAM
      * backups and hand-editing the logs. Driven by a one-card
      * BKOCARD (run id, optional run date as a confirmation) it:
      *   - proves the run id against the RUNSTAT run-status record:
      *     only the last recorded run can be backed out, and only
      *     once it has finished ('C' or 'F') - an in-flight run is
      *     restarted or investigated, never backed out under itself;
      *   - splits AUDITLOG: the run's own audit records (its run date
      *     and its run id, or any FEEDCTL feed run id the run stamped)
      *     go to BKOAUD for the auditors, every other record to
      *     AUDNEW, which the JCL copies back over the live log;
      *   - for every key the run audited, deletes the STRHIST version
      *     the run cut (effective on or after the run date - STRLOAD
      *     stamps the clock date, which is the next day when the load
      *     runs past midnight), reopens the version it closed, and
      *     puts the reopened version back on STRMAST - or removes the
      *     key from STRMAST when the run was the first to ever build
      *     it. A key with an online correction (CORRLOG, or its
      *     posting on AUDITLOG) dated on or after the run date is
      *     left exactly as it is and listed for manual attention:
      *     a same-day correction shares the run's version, and
      *     deleting that version would silently lose it. Such a
      *     key's audit records from the run stay on the live log,
      *     which must go on explaining what the master holds;
      *   - puts back every key on the prior STROUT generation
      *     (STRPREV) that the run's reload left off STRMAST, from the
      *     key's current STRHIST version - STRLOAD reloads with OPEN
      *     OUTPUT, so a key the bad run dropped is not on the master
      *     and has no audit record to be found by;
      *   - drops the run's consumed feed dates from FEEDHIST (via
      *     FDHNEW, copied back by the JCL) so the same feed files are
      *     accepted again;
      *   - marks the RUNSTAT record 'B' (backed out), so the next
      *     HELLOJOB submission is accepted as a fresh run of the day;
      *   - marks failed ('F') every DLVLOG delivery DISTRIB recorded
      *     for the run, so no changes-only subscriber's next delta
      *     starts from the bad night, and lists those subscribers
      *     (SUBCTL gives each one's format) with what the rerun
      *     must send them.
      * Every key touched prints on BKORPT with what was done to it.
      *
      * Card columns: 1-8 run id / 9-16 run date (YYYYMMDD, optional;
      * when given it must match the date RUNSTAT recorded).
      *
      * RC 4  - backed out and RUNSTAT marked, but keys with online
      *         corrections were left alone, or subscribers had
      *         already been sent the run's extracts - see BKORPT.
      * RC 12 - the run cannot be backed out (wrong run id, run still
      *         in flight, already backed out, date mismatch);
      *         nothing has been changed.
      * RC 8  - a history or master update failed part way; RUNSTAT is
      *         left as it was and the JCL does not copy AUDNEW or
      *         FDHNEW back - investigate the keys named on BKORPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKO-FILE ASSIGN TO BKOCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.

           SELECT RUN-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT OPTIONAL FEED-FILE ASSIGN TO FEEDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT AUD-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT NEW-FILE ASSIGN TO AUDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT BKA-FILE ASSIGN TO BKOAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKA-STATUS.

           SELECT HST-FILE ASSIGN TO STRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.

           SELECT MST-FILE ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT COR-FILE ASSIGN TO CORRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-COR-STATUS.

           SELECT PRV-FILE ASSIGN TO STRPREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.

           SELECT SUB-FILE ASSIGN TO SUBCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT OPTIONAL DLV-FILE ASSIGN TO DLVLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.

           SELECT OPTIONAL FDH-FILE ASSIGN TO FEEDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDH-STATUS.

           SELECT FDN-FILE ASSIGN TO FDHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDN-STATUS.

           SELECT RPT-FILE ASSIGN TO BKORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKO-FILE
           RECORDING MODE IS F.
       01  BKO-CARD.
           05  BKO-RUN-ID                 PIC X(8).
           05  BKO-RUN-DATE               PIC X(8).
           05  FILLER                     PIC X(64).

       FD  RUN-FILE
           RECORDING MODE IS F.
       COPY RUNREC.

       FD  FEED-FILE
           RECORDING MODE IS F.
       COPY FEEDREC.

       FD  AUD-FILE
           RECORDING MODE IS F.
       COPY AUDREC.

      * Kept and backed-out audit records carry the unchanged AUDREC
      * bytes; plain buffers here because the named fields are
      * already declared under AUD-FILE above.
       FD  NEW-FILE
           RECORDING MODE IS F.
       01  NEW-RECORD                        PIC X(168).

       FD  BKA-FILE
           RECORDING MODE IS F.
       01  BKA-RECORD                        PIC X(168).

       FD  HST-FILE.
       COPY HSTREC.

       FD  MST-FILE.
       COPY MSTREC.

       FD  COR-FILE.
       COPY CORREC.

      * The STROUT generation loaded the night before the run - the
      * key list the pre-run master was built from.
       FD  PRV-FILE
           RECORDING MODE IS F.
       COPY STRREC.

       FD  SUB-FILE
           RECORDING MODE IS F.
       COPY SUBREC.

       FD  DLV-FILE
           RECORDING MODE IS F.
       COPY DLVREC.

       FD  FDH-FILE
           RECORDING MODE IS F.
       COPY FDHREC.

       FD  FDN-FILE
           RECORDING MODE IS F.
       01  FDN-RECORD                        PIC X(28).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BKO-STATUS                  PIC XX.
       01  WS-RUN-STATUS                  PIC XX.
       01  WS-FEED-STATUS                 PIC XX.
       01  WS-AUD-STATUS                  PIC XX.
       01  WS-NEW-STATUS                  PIC XX.
       01  WS-BKA-STATUS                  PIC XX.
       01  WS-HST-STATUS                  PIC XX.
       01  WS-MST-STATUS                  PIC XX.
       01  WS-COR-STATUS                  PIC XX.
       01  WS-PRV-STATUS                  PIC XX.
       01  WS-SUB-STATUS                  PIC XX.
       01  WS-DLV-STATUS                  PIC XX.
       01  WS-FDH-STATUS                  PIC XX.
       01  WS-FDN-STATUS                  PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

      * The run being backed out, as the card names it and as the
      * run-status record proves it.
       01  WS-RUN-ID                      PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(8) VALUE 0.
       01  WS-CARD-DATE                   PIC 9(8) VALUE 0.

      * Every run id the run stamped on its audit records: the PARM
      * run id, plus each FEEDCTL feed's own run id on a multi-feed
      * night (2910-SWITCH-FEED in STRDRV takes it over per feed).
       01  WS-RID-COUNT                   PIC 9(2) VALUE 0.
       01  WS-RID-TABLE.
           05  WS-RID-ENTRY               PIC X(8) OCCURS 11 TIMES
                                          INDEXED BY RID-IDX.
       01  WS-RID-MATCH-SW                PIC X VALUE 'N'.

      * Every key the run audited, duplicates collapsed, with the feed
      * that built it. 20000 entries matches STRDRV's own master-key
      * table bound - the run cannot have audited more.
       01  WS-KEY-COUNT                   PIC 9(5) COMP VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 20000 TIMES INDEXED BY KEY-IDX.
               10  WS-KT-KEY              PIC X(6).
               10  WS-KT-FEED             PIC X(4).
               10  WS-KT-MANUAL           PIC X.
       01  WS-KEY-MATCH-SW                PIC X VALUE 'N'.

      * Keys with an online correction posted to AUDITLOG on or
      * after the run date, gathered by a pass of the log ahead of
      * the split - CORRAUD's postings follow the run's records.
       01  WS-ONL-COUNT                   PIC 9(5) COMP VALUE 0.
       01  WS-ONL-TABLE.
           05  WS-ONL-KEY                 PIC X(6) OCCURS 5000 TIMES
                                          INDEXED BY ONL-IDX.
       01  WS-MANUAL-SW                   PIC X VALUE 'N'.
       01  WS-COR-BROWSE-SW               PIC X VALUE 'N'.

      * SUBCTL as it stands now, so each subscriber the run delivered
      * to is reported with what its next extract will need. Ten
      * cards is DISTRIB's own bound.
       01  WS-SUB-COUNT                   PIC 9(2) VALUE 0.
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 10 TIMES INDEXED BY SUB-IDX.
               10  WS-SB-ID               PIC X(8).
               10  WS-SB-FORMAT           PIC X.
       01  WS-SUB-FORMAT                  PIC X.
       01  WS-DLV-OPEN-SW                 PIC X VALUE 'N'.

      * History work areas for the key being restored: whether the
      * run cut a version (effective on or after the run date), and
      * the newest version before it - the one the run closed.
       01  WS-HST-BROWSE-SW               PIC X VALUE 'N'.
       01  WS-CUT-SW                      PIC X VALUE 'N'.
       01  WS-PRIOR-SW                    PIC X VALUE 'N'.
       01  WS-CLOSED-SW                   PIC X VALUE 'N'.
       01  WS-CLOSED-REC.
           05  WS-CL-EFF-DATE             PIC 9(8).
           05  WS-CL-STRING               PIC X(72).
           05  WS-CL-FEED-ID              PIC X(4).
           05  WS-CL-DEL-FLAG             PIC X.
       01  WS-KEY-ERROR-SW                PIC X VALUE 'N'.

       01  WS-KEYS-BACKED-OUT             PIC 9(6) VALUE 0.
       01  WS-AUD-READ                    PIC 9(6) VALUE 0.
       01  WS-AUD-REMOVED                 PIC 9(6) VALUE 0.
       01  WS-AUD-KEPT                    PIC 9(6) VALUE 0.
       01  WS-AUD-MANUAL-KEPT             PIC 9(6) VALUE 0.
       01  WS-VERSIONS-DELETED            PIC 9(6) VALUE 0.
       01  WS-VERSIONS-REOPENED           PIC 9(6) VALUE 0.
       01  WS-MST-RESTORED                PIC 9(6) VALUE 0.
       01  WS-MST-REMOVED                 PIC 9(6) VALUE 0.
       01  WS-UNCHANGED-COUNT             PIC 9(6) VALUE 0.
       01  WS-MANUAL-COUNT                PIC 9(6) VALUE 0.
       01  WS-PRV-READ                    PIC 9(6) VALUE 0.
       01  WS-DROPPED-RESTORED            PIC 9(6) VALUE 0.
       01  WS-ERROR-COUNT                 PIC 9(6) VALUE 0.
       01  WS-FDH-REMOVED                 PIC 9(6) VALUE 0.
       01  WS-FDH-KEPT                    PIC 9(6) VALUE 0.
       01  WS-DLV-READ                    PIC 9(6) VALUE 0.
       01  WS-DLV-MARKED                  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SPLIT-AUDIT-LOG UNTIL WS-EOF-SWITCH = 'Y'
           PERFORM 2500-OPEN-MASTERS
           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > WS-KEY-COUNT
               PERFORM 3000-RESTORE-KEY
           END-PERFORM
           PERFORM 3500-RESTORE-DROPPED-KEYS
           PERFORM 4000-SPLIT-FEED-HISTORY
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-CONTROL-CARD
           PERFORM 1200-CHECK-RUN-STATUS
           PERFORM 1300-LOAD-FEED-RUN-IDS
           PERFORM 1400-LOAD-SUBSCRIBERS
           PERFORM 1500-OPEN-DELIVERY-LOG

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'BKORPT' TO WS-ABORT-DDNAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING 'BACKOUT OF RUN ' WS-RUN-ID
               ' RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           OPEN INPUT COR-FILE
           IF WS-COR-STATUS NOT = '00'
               MOVE 'CORRLOG' TO WS-ABORT-DDNAME
               MOVE WS-COR-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM 1600-LOAD-ONLINE-KEYS

           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS NOT = '00'
               MOVE 'AUDITLOG' TO WS-ABORT-DDNAME
               MOVE WS-AUD-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN OUTPUT NEW-FILE
           IF WS-NEW-STATUS NOT = '00'
               MOVE 'AUDNEW' TO WS-ABORT-DDNAME
               MOVE WS-NEW-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN OUTPUT BKA-FILE
           IF WS-BKA-STATUS NOT = '00'
               MOVE 'BKOAUD' TO WS-ABORT-DDNAME
               MOVE WS-BKA-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           READ AUD-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END ADD 1 TO WS-AUD-READ
           END-READ.

      * The run id is required; the run date is an optional second
      * key the operator can add so a mistyped id can never back out
      * a different night.
       1100-LOAD-CONTROL-CARD.
           OPEN INPUT BKO-FILE
           IF WS-BKO-STATUS NOT = '00'
               MOVE 'BKOCARD' TO WS-ABORT-DDNAME
               MOVE WS-BKO-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           READ BKO-FILE
               AT END MOVE SPACES TO BKO-CARD
           END-READ
           CLOSE BKO-FILE

           IF BKO-RUN-ID = SPACES
               DISPLAY 'BACKOUT: BKOCARD RUN ID IS REQUIRED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BKO-RUN-ID TO WS-RUN-ID
           IF BKO-RUN-DATE NOT = SPACES
               IF BKO-RUN-DATE IS NUMERIC
                   MOVE BKO-RUN-DATE TO WS-CARD-DATE
               ELSE
                   DISPLAY 'BACKOUT: BKOCARD RUN DATE NOT NUMERIC: '
                       BKO-RUN-DATE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Only the run RUNSTAT names can be backed out: its history
      * versions are the newest on every key it touched, so taking
      * them off leaves the prior versions current again. An older
      * run has later runs' versions stacked on top of its own.
       1200-CHECK-RUN-STATUS.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               MOVE 'RUNSTAT' TO WS-ABORT-DDNAME
               MOVE WS-RUN-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'BACKOUT: RUNSTAT IS EMPTY - NO RUN TO '
                       'BACK OUT'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE RUN-FILE
           MOVE SPACES TO WS-RUN-STATUS

           IF RUN-STAT-ID NOT = WS-RUN-ID
               DISPLAY 'BACKOUT: RUN ' WS-RUN-ID
                   ' IS NOT THE LAST RECORDED RUN (' RUN-STAT-ID
                   ') - ONLY THE LAST RUN CAN BE BACKED OUT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-STAT-STATUS = 'I'
               DISPLAY 'BACKOUT: RUN ' WS-RUN-ID
                   ' IS STILL MARKED IN-FLIGHT - RESTART OR '
                   'INVESTIGATE IT FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-STAT-STATUS = 'B'
               DISPLAY 'BACKOUT: RUN ' WS-RUN-ID ' OF '
                   RUN-STAT-DATE ' IS ALREADY BACKED OUT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CARD-DATE > 0 AND WS-CARD-DATE NOT = RUN-STAT-DATE
               DISPLAY 'BACKOUT: BKOCARD DATE ' WS-CARD-DATE
                   ' BUT RUN ' WS-RUN-ID ' RAN ON ' RUN-STAT-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RUN-STAT-DATE TO WS-RUN-DATE

           MOVE 1 TO WS-RID-COUNT
           MOVE WS-RUN-ID TO WS-RID-ENTRY (1).

      * FEEDCTL is optional, as it is to STRDRV: absent, the run was
      * single-feed and stamped only the PARM run id.
       1300-LOAD-FEED-RUN-IDS.
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
                       IF WS-RID-COUNT >= 11
                           DISPLAY 'BACKOUT: FEEDCTL HAS MORE THAN '
                               '10 FEEDS - ENLARGE WS-RID-TABLE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF FEED-RUN-ID NOT = SPACES
                           ADD 1 TO WS-RID-COUNT
                           MOVE FEED-RUN-ID
                               TO WS-RID-ENTRY (WS-RID-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           MOVE SPACES TO WS-FEED-STATUS.

      * Only the subscriber id and format are wanted; DISTRIB has
      * already edited the cards.
       1400-LOAD-SUBSCRIBERS.
           OPEN INPUT SUB-FILE
           IF WS-SUB-STATUS NOT = '00'
               MOVE 'SUBCTL' TO WS-ABORT-DDNAME
               MOVE WS-SUB-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-SUB-STATUS = '10'
               READ SUB-FILE
                   AT END MOVE '10' TO WS-SUB-STATUS
                   NOT AT END
                       IF WS-SUB-COUNT >= 10
                           DISPLAY 'BACKOUT: MORE THAN 10 SUBCTL '
                               'CARDS - ENLARGE WS-SUB-TABLE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF SUB-ID NOT = SPACES
                           ADD 1 TO WS-SUB-COUNT
                           MOVE SUB-ID TO WS-SB-ID (WS-SUB-COUNT)
                           IF SUB-FORMAT = 'F' OR SUB-FORMAT = 'C'
                               MOVE SUB-FORMAT
                                   TO WS-SB-FORMAT (WS-SUB-COUNT)
                           ELSE
                               MOVE 'D' TO WS-SB-FORMAT (WS-SUB-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUB-FILE
           MOVE SPACES TO WS-SUB-STATUS.

      * DLVLOG is opened here, before anything is changed, so a log
      * that cannot be updated stops the backout while it can still
      * simply be resubmitted. Absent, DISTRIB never ran against it.
       1500-OPEN-DELIVERY-LOG.
           OPEN I-O DLV-FILE
           EVALUATE WS-DLV-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-DLV-OPEN-SW
               WHEN '05'
                   CLOSE DLV-FILE
               WHEN OTHER
                   MOVE 'DLVLOG' TO WS-ABORT-DDNAME
                   MOVE WS-DLV-STATUS TO WS-ABORT-STATUS
                   PERFORM 9000-ABORT-OPEN
           END-EVALUATE
           MOVE SPACES TO WS-DLV-STATUS.

      * Every online posting on or after the run date, wherever it
      * sits on the log, is known before the first record of the
      * run is split off.
       1600-LOAD-ONLINE-KEYS.
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
                       IF AUD-RUN-DATE NOT < WS-RUN-DATE
                           AND (AUD-STR1 = 'ONLINE CORRECTION'
                             OR AUD-STR1 = 'ONLINE LOGICAL DELETE')
                           PERFORM 2200-ADD-ONLINE-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUD-FILE
           MOVE SPACES TO WS-AUD-STATUS.

      * One audit record: the run's own records (its date, one of its
      * run ids) leave the live log for BKOAUD and put their key on
      * the restore list; everything else - other nights, and the
      * CORRAUD postings of online corrections that can share the
      * date - is kept. So is every run record of a key that will be
      * left for manual attention: its run version stays on the
      * master, and so must the audit record that explains it.
       2000-SPLIT-AUDIT-LOG.
           MOVE 'N' TO WS-RID-MATCH-SW
           IF AUD-RUN-DATE = WS-RUN-DATE
               AND AUD-STR1 NOT = 'ONLINE CORRECTION'
               AND AUD-STR1 NOT = 'ONLINE LOGICAL DELETE'
               SET RID-IDX TO 1
               SEARCH WS-RID-ENTRY
                   AT END CONTINUE
                   WHEN RID-IDX > WS-RID-COUNT
                       CONTINUE
                   WHEN WS-RID-ENTRY (RID-IDX) = AUD-RUN-ID
                       MOVE 'Y' TO WS-RID-MATCH-SW
               END-SEARCH
           END-IF

           IF WS-RID-MATCH-SW = 'Y'
               PERFORM 2100-ADD-RESTORE-KEY
               IF WS-KT-MANUAL (KEY-IDX) = 'Y'
                   MOVE AUD-RECORD TO NEW-RECORD
                   WRITE NEW-RECORD
                   ADD 1 TO WS-AUD-MANUAL-KEPT
               ELSE
                   MOVE AUD-RECORD TO BKA-RECORD
                   WRITE BKA-RECORD
                   ADD 1 TO WS-AUD-REMOVED
               END-IF
           ELSE
               MOVE AUD-RECORD TO NEW-RECORD
               WRITE NEW-RECORD
               ADD 1 TO WS-AUD-KEPT
           END-IF

           READ AUD-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END ADD 1 TO WS-AUD-READ
           END-READ.

       2100-ADD-RESTORE-KEY.
           MOVE 'N' TO WS-KEY-MATCH-SW
           IF WS-KEY-COUNT > 0
               SET KEY-IDX TO 1
               SEARCH WS-KEY-ENTRY
                   AT END CONTINUE
                   WHEN KEY-IDX > WS-KEY-COUNT
                       CONTINUE
                   WHEN WS-KT-KEY (KEY-IDX) = AUD-KEY
                       MOVE 'Y' TO WS-KEY-MATCH-SW
               END-SEARCH
           END-IF
           IF WS-KEY-MATCH-SW = 'N'
               IF WS-KEY-COUNT >= 20000
                   DISPLAY 'BACKOUT: RESTORE KEY TABLE FULL AT '
                       WS-KEY-COUNT ' - ENLARGE WS-KEY-TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-KEY-COUNT
               SET KEY-IDX TO WS-KEY-COUNT
               MOVE AUD-KEY TO WS-KT-KEY (KEY-IDX)
               MOVE AUD-FEED-ID TO WS-KT-FEED (KEY-IDX)
               PERFORM 3050-CHECK-ONLINE-CHANGE
               MOVE WS-MANUAL-SW TO WS-KT-MANUAL (KEY-IDX)
           END-IF.

       2200-ADD-ONLINE-KEY.
           IF WS-ONL-COUNT >= 5000
               DISPLAY 'BACKOUT: ONLINE KEY TABLE FULL AT '
                   WS-ONL-COUNT ' - ENLARGE WS-ONL-TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ONL-COUNT
           MOVE AUD-KEY TO WS-ONL-KEY (WS-ONL-COUNT).

       2500-OPEN-MASTERS.
           CLOSE AUD-FILE
           CLOSE NEW-FILE
           CLOSE BKA-FILE

           OPEN I-O HST-FILE
           IF WS-HST-STATUS NOT = '00'
               MOVE 'STRHIST' TO WS-ABORT-DDNAME
               MOVE WS-HST-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN I-O MST-FILE
           IF WS-MST-STATUS NOT = '00'
               MOVE 'STRMAST' TO WS-ABORT-DDNAME
               MOVE WS-MST-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF.

      * Put one key back as it stood before the run: drop the
      * version the run cut, reopen the one it closed, and make the
      * master agree with whatever version is current afterwards.
      * A key the run built with an unchanged string cut no version
      * and still holds the same string on the master - nothing to do.
      * A key corrected online since the run date is not touched.
       3000-RESTORE-KEY.
           MOVE 'N' TO WS-KEY-ERROR-SW
           IF WS-KT-MANUAL (KEY-IDX) = 'Y'
               ADD 1 TO WS-MANUAL-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING 'KEY ' WS-KT-KEY (KEY-IDX)
                   ' FEED ' WS-KT-FEED (KEY-IDX)
                   ' *** MANUAL - CORRECTED ONLINE SINCE RUN DATE,'
                   ' LEFT AS IS'
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           ELSE
               PERFORM 3010-REVERSE-KEY
           END-IF

           IF WS-KEY-ERROR-SW = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING 'KEY ' WS-KT-KEY (KEY-IDX)
                   ' FEED ' WS-KT-FEED (KEY-IDX)
                   ' *** NOT RESTORED - HISTORY STATUS '
                   WS-HST-STATUS ' MASTER STATUS ' WS-MST-STATUS
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-IF.

       3010-REVERSE-KEY.
           PERFORM 3100-FIND-RUN-VERSIONS

           IF WS-CUT-SW = 'Y'
               PERFORM 3150-DELETE-RUN-VERSIONS
           END-IF

           IF WS-CLOSED-SW = 'Y' AND WS-KEY-ERROR-SW = 'N'
               MOVE WS-KT-KEY (KEY-IDX) TO HST-REC-KEY
               MOVE WS-CL-EFF-DATE TO HST-EFF-DATE
               READ HST-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-KEY-ERROR-SW
                   NOT INVALID KEY
                       MOVE 99999999 TO HST-END-DATE
                       REWRITE HST-RECORD
                           INVALID KEY
                               MOVE 'Y' TO WS-KEY-ERROR-SW
                           NOT INVALID KEY
                               ADD 1 TO WS-VERSIONS-REOPENED
                       END-REWRITE
               END-READ
           END-IF

           IF WS-KEY-ERROR-SW = 'N'
               EVALUATE TRUE
                   WHEN WS-CLOSED-SW = 'Y'
                       PERFORM 3200-RESTORE-MASTER
                   WHEN WS-CUT-SW = 'Y'
                       PERFORM 3300-REMOVE-MASTER
                   WHEN OTHER
                       ADD 1 TO WS-UNCHANGED-COUNT
                       MOVE SPACES TO RPT-RECORD
                       STRING 'KEY ' WS-KT-KEY (KEY-IDX)
                           ' FEED ' WS-KT-FEED (KEY-IDX)
                           ' UNCHANGED - RUN CUT NO NEW VERSION'
                           DELIMITED BY SIZE INTO RPT-RECORD
                       END-STRING
                       WRITE RPT-RECORD
               END-EVALUATE
           END-IF.

      * An online correction on or after the run date either shares
      * the run's version (same date - the two collapse into one) or
      * sits on top of it; either way taking the run's version off
      * would lose the operator's change. AUDITLOG's CORRAUD postings
      * were gathered ahead of the split; CORRLOG also holds
      * corrections not yet posted. Decided once per key, when the
      * split first meets one of the run's records for it.
       3050-CHECK-ONLINE-CHANGE.
           MOVE 'N' TO WS-MANUAL-SW
           IF WS-ONL-COUNT > 0
               SET ONL-IDX TO 1
               SEARCH WS-ONL-KEY
                   AT END CONTINUE
                   WHEN ONL-IDX > WS-ONL-COUNT
                       CONTINUE
                   WHEN WS-ONL-KEY (ONL-IDX) = WS-KT-KEY (KEY-IDX)
                       MOVE 'Y' TO WS-MANUAL-SW
               END-SEARCH
           END-IF
           IF WS-MANUAL-SW = 'N'
               MOVE 'Y' TO WS-COR-BROWSE-SW
               MOVE WS-KT-KEY (KEY-IDX) TO COR-REC-KEY
               MOVE WS-RUN-DATE TO COR-DATE
               MOVE 0 TO COR-TIME
               MOVE 0 TO COR-SEQ
               START COR-FILE KEY NOT < COR-KEY
                   INVALID KEY MOVE 'N' TO WS-COR-BROWSE-SW
               END-START
               IF WS-COR-BROWSE-SW = 'Y'
                   READ COR-FILE NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF COR-REC-KEY = WS-KT-KEY (KEY-IDX)
                               MOVE 'Y' TO WS-MANUAL-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * Browse the key's versions. Any version effective on or after
      * the run date was cut by the run (online changes in that
      * window were ruled out above); the newest one before it is
      * the version the run closed.
       3100-FIND-RUN-VERSIONS.
           MOVE 'N' TO WS-CUT-SW
           MOVE 'N' TO WS-PRIOR-SW
           MOVE 'N' TO WS-CLOSED-SW
           MOVE 'Y' TO WS-HST-BROWSE-SW
           MOVE WS-KT-KEY (KEY-IDX) TO HST-REC-KEY
           MOVE 0 TO HST-EFF-DATE
           START HST-FILE KEY NOT < HST-KEY
               INVALID KEY MOVE 'N' TO WS-HST-BROWSE-SW
           END-START
           PERFORM UNTIL WS-HST-BROWSE-SW = 'N'
               READ HST-FILE NEXT
                   AT END MOVE 'N' TO WS-HST-BROWSE-SW
                   NOT AT END
                       IF HST-REC-KEY NOT = WS-KT-KEY (KEY-IDX)
                           MOVE 'N' TO WS-HST-BROWSE-SW
                       ELSE
                           IF HST-EFF-DATE NOT < WS-RUN-DATE
                               MOVE 'Y' TO WS-CUT-SW
                           ELSE
                               MOVE 'Y' TO WS-PRIOR-SW
                               MOVE HST-EFF-DATE TO WS-CL-EFF-DATE
                               MOVE HST-STRING TO WS-CL-STRING
                               MOVE HST-FEED-ID TO WS-CL-FEED-ID
                               MOVE HST-DEL-FLAG TO WS-CL-DEL-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUT-SW = 'Y' AND WS-PRIOR-SW = 'Y'
               MOVE 'Y' TO WS-CLOSED-SW
           END-IF.

      * Take off every version the run cut, re-positioning after each
      * delete rather than deleting under a live browse.
       3150-DELETE-RUN-VERSIONS.
           MOVE 'Y' TO WS-HST-BROWSE-SW
           PERFORM UNTIL WS-HST-BROWSE-SW = 'N'
               OR WS-KEY-ERROR-SW = 'Y'
               MOVE WS-KT-KEY (KEY-IDX) TO HST-REC-KEY
               MOVE WS-RUN-DATE TO HST-EFF-DATE
               START HST-FILE KEY NOT < HST-KEY
                   INVALID KEY MOVE 'N' TO WS-HST-BROWSE-SW
               END-START
               IF WS-HST-BROWSE-SW = 'Y'
                   READ HST-FILE NEXT
                       AT END MOVE 'N' TO WS-HST-BROWSE-SW
                       NOT AT END
                           IF HST-REC-KEY NOT = WS-KT-KEY (KEY-IDX)
                               MOVE 'N' TO WS-HST-BROWSE-SW
                           ELSE
                               DELETE HST-FILE RECORD
                                   INVALID KEY
                                       MOVE 'Y' TO WS-KEY-ERROR-SW
                                   NOT INVALID KEY
                                       ADD 1 TO WS-VERSIONS-DELETED
                               END-DELETE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      * The reopened version is the key's string before the run: put
      * it back on the master, adding the key if tonight's reload
      * dropped it.
       3200-RESTORE-MASTER.
           MOVE WS-KT-KEY (KEY-IDX) TO MST-KEY
           READ MST-FILE
               INVALID KEY
                   MOVE WS-CL-STRING TO MST-STRING
                   MOVE WS-CL-FEED-ID TO MST-FEED-ID
                   MOVE WS-CL-DEL-FLAG TO MST-DEL-FLAG
                   WRITE MST-RECORD
                       INVALID KEY MOVE 'Y' TO WS-KEY-ERROR-SW
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-CL-STRING TO MST-STRING
                   MOVE WS-CL-FEED-ID TO MST-FEED-ID
                   MOVE WS-CL-DEL-FLAG TO MST-DEL-FLAG
                   REWRITE MST-RECORD
                       INVALID KEY MOVE 'Y' TO WS-KEY-ERROR-SW
                   END-REWRITE
           END-READ
           IF WS-KEY-ERROR-SW = 'N'
               ADD 1 TO WS-MST-RESTORED
               MOVE SPACES TO RPT-RECORD
               STRING 'KEY ' WS-KT-KEY (KEY-IDX)
                   ' FEED ' WS-KT-FEED (KEY-IDX)
                   ' RESTORED TO VERSION EFFECTIVE ' WS-CL-EFF-DATE
                   ' FEED ' WS-CL-FEED-ID
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               IF WS-CL-DEL-FLAG = 'D'
                   STRING '  STRING (LOGICALLY DELETED): '
                       WS-CL-STRING
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
               ELSE
                   STRING '  STRING: ' WS-CL-STRING
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
               END-IF
               WRITE RPT-RECORD
           END-IF.

      * The run was the first ever to build this key: before it, the
      * key did not exist, so it comes off the master altogether.
       3300-REMOVE-MASTER.
           MOVE WS-KT-KEY (KEY-IDX) TO MST-KEY
           DELETE MST-FILE RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-KEY-ERROR-SW
               NOT INVALID KEY
                   ADD 1 TO WS-MST-REMOVED
                   MOVE SPACES TO RPT-RECORD
                   STRING 'KEY ' WS-KT-KEY (KEY-IDX)
                       ' FEED ' WS-KT-FEED (KEY-IDX)
                       ' REMOVED - FIRST BUILT BY THIS RUN'
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
           END-DELETE.

      * Every key the master held before the run was on the prior
      * STROUT generation. One the run's reload left off the master
      * goes back from its current history version, which carries
      * any online correction made before the run; a key with no
      * open version goes back as the prior generation built it.
       3500-RESTORE-DROPPED-KEYS.
           OPEN INPUT PRV-FILE
           IF WS-PRV-STATUS NOT = '00'
               MOVE 'STRPREV' TO WS-ABORT-DDNAME
               MOVE WS-PRV-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-PRV-STATUS = '10'
               READ PRV-FILE
                   AT END MOVE '10' TO WS-PRV-STATUS
                   NOT AT END
                       ADD 1 TO WS-PRV-READ
                       MOVE STR-OUT-KEY TO MST-KEY
                       READ MST-FILE
                           INVALID KEY
                               PERFORM 3550-REBUILD-DROPPED-KEY
                       END-READ
               END-READ
           END-PERFORM
           CLOSE PRV-FILE
           MOVE SPACES TO WS-PRV-STATUS.

       3550-REBUILD-DROPPED-KEY.
           MOVE 'N' TO WS-KEY-ERROR-SW
           MOVE 'N' TO WS-PRIOR-SW
           MOVE 'Y' TO WS-HST-BROWSE-SW
           MOVE STR-OUT-KEY TO HST-REC-KEY
           MOVE 0 TO HST-EFF-DATE
           START HST-FILE KEY NOT < HST-KEY
               INVALID KEY MOVE 'N' TO WS-HST-BROWSE-SW
           END-START
           PERFORM UNTIL WS-HST-BROWSE-SW = 'N'
               READ HST-FILE NEXT
                   AT END MOVE 'N' TO WS-HST-BROWSE-SW
                   NOT AT END
                       IF HST-REC-KEY NOT = STR-OUT-KEY
                           MOVE 'N' TO WS-HST-BROWSE-SW
                       ELSE
                           IF HST-END-DATE = 99999999
                               MOVE 'Y' TO WS-PRIOR-SW
                               MOVE HST-EFF-DATE TO WS-CL-EFF-DATE
                               MOVE HST-STRING TO WS-CL-STRING
                               MOVE HST-FEED-ID TO WS-CL-FEED-ID
                               MOVE HST-DEL-FLAG TO WS-CL-DEL-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE STR-OUT-KEY TO MST-KEY
           IF WS-PRIOR-SW = 'Y'
               MOVE WS-CL-STRING TO MST-STRING
               MOVE WS-CL-FEED-ID TO MST-FEED-ID
               MOVE WS-CL-DEL-FLAG TO MST-DEL-FLAG
           ELSE
               MOVE STR-OUT-STRING TO MST-STRING
               MOVE STR-FEED-ID TO MST-FEED-ID
               MOVE SPACE TO MST-DEL-FLAG
           END-IF
           WRITE MST-RECORD
               INVALID KEY MOVE 'Y' TO WS-KEY-ERROR-SW
           END-WRITE

           MOVE SPACES TO RPT-RECORD
           IF WS-KEY-ERROR-SW = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               STRING 'KEY ' STR-OUT-KEY ' FEED ' STR-FEED-ID
                   ' *** DROPPED BY THE RUN, NOT RESTORED - MASTER'
                   ' STATUS ' WS-MST-STATUS
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
           ELSE
               ADD 1 TO WS-DROPPED-RESTORED
               IF WS-PRIOR-SW = 'Y'
                   STRING 'KEY ' STR-OUT-KEY ' FEED ' MST-FEED-ID
                       ' DROPPED BY THE RUN - RESTORED TO VERSION'
                       ' EFFECTIVE ' WS-CL-EFF-DATE
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
               ELSE
                   STRING 'KEY ' STR-OUT-KEY ' FEED ' MST-FEED-ID
                       ' DROPPED BY THE RUN - RESTORED FROM PRIOR'
                       ' STROUT, NO OPEN HISTORY VERSION'
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
               END-IF
           END-IF
           WRITE RPT-RECORD.

      * Drop the feed dates the run consumed, so the same vendor
      * files pass STRDRV's already-processed check on the rerun.
      * Held back when any key failed to restore: the JCL does not
      * copy FDHNEW back on a nonzero end, but it is written clean
      * either way so the step's output is always complete.
       4000-SPLIT-FEED-HISTORY.
           OPEN INPUT FDH-FILE
           IF WS-FDH-STATUS NOT = '00' AND WS-FDH-STATUS NOT = '05'
               MOVE 'FEEDHIST' TO WS-ABORT-DDNAME
               MOVE WS-FDH-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           OPEN OUTPUT FDN-FILE
           IF WS-FDN-STATUS NOT = '00'
               MOVE 'FDHNEW' TO WS-ABORT-DDNAME
               MOVE WS-FDN-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-FDH-STATUS = '10'
               READ FDH-FILE
                   AT END MOVE '10' TO WS-FDH-STATUS
                   NOT AT END
                       IF FDH-RUN-DATE = WS-RUN-DATE
                           ADD 1 TO WS-FDH-REMOVED
                           MOVE SPACES TO RPT-RECORD
                           STRING 'FEED ' FDH-FEED-ID
                               ' FEED DATE ' FDH-FEED-DATE
                               ' RELEASED FOR REPROCESSING'
                               DELIMITED BY SIZE INTO RPT-RECORD
                           END-STRING
                           WRITE RPT-RECORD
                       ELSE
                           MOVE FDH-RECORD TO FDN-RECORD
                           WRITE FDN-RECORD
                           ADD 1 TO WS-FDH-KEPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FDH-FILE
           CLOSE FDN-FILE
           MOVE SPACES TO WS-FDH-STATUS.

      * Mark the run backed out only when every key came back: the
      * next HELLOJOB then starts the day fresh. A partial backout
      * leaves RUNSTAT alone and ends RC 8 for investigation.
       5000-TERMINATE.
           MOVE WS-KEY-COUNT TO WS-KEYS-BACKED-OUT
           CLOSE HST-FILE
           CLOSE MST-FILE
           CLOSE COR-FILE

           IF WS-ERROR-COUNT = 0
               PERFORM 5100-MARK-BACKED-OUT
               PERFORM 5200-MARK-DELIVERIES
               IF WS-MANUAL-COUNT > 0
                   DISPLAY 'BACKOUT: ' WS-MANUAL-COUNT
                       ' KEYS CORRECTED ONLINE WERE LEFT AS THEY ARE'
                       ' - SEE BKORPT'
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-DLV-MARKED > 0
                   DISPLAY 'BACKOUT: ' WS-DLV-MARKED
                       ' SUBSCRIBER DELIVERIES OF THE RUN MARKED '
                       'FAILED - SEE BKORPT'
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-DLV-OPEN-SW = 'Y'
                   CLOSE DLV-FILE
               END-IF
               DISPLAY 'BACKOUT: ' WS-ERROR-COUNT
                   ' KEYS NOT RESTORED - RUNSTAT NOT MARKED, SEE '
                   'BKORPT'
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'AUDIT RECORDS READ....: ' WS-AUD-READ
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'AUDIT RECORDS REMOVED.: ' WS-AUD-REMOVED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'RUN AUDIT KEPT MANUAL.: ' WS-AUD-MANUAL-KEPT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'KEYS BACKED OUT.......: ' WS-KEYS-BACKED-OUT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'MASTER KEYS RESTORED..: ' WS-MST-RESTORED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'MASTER KEYS REMOVED...: ' WS-MST-REMOVED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'KEYS UNCHANGED........: ' WS-UNCHANGED-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'KEYS LEFT FOR MANUAL..: ' WS-MANUAL-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'PRIOR STROUT READ.....: ' WS-PRV-READ
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'DROPPED KEYS RESTORED.: ' WS-DROPPED-RESTORED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'VERSIONS DELETED......: ' WS-VERSIONS-DELETED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'VERSIONS REOPENED.....: ' WS-VERSIONS-REOPENED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'FEED DATES RELEASED...: ' WS-FDH-REMOVED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'DELIVERIES MARKED F...: ' WS-DLV-MARKED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'KEYS NOT RESTORED.....: ' WS-ERROR-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           CLOSE RPT-FILE

           DISPLAY 'BACKOUT CONTROL TOTALS - RUN ' WS-RUN-ID
           DISPLAY 'AUDIT RECORDS READ....: ' WS-AUD-READ
           DISPLAY 'AUDIT RECORDS REMOVED.: ' WS-AUD-REMOVED
           DISPLAY 'AUDIT RECORDS KEPT....: ' WS-AUD-KEPT
           DISPLAY 'RUN AUDIT KEPT MANUAL.: ' WS-AUD-MANUAL-KEPT
           DISPLAY 'KEYS BACKED OUT.......: ' WS-KEYS-BACKED-OUT
           DISPLAY 'KEYS LEFT FOR MANUAL..: ' WS-MANUAL-COUNT
           DISPLAY 'DROPPED KEYS RESTORED.: ' WS-DROPPED-RESTORED
           DISPLAY 'FEED DATES KEPT.......: ' WS-FDH-KEPT
           DISPLAY 'DELIVERIES READ.......: ' WS-DLV-READ
           DISPLAY 'DELIVERIES MARKED F...: ' WS-DLV-MARKED
           DISPLAY 'KEYS NOT RESTORED.....: ' WS-ERROR-COUNT.

      * RUNSTAT is rewritten in place with status 'B': STRDRV accepts
      * a fresh run over any status but 'I', and refuses a restart of
      * anything not 'I', so the backed-out day can only be rerun
      * from the top.
       5100-MARK-BACKED-OUT.
           OPEN I-O RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               MOVE 'RUNSTAT' TO WS-ABORT-DDNAME
               MOVE WS-RUN-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           READ RUN-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE 'B' TO RUN-STAT-STATUS
                   REWRITE RUN-RECORD
                   IF WS-RUN-STATUS NOT = '00'
                       DISPLAY 'BACKOUT: RUNSTAT REWRITE FAILED FOR '
                           'RUN ' WS-RUN-ID ' - FILE STATUS '
                           WS-RUN-STATUS
                       DISPLAY 'BACKOUT: MASTERS ARE REVERSED BUT '
                           'THE RUN IS NOT MARKED B - MARK IT BY HAND'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE RUN-FILE.

      * Every DLVLOG record DISTRIB wrote for the run and left 'S' is
      * rewritten 'F', so no changes-only subscriber takes the run's
      * delivery as its from-date again. That alone does not put a
      * 'C' subscriber right: the versions the run cut are gone
      * from STRHIST, the keys it added with them, and the reopened
      * versions keep their old effective dates, so no later delta
      * carries the reversal. Such a subscriber is listed for a full
      * refresh (REFCARD) with the rerun. A 'D' or 'F' subscriber
      * gets its whole selection again from the rerun's STROUT.
       5200-MARK-DELIVERIES.
           IF WS-DLV-OPEN-SW = 'Y'
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               PERFORM UNTIL WS-DLV-STATUS = '10'
                   READ DLV-FILE
                       AT END MOVE '10' TO WS-DLV-STATUS
                       NOT AT END
                           ADD 1 TO WS-DLV-READ
                           IF DLV-RUN-ID = WS-RUN-ID
                               AND DLV-RUN-DATE = WS-RUN-DATE
                               AND DLV-STATUS = 'S'
                               PERFORM 5210-MARK-ONE-DELIVERY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DLV-FILE
               MOVE SPACES TO WS-DLV-STATUS
           END-IF.

       5210-MARK-ONE-DELIVERY.
           MOVE 'F' TO DLV-STATUS
           REWRITE DLV-RECORD
           IF WS-DLV-STATUS NOT = '00'
               DISPLAY 'BACKOUT: DLVLOG REWRITE FAILED FOR '
                   'SUBSCRIBER ' DLV-SUB-ID ' RUN ' WS-RUN-ID
                   ' - FILE STATUS ' WS-DLV-STATUS
               DISPLAY 'BACKOUT: MARK ITS DELIVERY AND ANY LATER ONE '
                   'OF THE RUN F BY HAND BEFORE THE NEXT DISTRIB'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DLV-MARKED
           MOVE SPACE TO WS-SUB-FORMAT
           PERFORM VARYING SUB-IDX FROM 1 BY 1
               UNTIL SUB-IDX > WS-SUB-COUNT
               IF WS-SB-ID (SUB-IDX) = DLV-SUB-ID
                   MOVE WS-SB-FORMAT (SUB-IDX) TO WS-SUB-FORMAT
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-RECORD
           EVALUATE WS-SUB-FORMAT
               WHEN 'C'
                   STRING 'SUBSCRIBER ' DLV-SUB-ID
                       ' DELIVERY MARKED FAILED - '
                       'FULL REFRESH NEEDED, PUT ON REFCARD '
                       'FOR THE RERUN'
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
               WHEN SPACE
                   STRING 'SUBSCRIBER ' DLV-SUB-ID
                       ' DELIVERY MARKED FAILED - '
                       'NO LONGER ON SUBCTL'
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING 'SUBSCRIBER ' DLV-SUB-ID
                       ' DELIVERY MARKED FAILED - '
                       'RERUN RESENDS ITS WHOLE SELECTION'
                       DELIMITED BY SIZE INTO RPT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE RPT-RECORD.

      * A failed OPEN on any file means BACKOUT cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'BACKOUT: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
