       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRRBLD.

      * STRRBLD is the rebuild run for a change of output format.
      * When a consumer has PARM-DELIM-CODE or PARM-SEP-CHAR changed,
      * only the keys the vendors resend come out in the new format
      * and STRMAST carries a mix of both for months. STRRBLD brings
      * every active key over at once: for each STRMAST key not
      * logically deleted it takes the key's latest source fragments
      * from the audit trail, CALLs HELLO (or its HELLOV entry) with
      * the new delimiter parameters, and reconciles the result the
      * way STRDRV does. A key that builds and reconciles clean and
      * whose string actually changes is rewritten on STRMAST, gets
      * a new STRHIST version and an AUDITLOG record under the
      * rebuild's run id - the same trail a normal run leaves.
      *
      * AUDSRT is the audit trail (archive generations and the live
      * AUDITLOG) sorted by key and run date, so the last record read
      * for a key is its latest. The audit record carries only the
      * first three fragments, so the source is proved first: the
      * fragments must rebuild the audited string exactly, in the
      * old format or the new, as a three-fragment detail or a two-
      * or three-fragment variable detail. A key they cannot
      * reproduce (a variable detail of four or more fragments) is
      * reported and left alone, as is a key whose latest audit
      * record is an online correction, or that has a correction on
      * CORRLOG CORRAUD has not yet posted (the SUPD fixes of the
      * day, when the rebuild runs before INQLOAD) - rebuilding it
      * would undo the operator's fix. Every key that would overflow
      * or fail reconciliation under the new format is listed on
      * RBLRPT.
      *
      * RBLCARD columns:
      *   1     new delimiter code (0, 1, 2)
      *   2     new separator (code 1)
      *   3     old delimiter code (0, 1, 2) - the format being
      *         replaced
      *   4     old separator (code 1)
      *   5-12  run id stamped on the audit records
      *   13    'U' update the masters; 'S' or blank simulate - read
      *         and report only, nothing written
      *   14-17 feed id - rebuild only that feed's keys (blank all)
      * A bad card rejects the run, RC 12. Exceptions end RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBL-FILE ASSIGN TO RBLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RBL-STATUS.

           SELECT SRT-FILE ASSIGN TO AUDSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.

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

           SELECT COR-FILE ASSIGN TO CORRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-COR-STATUS.

           SELECT AUD-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT RPT-FILE ASSIGN TO RBLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBL-FILE
           RECORDING MODE IS F.
       01  RBL-CARD.
           05  RBL-NEW-DELIM              PIC X.
           05  RBL-NEW-SEP                PIC X.
           05  RBL-OLD-DELIM              PIC X.
           05  RBL-OLD-SEP                PIC X.
           05  RBL-RUN-ID                 PIC X(8).
           05  RBL-MODE                   PIC X.
           05  RBL-FEED-ID                PIC X(4).
           05  FILLER                     PIC X(63).

      * The sorted audit trail, AUDREC layout.
       FD  SRT-FILE
           RECORDING MODE IS F.
       COPY AUDREC REPLACING LEADING ==AUD-== BY ==SRT-==.

       FD  MST-FILE.
       COPY MSTREC.

       FD  HST-FILE.
       COPY HSTREC.

       FD  COR-FILE.
       COPY CORREC.

       FD  AUD-FILE
           RECORDING MODE IS F.
       COPY AUDREC.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                     PIC X(120).

       WORKING-STORAGE SECTION.
      * Build fields handed to HELLO/HELLOV, as STRDRV declares them.
       01  WS-STRING PIC A(72).
       01  WS-STRING-LEN PIC 9(4) VALUE 0.
       01  WS-STR1 PIC A(30).
       01  WS-STR2 PIC A(20).
       01  WS-STR3 PIC A(20).
       01  WS-COUNT PIC 9(4) VALUE 1.
       01  WS-OVERFLOW-FLAG               PIC X VALUE 'N'.
       01  WS-DELIM-CODE                  PIC X VALUE '0'.
       01  WS-SEP-CHAR                    PIC X VALUE ','.
       01  WS-FRAG-TABLE.
           05  WS-FRAG-CNT                PIC 9(2).
           05  WS-FRAG-ENT                PIC X(20) OCCURS 10 TIMES.
       01  WS-VAR-IDX                     PIC 9(2) COMP VALUE 0.

       01  WS-RBL-STATUS                  PIC XX.
       01  WS-SRT-STATUS                  PIC XX.
       01  WS-MST-STATUS                  PIC XX.
       01  WS-HST-STATUS                  PIC XX.
       01  WS-COR-STATUS                  PIC XX.
       01  WS-AUD-STATUS                  PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-EOF-SWITCH                  PIC X VALUE 'N'.
       01  WS-SRT-EOF                     PIC X VALUE 'N'.
       01  WS-ABORT-DDNAME                PIC X(8).
       01  WS-ABORT-STATUS                PIC XX.

      * Run controls from RBLCARD.
       01  WS-NEW-DELIM                   PIC X.
       01  WS-NEW-SEP                     PIC X.
       01  WS-OLD-DELIM                   PIC X.
       01  WS-OLD-SEP                     PIC X.
       01  WS-RUN-ID                      PIC X(8).
       01  WS-UPDATE-SW                   PIC X VALUE 'N'.
       01  WS-FEED-FILTER                 PIC X(4).
       01  WS-CARD-OK                     PIC X VALUE 'Y'.

      * The key's latest source audit record, gathered by 2100.
       01  WS-SRC-FOUND                   PIC X VALUE 'N'.
       01  WS-CORR-LAST                   PIC X VALUE 'N'.
       01  WS-CORR-UNPOSTED               PIC X VALUE 'N'.
       01  WS-COR-BROWSE-SW               PIC X VALUE 'N'.
       01  WS-SRC-REC.
           05  WS-SRC-RUN-DATE            PIC 9(8).
           05  WS-SRC-RUN-ID              PIC X(8).
           05  WS-SRC-STR1                PIC X(30).
           05  WS-SRC-STR2                PIC X(20).
           05  WS-SRC-STR3                PIC X(20).
           05  WS-SRC-STRING              PIC X(72).

      * How the source was built: 'F' a three-fragment detail (HELLO),
      * 'V' a variable detail of WS-SRC-VCOUNT fragments (HELLOV).
      * Blank after 2200 means the fragments reproduce nothing.
       01  WS-SRC-VARIANT                 PIC X VALUE SPACE.
       01  WS-SRC-VCOUNT                  PIC 9(2) VALUE 0.
       01  WS-TRY-VARIANT                 PIC X VALUE SPACE.
       01  WS-TRY-VCOUNT                  PIC 9(2) VALUE 0.

      * Reconciliation working fields, as STRDRV's 2070 uses them.
       01  WS-RECON-F1                    PIC X(72).
       01  WS-RECON-F2                    PIC X(72).
       01  WS-RECON-F3                    PIC X(72).
       01  WS-RECON-MISMATCH              PIC X VALUE 'N'.
       01  WS-RECON-MID-LEN               PIC S9(4) VALUE 0.
       01  WS-RECON-F3-START              PIC 9(4) VALUE 0.
       01  WS-RECON-VTABLE.
           05  WS-RECON-VF                PIC X(72) OCCURS 10 TIMES.
       01  WS-RECON-EXP                   PIC X(72).
       01  WS-RECON-PTR                   PIC 9(4) VALUE 1.
       01  WS-RECON-OFF                   PIC 9(4) VALUE 0.
       01  WS-RECON-MID-EXP               PIC S9(4) VALUE 0.

      * History maintenance work areas, as STRDRV's 2025-2027.
       01  WS-HST-OPEN-SW                 PIC X VALUE 'N'.
       01  WS-HST-BROWSE-SW               PIC X VALUE 'N'.
       01  WS-HST-OPEN-REC.
           05  WS-HO-EFF-DATE             PIC 9(8).
           05  WS-HO-STRING               PIC X(72).
           05  WS-HO-FEED-ID              PIC X(4).
           05  WS-HO-DEL-FLAG             PIC X.

       01  WS-EXC-TEXT                    PIC X(60).

       01  WS-MASTER-READ                 PIC 9(7) VALUE 0.
       01  WS-ACTIVE-COUNT                PIC 9(7) VALUE 0.
       01  WS-DELETED-SKIPPED             PIC 9(7) VALUE 0.
       01  WS-OTHER-FEED                  PIC 9(7) VALUE 0.
       01  WS-CHANGED-COUNT               PIC 9(7) VALUE 0.
       01  WS-UNCHANGED-COUNT             PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNT              PIC 9(7) VALUE 0.
       01  WS-RECON-COUNT                 PIC 9(7) VALUE 0.
       01  WS-NO-SOURCE-COUNT             PIC 9(7) VALUE 0.
       01  WS-CORRECTED-COUNT             PIC 9(7) VALUE 0.
       01  WS-UNPROVEN-COUNT              PIC 9(7) VALUE 0.
       01  WS-VERSIONS-CUT                PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT             PIC 9(7) VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYYMMDD           PIC 9(8).
           05  FILLER                     PIC X(13).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REBUILD-KEY UNTIL WS-EOF-SWITCH = 'Y'
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1100-LOAD-CONTROL-CARD

           OPEN INPUT SRT-FILE
           IF WS-SRT-STATUS NOT = '00'
               MOVE 'AUDSRT' TO WS-ABORT-DDNAME
               MOVE WS-SRT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

      * A simulation opens nothing for update.
           IF WS-UPDATE-SW = 'Y'
               OPEN I-O MST-FILE
           ELSE
               OPEN INPUT MST-FILE
           END-IF
           IF WS-MST-STATUS NOT = '00'
               MOVE 'STRMAST' TO WS-ABORT-DDNAME
               MOVE WS-MST-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           IF WS-UPDATE-SW = 'Y'
               OPEN I-O HST-FILE
               IF WS-HST-STATUS NOT = '00'
                   MOVE 'STRHIST' TO WS-ABORT-DDNAME
                   MOVE WS-HST-STATUS TO WS-ABORT-STATUS
                   PERFORM 9000-ABORT-OPEN
               END-IF
               OPEN EXTEND AUD-FILE
               IF WS-AUD-STATUS NOT = '00'
                   MOVE 'AUDITLOG' TO WS-ABORT-DDNAME
                   MOVE WS-AUD-STATUS TO WS-ABORT-STATUS
                   PERFORM 9000-ABORT-OPEN
               END-IF
           END-IF

           OPEN INPUT COR-FILE
           IF WS-COR-STATUS NOT = '00'
               MOVE 'CORRLOG' TO WS-ABORT-DDNAME
               MOVE WS-COR-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'RBLRPT' TO WS-ABORT-DDNAME
               MOVE WS-RPT-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF

           MOVE SPACES TO RPT-RECORD
           IF WS-UPDATE-SW = 'Y'
               STRING 'STRRBLD FORMAT REBUILD - UPDATE RUN '
                   WS-RUN-ID ' - RUN DATE ' WS-CURR-YYYYMMDD
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
           ELSE
               STRING 'STRRBLD FORMAT REBUILD - SIMULATION ONLY, '
                   'NOTHING UPDATED - RUN DATE ' WS-CURR-YYYYMMDD
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
           END-IF
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'NEW FORMAT DELIM ' WS-NEW-DELIM
               ' SEP ' WS-NEW-SEP
               ' - OLD FORMAT DELIM ' WS-OLD-DELIM
               ' SEP ' WS-OLD-SEP
               ' - FEED ' WS-FEED-FILTER
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE LOW-VALUES TO MST-KEY
           START MST-FILE KEY NOT < MST-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 2950-READ-SOURCE
           PERFORM 2900-READ-MASTER.

       1100-LOAD-CONTROL-CARD.
           OPEN INPUT RBL-FILE
           IF WS-RBL-STATUS NOT = '00'
               MOVE 'RBLCARD' TO WS-ABORT-DDNAME
               MOVE WS-RBL-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           READ RBL-FILE
               AT END
                   DISPLAY 'STRRBLD: RBLCARD IS EMPTY'
                   MOVE 'N' TO WS-CARD-OK
               NOT AT END
                   MOVE RBL-NEW-DELIM TO WS-NEW-DELIM
                   MOVE RBL-NEW-SEP TO WS-NEW-SEP
                   MOVE RBL-OLD-DELIM TO WS-OLD-DELIM
                   MOVE RBL-OLD-SEP TO WS-OLD-SEP
                   MOVE RBL-RUN-ID TO WS-RUN-ID
                   MOVE RBL-FEED-ID TO WS-FEED-FILTER
                   IF RBL-MODE = 'U'
                       MOVE 'Y' TO WS-UPDATE-SW
                   END-IF
           END-READ
           CLOSE RBL-FILE

           IF WS-CARD-OK = 'Y'
               IF WS-NEW-DELIM NOT = '0' AND WS-NEW-DELIM NOT = '1'
                   AND WS-NEW-DELIM NOT = '2'
                   DISPLAY 'STRRBLD: NEW DELIMITER CODE MUST BE '
                       '0, 1 OR 2'
                   MOVE 'N' TO WS-CARD-OK
               END-IF
               IF WS-OLD-DELIM NOT = '0' AND WS-OLD-DELIM NOT = '1'
                   AND WS-OLD-DELIM NOT = '2'
                   DISPLAY 'STRRBLD: OLD DELIMITER CODE MUST BE '
                       '0, 1 OR 2'
                   MOVE 'N' TO WS-CARD-OK
               END-IF
               IF WS-NEW-DELIM = '1'
                   AND (WS-NEW-SEP = SPACE
                   OR WS-NEW-SEP IS ALPHABETIC
                   OR WS-NEW-SEP IS NUMERIC)
                   DISPLAY 'STRRBLD: NEW SEPARATOR MUST BE A '
                       'NON-BLANK PUNCTUATION CHARACTER'
                   MOVE 'N' TO WS-CARD-OK
               END-IF
               IF WS-NEW-DELIM = WS-OLD-DELIM
                   AND WS-NEW-SEP = WS-OLD-SEP
                   DISPLAY 'STRRBLD: NEW FORMAT IS THE OLD FORMAT'
                   MOVE 'N' TO WS-CARD-OK
               END-IF
               IF RBL-MODE NOT = 'U' AND RBL-MODE NOT = 'S'
                   AND RBL-MODE NOT = SPACE
                   DISPLAY 'STRRBLD: MODE MUST BE U, S OR BLANK'
                   MOVE 'N' TO WS-CARD-OK
               END-IF
               IF WS-UPDATE-SW = 'Y' AND WS-RUN-ID = SPACES
                   DISPLAY 'STRRBLD: AN UPDATE RUN NEEDS A RUN ID'
                   MOVE 'N' TO WS-CARD-OK
               END-IF
           END-IF

           IF WS-CARD-OK = 'N'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * One STRMAST key: only active keys (of the feed asked for, if
      * any) are rebuilt.
       2000-REBUILD-KEY.
           EVALUATE TRUE
               WHEN MST-DEL-FLAG = 'D'
                   ADD 1 TO WS-DELETED-SKIPPED
               WHEN WS-FEED-FILTER NOT = SPACES
                   AND MST-FEED-ID NOT = WS-FEED-FILTER
                   ADD 1 TO WS-OTHER-FEED
               WHEN OTHER
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM 2100-GATHER-SOURCE
                   PERFORM 2150-CHECK-UNPOSTED
                   PERFORM 2050-REBUILD-ACTIVE-KEY
           END-EVALUATE
           PERFORM 2900-READ-MASTER.

       2050-REBUILD-ACTIVE-KEY.
           EVALUATE TRUE
               WHEN WS-SRC-FOUND = 'N'
                   ADD 1 TO WS-NO-SOURCE-COUNT
                   MOVE 'NO SOURCE FRAGMENTS ON THE AUDIT TRAIL'
                       TO WS-EXC-TEXT
                   PERFORM 2800-REPORT-KEY
               WHEN WS-CORR-LAST = 'Y'
                   ADD 1 TO WS-CORRECTED-COUNT
                   MOVE 'LATEST CHANGE IS AN ONLINE CORRECTION - KEPT'
                       TO WS-EXC-TEXT
                   PERFORM 2800-REPORT-KEY
               WHEN WS-CORR-UNPOSTED = 'Y'
                   ADD 1 TO WS-CORRECTED-COUNT
                   MOVE 'ONLINE CORRECTION NOT YET POSTED - KEPT'
                       TO WS-EXC-TEXT
                   PERFORM 2800-REPORT-KEY
               WHEN OTHER
                   PERFORM 2200-FIND-SOURCE-FORMAT
                   IF WS-SRC-VARIANT = SPACE
                       ADD 1 TO WS-UNPROVEN-COUNT
                       MOVE 'FRAGMENTS DO NOT REBUILD AUDITED STRING'
                           TO WS-EXC-TEXT
                       PERFORM 2800-REPORT-KEY
                   ELSE
                       PERFORM 2300-BUILD-NEW-STRING
                   END-IF
           END-EVALUATE.

      * Bring the sorted audit trail up to this key and take its
      * records: the last source record is the latest fragments, and
      * an online correction posted after it is remembered.
       2100-GATHER-SOURCE.
           MOVE 'N' TO WS-SRC-FOUND
           MOVE 'N' TO WS-CORR-LAST
           PERFORM UNTIL WS-SRT-EOF = 'Y' OR SRT-KEY >= MST-KEY
               PERFORM 2950-READ-SOURCE
           END-PERFORM
           PERFORM UNTIL WS-SRT-EOF = 'Y' OR SRT-KEY NOT = MST-KEY
               IF SRT-STR1 = 'ONLINE CORRECTION'
                   OR SRT-STR1 = 'ONLINE LOGICAL DELETE'
                   MOVE 'Y' TO WS-CORR-LAST
               ELSE
                   MOVE 'Y' TO WS-SRC-FOUND
                   MOVE 'N' TO WS-CORR-LAST
                   MOVE SRT-RUN-DATE TO WS-SRC-RUN-DATE
                   MOVE SRT-RUN-ID TO WS-SRC-RUN-ID
                   MOVE SRT-STR1 TO WS-SRC-STR1
                   MOVE SRT-STR2 TO WS-SRC-STR2
                   MOVE SRT-STR3 TO WS-SRC-STR3
                   MOVE SRT-STRING TO WS-SRC-STRING
               END-IF
               PERFORM 2950-READ-SOURCE
           END-PERFORM.

      * A correction still unposted on CORRLOG is newer than anything
      * on the audit trail, whatever the trail's last record is.
       2150-CHECK-UNPOSTED.
           MOVE 'N' TO WS-CORR-UNPOSTED
           MOVE 'Y' TO WS-COR-BROWSE-SW
           MOVE MST-KEY TO COR-REC-KEY
           MOVE 0 TO COR-DATE
           MOVE 0 TO COR-TIME
           MOVE 0 TO COR-SEQ
           START COR-FILE KEY NOT < COR-KEY
               INVALID KEY MOVE 'N' TO WS-COR-BROWSE-SW
           END-START
           PERFORM UNTIL WS-COR-BROWSE-SW = 'N'
               READ COR-FILE NEXT
                   AT END MOVE 'N' TO WS-COR-BROWSE-SW
                   NOT AT END
                       IF COR-REC-KEY NOT = MST-KEY
                           MOVE 'N' TO WS-COR-BROWSE-SW
                       ELSE
                           IF COR-POSTED-FLAG NOT = 'Y'
                               MOVE 'Y' TO WS-CORR-UNPOSTED
                               MOVE 'N' TO WS-COR-BROWSE-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Prove the source: which build, in the old format or the new,
      * turns these fragments back into the string that was audited.
       2200-FIND-SOURCE-FORMAT.
           MOVE SPACE TO WS-SRC-VARIANT
           MOVE WS-OLD-DELIM TO WS-DELIM-CODE
           MOVE WS-OLD-SEP TO WS-SEP-CHAR
           PERFORM 2210-TRY-VARIANTS
           IF WS-SRC-VARIANT = SPACE
               MOVE WS-NEW-DELIM TO WS-DELIM-CODE
               MOVE WS-NEW-SEP TO WS-SEP-CHAR
               PERFORM 2210-TRY-VARIANTS
           END-IF.

       2210-TRY-VARIANTS.
           MOVE 'F' TO WS-TRY-VARIANT
           MOVE 3 TO WS-TRY-VCOUNT
           PERFORM 2220-CALL-BUILD
           IF WS-STRING = WS-SRC-STRING
               MOVE 'F' TO WS-SRC-VARIANT
           ELSE
               MOVE 'V' TO WS-TRY-VARIANT
               PERFORM 2220-CALL-BUILD
               IF WS-STRING = WS-SRC-STRING
                   MOVE 'V' TO WS-SRC-VARIANT
                   MOVE 3 TO WS-SRC-VCOUNT
               ELSE
                   IF WS-SRC-STR3 = SPACES
                       MOVE 2 TO WS-TRY-VCOUNT
                       PERFORM 2220-CALL-BUILD
                       IF WS-STRING = WS-SRC-STRING
                           MOVE 'V' TO WS-SRC-VARIANT
                           MOVE 2 TO WS-SRC-VCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One build of the source fragments in WS-DELIM-CODE /
      * WS-SEP-CHAR: through HELLO for a three-fragment detail, or
      * through the HELLOV entry with the fragments in table order
      * for a variable detail - as STRDRV's 2045 and 2040 call them.
       2220-CALL-BUILD.
           MOVE WS-SRC-STR1 TO WS-STR1
           MOVE WS-SRC-STR2 TO WS-STR2
           MOVE WS-SRC-STR3 TO WS-STR3
           IF WS-TRY-VARIANT = 'V'
               MOVE SPACES TO WS-FRAG-TABLE
               MOVE WS-TRY-VCOUNT TO WS-FRAG-CNT
               MOVE WS-SRC-STR1 TO WS-FRAG-ENT (1)
               MOVE WS-SRC-STR2 TO WS-FRAG-ENT (2)
               IF WS-TRY-VCOUNT > 2
                   MOVE WS-SRC-STR3 TO WS-FRAG-ENT (3)
               END-IF
               CALL 'HELLOV' USING WS-FRAG-TABLE WS-DELIM-CODE
                   WS-SEP-CHAR WS-STRING WS-COUNT WS-OVERFLOW-FLAG
               END-CALL
           ELSE
               CALL 'HELLO' USING WS-STR1 WS-STR2 WS-STR3
                   WS-DELIM-CODE WS-SEP-CHAR WS-STRING WS-COUNT
                   WS-OVERFLOW-FLAG
               END-CALL
           END-IF
           COMPUTE WS-STRING-LEN = WS-COUNT - 1.

      * Build in the new format, then hold it to the same tests a
      * normal run does: overflow, then reconciliation.
       2300-BUILD-NEW-STRING.
           MOVE WS-NEW-DELIM TO WS-DELIM-CODE
           MOVE WS-NEW-SEP TO WS-SEP-CHAR
           MOVE WS-SRC-VARIANT TO WS-TRY-VARIANT
           MOVE WS-SRC-VCOUNT TO WS-TRY-VCOUNT
           PERFORM 2220-CALL-BUILD
           IF WS-OVERFLOW-FLAG = 'Y'
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE 'WOULD OVERFLOW IN THE NEW FORMAT'
                   TO WS-EXC-TEXT
               PERFORM 2800-REPORT-KEY
           ELSE
               PERFORM 2400-RECONCILE
               IF WS-RECON-MISMATCH = 'Y'
                   ADD 1 TO WS-RECON-COUNT
                   MOVE 'WOULD FAIL RECONCILIATION IN THE NEW FORMAT'
                       TO WS-EXC-TEXT
                   PERFORM 2800-REPORT-KEY
               ELSE
                   IF WS-STRING = MST-STRING
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       ADD 1 TO WS-CHANGED-COUNT
                       IF WS-UPDATE-SW = 'Y'
                           PERFORM 2500-APPLY-REBUILD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Reconciliation, exactly as STRDRV's 2070 dispatches it.
       2400-RECONCILE.
           MOVE 'N' TO WS-RECON-MISMATCH
           IF WS-TRY-VARIANT = 'V'
               EVALUATE WS-DELIM-CODE
                   WHEN '1'
                       PERFORM 2481-RECON-VAR-SEPARATED
                   WHEN '2'
                       PERFORM 2482-RECON-VAR-FIXED-WIDTH
                   WHEN OTHER
                       PERFORM 2483-RECON-VAR-LEGACY
               END-EVALUATE
           ELSE
               EVALUATE WS-DELIM-CODE
                   WHEN '1'
                       PERFORM 2471-RECONCILE-SEPARATED
                   WHEN '2'
                       PERFORM 2472-RECONCILE-FIXED-WIDTH
                   WHEN OTHER
                       PERFORM 2473-RECONCILE-LEGACY
               END-EVALUATE
           END-IF.

       2471-RECONCILE-SEPARATED.
           MOVE SPACES TO WS-RECON-F1 WS-RECON-F2 WS-RECON-F3
           UNSTRING WS-STRING(1:WS-STRING-LEN)
               DELIMITED BY WS-SEP-CHAR
               INTO WS-RECON-F1 WS-RECON-F2 WS-RECON-F3
           END-UNSTRING
           IF (WS-RECON-F1 NOT = FUNCTION TRIM(WS-STR2))
               OR (WS-RECON-F2 NOT = FUNCTION TRIM(WS-STR3))
               OR (WS-RECON-F3 NOT = FUNCTION TRIM(WS-STR1))
               MOVE 'Y' TO WS-RECON-MISMATCH
           END-IF.

       2472-RECONCILE-FIXED-WIDTH.
           MOVE WS-STRING(1:20) TO WS-RECON-F1
           MOVE WS-STRING(21:20) TO WS-RECON-F2
           MOVE WS-STRING(41:30) TO WS-RECON-F3
           IF (WS-RECON-F1 NOT = WS-STR2)
               OR (WS-RECON-F2 NOT = WS-STR3)
               OR (WS-RECON-F3 NOT = WS-STR1)
               MOVE 'Y' TO WS-RECON-MISMATCH
           END-IF.

       2473-RECONCILE-LEGACY.
           MOVE WS-STRING(1:20) TO WS-RECON-F1
           COMPUTE WS-RECON-MID-LEN = WS-STRING-LEN - 20 - 30
           MOVE SPACES TO WS-RECON-F2
           IF WS-RECON-MID-LEN > 0
               UNSTRING WS-STRING(21:WS-RECON-MID-LEN)
                   DELIMITED BY SPACE
                   INTO WS-RECON-F2
               END-UNSTRING
           END-IF
           COMPUTE WS-RECON-F3-START = WS-STRING-LEN - 29
           MOVE WS-STRING(WS-RECON-F3-START:30) TO WS-RECON-F3
           IF (WS-RECON-F1 NOT = WS-STR2)
               OR (WS-RECON-F2 NOT = FUNCTION TRIM(WS-STR3))
               OR (WS-RECON-F3 NOT = WS-STR1)
               MOVE 'Y' TO WS-RECON-MISMATCH
           END-IF.

       2481-RECON-VAR-SEPARATED.
           MOVE SPACES TO WS-RECON-VTABLE
           UNSTRING WS-STRING(1:WS-STRING-LEN)
               DELIMITED BY WS-SEP-CHAR
               INTO WS-RECON-VF (1) WS-RECON-VF (2) WS-RECON-VF (3)
                    WS-RECON-VF (4) WS-RECON-VF (5) WS-RECON-VF (6)
                    WS-RECON-VF (7) WS-RECON-VF (8) WS-RECON-VF (9)
                    WS-RECON-VF (10)
           END-UNSTRING
           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > WS-FRAG-CNT
               IF WS-RECON-VF (WS-VAR-IDX) NOT =
                   FUNCTION TRIM(WS-FRAG-ENT (WS-VAR-IDX))
                   MOVE 'Y' TO WS-RECON-MISMATCH
               END-IF
           END-PERFORM.

       2482-RECON-VAR-FIXED-WIDTH.
           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > WS-FRAG-CNT
               COMPUTE WS-RECON-OFF = (WS-VAR-IDX - 1) * 20 + 1
               IF WS-RECON-OFF + 19 > WS-STRING-LEN
                   MOVE 'Y' TO WS-RECON-MISMATCH
               ELSE
                   IF WS-STRING(WS-RECON-OFF:20) NOT =
                       WS-FRAG-ENT (WS-VAR-IDX)
                       MOVE 'Y' TO WS-RECON-MISMATCH
                   END-IF
               END-IF
           END-PERFORM.

       2483-RECON-VAR-LEGACY.
           IF WS-STRING-LEN < 40
               MOVE 'Y' TO WS-RECON-MISMATCH
           ELSE
               IF WS-STRING(1:20) NOT = WS-FRAG-ENT (1)
                   MOVE 'Y' TO WS-RECON-MISMATCH
               END-IF
               COMPUTE WS-RECON-OFF = WS-STRING-LEN - 19
               IF WS-STRING(WS-RECON-OFF:20) NOT =
                   WS-FRAG-ENT (WS-FRAG-CNT)
                   MOVE 'Y' TO WS-RECON-MISMATCH
               END-IF
               PERFORM 2484-RECON-VAR-MIDDLE
           END-IF.

       2484-RECON-VAR-MIDDLE.
           MOVE SPACES TO WS-RECON-EXP
           MOVE 1 TO WS-RECON-PTR
           PERFORM VARYING WS-VAR-IDX FROM 2 BY 1
               UNTIL WS-VAR-IDX >= WS-FRAG-CNT
               STRING WS-FRAG-ENT (WS-VAR-IDX) DELIMITED BY SPACE
                   INTO WS-RECON-EXP
                   WITH POINTER WS-RECON-PTR
               END-STRING
           END-PERFORM
           COMPUTE WS-RECON-MID-EXP = WS-STRING-LEN - 40
           IF WS-RECON-MID-EXP NOT = WS-RECON-PTR - 1
               MOVE 'Y' TO WS-RECON-MISMATCH
           ELSE
               IF WS-RECON-MID-EXP > 0
                   IF WS-STRING(21:WS-RECON-MID-EXP) NOT =
                       WS-RECON-EXP(1:WS-RECON-MID-EXP)
                       MOVE 'Y' TO WS-RECON-MISMATCH
                   END-IF
               END-IF
           END-IF.

      * Rewrite the key, cut its history version and leave the audit
      * record a normal run would.
       2500-APPLY-REBUILD.
           MOVE WS-STRING TO MST-STRING
           REWRITE MST-RECORD
               INVALID KEY
                   DISPLAY 'STRRBLD: STRMAST REWRITE FAILED FOR KEY '
                       MST-KEY ' - FILE STATUS ' WS-MST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           PERFORM 2510-CUT-HISTORY
           PERFORM 2540-WRITE-AUDIT.

      * Maintain the key's effective-dated history exactly as STRDRV
      * and STRLOAD do: close the open version and cut a new one, or
      * collapse a second change on the same date into it.
       2510-CUT-HISTORY.
           PERFORM 2520-FIND-OPEN-VERSION
           EVALUATE TRUE
               WHEN WS-HST-OPEN-SW = 'N'
                   PERFORM 2530-WRITE-NEW-VERSION
               WHEN WS-HO-STRING = MST-STRING
                   AND WS-HO-DEL-FLAG = MST-DEL-FLAG
                   CONTINUE
               WHEN WS-HO-EFF-DATE = WS-CURR-YYYYMMDD
                   MOVE MST-KEY TO HST-REC-KEY
                   MOVE WS-HO-EFF-DATE TO HST-EFF-DATE
                   MOVE 99999999 TO HST-END-DATE
                   MOVE MST-STRING TO HST-STRING
                   MOVE MST-FEED-ID TO HST-FEED-ID
                   MOVE MST-DEL-FLAG TO HST-DEL-FLAG
                   REWRITE HST-RECORD
               WHEN OTHER
                   MOVE MST-KEY TO HST-REC-KEY
                   MOVE WS-HO-EFF-DATE TO HST-EFF-DATE
                   MOVE WS-CURR-YYYYMMDD TO HST-END-DATE
                   MOVE WS-HO-STRING TO HST-STRING
                   MOVE WS-HO-FEED-ID TO HST-FEED-ID
                   MOVE WS-HO-DEL-FLAG TO HST-DEL-FLAG
                   REWRITE HST-RECORD
                   PERFORM 2530-WRITE-NEW-VERSION
           END-EVALUATE.

       2520-FIND-OPEN-VERSION.
           MOVE 'N' TO WS-HST-OPEN-SW
           MOVE 'Y' TO WS-HST-BROWSE-SW
           MOVE MST-KEY TO HST-REC-KEY
           MOVE 0 TO HST-EFF-DATE
           START HST-FILE KEY NOT < HST-KEY
               INVALID KEY MOVE 'N' TO WS-HST-BROWSE-SW
           END-START
           PERFORM UNTIL WS-HST-BROWSE-SW = 'N'
               READ HST-FILE NEXT
                   AT END MOVE 'N' TO WS-HST-BROWSE-SW
                   NOT AT END
                       IF HST-REC-KEY NOT = MST-KEY
                           MOVE 'N' TO WS-HST-BROWSE-SW
                       ELSE
                           IF HST-END-DATE = 99999999
                               MOVE 'Y' TO WS-HST-OPEN-SW
                               MOVE HST-EFF-DATE TO WS-HO-EFF-DATE
                               MOVE HST-STRING TO WS-HO-STRING
                               MOVE HST-FEED-ID TO WS-HO-FEED-ID
                               MOVE HST-DEL-FLAG TO WS-HO-DEL-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2530-WRITE-NEW-VERSION.
           MOVE MST-KEY TO HST-REC-KEY
           MOVE WS-CURR-YYYYMMDD TO HST-EFF-DATE
           MOVE 99999999 TO HST-END-DATE
           MOVE MST-STRING TO HST-STRING
           MOVE MST-FEED-ID TO HST-FEED-ID
           MOVE MST-DEL-FLAG TO HST-DEL-FLAG
           WRITE HST-RECORD
               INVALID KEY
                   DISPLAY 'STRRBLD: STRHIST REJECTED KEY '
                       HST-REC-KEY ' EFF ' HST-EFF-DATE
               NOT INVALID KEY
                   ADD 1 TO WS-VERSIONS-CUT
           END-WRITE.

       2540-WRITE-AUDIT.
           MOVE WS-CURR-YYYYMMDD TO AUD-RUN-DATE
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE MST-KEY TO AUD-KEY
           MOVE WS-SRC-STR1 TO AUD-STR1
           MOVE WS-SRC-STR2 TO AUD-STR2
           MOVE WS-SRC-STR3 TO AUD-STR3
           MOVE WS-STRING TO AUD-STRING
           MOVE MST-FEED-ID TO AUD-FEED-ID
           WRITE AUD-RECORD.

       2800-REPORT-KEY.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING 'KEY ' MST-KEY ' FEED ' MST-FEED-ID ' '
               WS-EXC-TEXT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING '    CURRENT: ' MST-STRING
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD.

       2900-READ-MASTER.
           IF WS-EOF-SWITCH NOT = 'Y'
               READ MST-FILE NEXT
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END ADD 1 TO WS-MASTER-READ
               END-READ
           END-IF.

       2950-READ-SOURCE.
           IF WS-SRT-EOF NOT = 'Y'
               READ SRT-FILE
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF
                       MOVE HIGH-VALUES TO SRT-KEY
               END-READ
           END-IF.

       3000-TERMINATE.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'STRMAST RECORDS READ..: ' WS-MASTER-READ
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'DELETED KEYS SKIPPED..: ' WS-DELETED-SKIPPED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'OTHER FEEDS SKIPPED...: ' WS-OTHER-FEED
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'ACTIVE KEYS...........: ' WS-ACTIVE-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           IF WS-UPDATE-SW = 'Y'
               STRING 'KEYS REBUILT..........: ' WS-CHANGED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
           ELSE
               STRING 'KEYS THAT WOULD CHANGE: ' WS-CHANGED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
           END-IF
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'ALREADY NEW FORMAT....: ' WS-UNCHANGED-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'OVERFLOW..............: ' WS-OVERFLOW-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'RECON FAILURE.........: ' WS-RECON-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'NO SOURCE FRAGMENTS...: ' WS-NO-SOURCE-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'SOURCE NOT REPRODUCED.: ' WS-UNPROVEN-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'ONLINE CORRECTION KEPT: ' WS-CORRECTED-COUNT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING 'HISTORY VERSIONS CUT..: ' WS-VERSIONS-CUT
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD

           CLOSE SRT-FILE
           CLOSE MST-FILE
           CLOSE COR-FILE
           IF WS-UPDATE-SW = 'Y'
               CLOSE HST-FILE
               CLOSE AUD-FILE
           END-IF
           CLOSE RPT-FILE
           DISPLAY 'STRRBLD CONTROL TOTALS'
           DISPLAY 'ACTIVE KEYS...........: ' WS-ACTIVE-COUNT
           DISPLAY 'KEYS CHANGED..........: ' WS-CHANGED-COUNT
           DISPLAY 'KEYS NOT REBUILT......: ' WS-EXCEPTION-COUNT
           DISPLAY 'HISTORY VERSIONS CUT..: ' WS-VERSIONS-CUT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * A failed OPEN on any file means STRRBLD cannot do its job -
      * fail fast with a diagnosable message instead of running on
      * with an unopened file.
       9000-ABORT-OPEN.
           DISPLAY 'STRRBLD: OPEN FAILED FOR ' WS-ABORT-DDNAME
               ' - FILE STATUS ' WS-ABORT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
