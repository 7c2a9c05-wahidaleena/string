      * that reject delimited input. Header and trailer lines are
      * delimited in both formats.
      *
      * Format 'C' is changes only, for consumers that used to diff
      * the full file on their side and miss deletes: after the
      * STROUT pass, one pass of STRHIST sends each 'C' subscriber
      * the keys with a version cut since its last good delivery,
      * as action|key|feed|string - action A (the key's first
      * version is after that delivery), C (changed) or D (now
      * logically deleted). The from-date comes off the DLVLOG
      * delivery log, which gets one DLVREC record per subscriber
      * every run, so a night the stream was held is simply inside
      * the next delta. The from-date itself is included: a change
      * made after the delivery on the same day would otherwise
      * fall between two deltas, and resending a change is
      * harmless where losing one is not. A 'C' subscriber's first
      * delivery, or one named in columns 1-8 of a REFCARD card, is
      * a full refresh instead: every active key of its selection
      * from STRMAST, action A, header marked FULL, for a consumer
      * that has to resynchronize. STRHIST, STRMAST and HSTARCH are
      * opened only when a 'C' subscriber needs them.
      *
      * Any WRITE that fails its file status breaks that
      * subscriber's trailer balance: the extract set cannot be
      * trusted and the job ends RC 8 so the scheduler holds the
      * transmission step. Every subscriber's DLVLOG record is then
      * marked failed, so the next delta starts from the last
      * delivery that was actually sent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT OPTIONAL DLV-FILE ASSIGN TO DLVLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.

           SELECT OPTIONAL REF-FILE ASSIGN TO REFCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT HST-FILE ASSIGN TO STRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HST-STATUS.

           SELECT OPTIONAL ARC-FILE ASSIGN TO HSTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARC-STATUS.

           SELECT MST-FILE ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT OUT-FILE-01 ASSIGN TO SUBOUT01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           RECORDING MODE IS F.
       COPY RUNREC.

       FD  DLV-FILE
           RECORDING MODE IS F.
       COPY DLVREC.

       FD  REF-FILE
           RECORDING MODE IS F.
       01  REF-CARD.
           05  REF-SUB-ID                 PIC X(8).
           05  FILLER                     PIC X(72).

       FD  HST-FILE.
       COPY HSTREC.

       FD  ARC-FILE.
       COPY HSTREC REPLACING LEADING ==HST-== BY ==ARC-==.

       FD  MST-FILE.
       COPY MSTREC.

      * One 90-byte fixed line per extract record; the same buffer
      * for every subscriber's file, selected by output number.
       FD  OUT-FILE-01
       01  WS-ABORT-STATUS                PIC XX.

       01  WS-RUN-STATUS                  PIC XX.
       01  WS-DLV-STATUS                  PIC XX.
       01  WS-REF-STATUS                  PIC XX.
       01  WS-HST-STATUS                  PIC XX.
       01  WS-ARC-STATUS                  PIC XX.
       01  WS-MST-STATUS                  PIC XX.
       01  WS-ARC-OPEN-SW                 PIC X VALUE 'N'.
       01  WS-RUN-DATE                    PIC 9(8) VALUE 0.
       01  WS-RECORDS-READ                PIC 9(6) VALUE 0.
       01  WS-LINES-WRITTEN               PIC 9(7) VALUE 0.
               10  WS-SB-OUT-NBR          PIC 9(2).
               10  WS-SB-WRITTEN          PIC 9(6).
               10  WS-SB-ERROR            PIC X.
               10  WS-SB-SINCE            PIC 9(8).
               10  WS-SB-REFRESH          PIC X.

      * 'C' subscribers on tonight's cards: sent a delta from
      * STRHIST, or a full refresh from STRMAST.
       01  WS-DELTA-COUNT                 PIC 9(2) VALUE 0.
       01  WS-REFRESH-COUNT               PIC 9(2) VALUE 0.
       01  WS-DLV-READ                    PIC 9(7) VALUE 0.
       01  WS-REF-FOUND                   PIC X VALUE 'N'.

      * One key's STRHIST versions, gathered across the key break:
      * its first and latest effective dates and its current
      * (open) version.
       01  WS-DK-KEY                      PIC X(6) VALUE LOW-VALUES.
       01  WS-DK-FIRST-EFF                PIC 9(8) VALUE 0.
       01  WS-DK-LAST-EFF                 PIC 9(8) VALUE 0.
       01  WS-DK-OPEN-SW                  PIC X VALUE 'N'.
       01  WS-DK-STRING                   PIC X(72).
       01  WS-DK-FEED-ID                  PIC X(4).
       01  WS-DK-DEL-FLAG                 PIC X.
       01  WS-DK-ARC-CHECKED              PIC X VALUE 'N'.
       01  WS-DK-ARC-HAS-KEY              PIC X VALUE 'N'.
       01  WS-DK-ACTION                   PIC X.
       01  WS-HST-READ                    PIC 9(7) VALUE 0.
       01  WS-MST-READ                    PIC 9(7) VALUE 0.
       01  WS-CHANGES-SENT                PIC 9(7) VALUE 0.
       01  WS-REFRESH-SENT                PIC 9(7) VALUE 0.

      * System clock, the fallback run date when no run-status
      * record exists, and the delivery date DLVLOG records.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYYMMDD           PIC 9(8).
           05  WS-CURR-HHMMSS             PIC 9(6).
           05  FILLER                     PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DISTRIBUTE UNTIL WS-EOF-SWITCH = 'Y'
           IF WS-DELTA-COUNT > 0
               PERFORM 2500-SEND-CHANGES
           END-IF
           IF WS-REFRESH-COUNT > 0
               PERFORM 2700-SEND-REFRESH
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

           PERFORM 1050-GET-RUN-DATE
           PERFORM 1100-LOAD-PARM
           PERFORM 1200-LOAD-SUBSCRIPTIONS
           PERFORM 1250-LOAD-DELIVERIES
           PERFORM 1280-LOAD-REFRESH-CARDS
           PERFORM 1290-COUNT-CHANGE-SUBS
           PERFORM 1300-OPEN-AND-HEAD-FILES

           OPEN INPUT STR-FILE
               END-PERFORM
           END-IF
           IF SUB-FORMAT NOT = 'D' AND SUB-FORMAT NOT = 'F'
               AND SUB-FORMAT NOT = 'C' AND SUB-FORMAT NOT = SPACE
               DISPLAY 'DISTRIB: CARD ' WS-CARD-COUNT
                   ' - FORMAT MUST BE D, F, C OR BLANK'
               MOVE 'Y' TO WS-CARD-ERROR
           END-IF
           IF SUB-KEY-FROM NOT = SPACES AND SUB-KEY-TO NOT = SPACES
               MOVE SUB-FEED-ID TO WS-SB-FEED-ID (WS-SUB-COUNT)
               MOVE SUB-KEY-FROM TO WS-SB-KEY-FROM (WS-SUB-COUNT)
               MOVE SUB-KEY-TO TO WS-SB-KEY-TO (WS-SUB-COUNT)
               IF SUB-FORMAT = 'F' OR SUB-FORMAT = 'C'
                   MOVE SUB-FORMAT TO WS-SB-FORMAT (WS-SUB-COUNT)
               ELSE
                   MOVE 'D' TO WS-SB-FORMAT (WS-SUB-COUNT)
               END-IF
               MOVE SUB-OUT-NBR TO WS-SB-OUT-NBR (WS-SUB-COUNT)
               MOVE 0 TO WS-SB-WRITTEN (WS-SUB-COUNT)
               MOVE 'N' TO WS-SB-ERROR (WS-SUB-COUNT)
               MOVE 0 TO WS-SB-SINCE (WS-SUB-COUNT)
               MOVE 'Y' TO WS-SB-REFRESH (WS-SUB-COUNT)
           END-IF.

      * A 'C' subscriber's delta runs from the clock date of its
      * last good delta or refresh; DLVLOG is in delivery order, so
      * the last such record wins. No such record leaves the
      * subscriber on a full refresh.
       1250-LOAD-DELIVERIES.
           OPEN INPUT DLV-FILE
           IF WS-DLV-STATUS NOT = '00' AND WS-DLV-STATUS NOT = '05'
               MOVE 'DLVLOG' TO WS-ABORT-DDNAME
               MOVE WS-DLV-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-DLV-STATUS = '10'
               READ DLV-FILE
                   AT END MOVE '10' TO WS-DLV-STATUS
                   NOT AT END
                       ADD 1 TO WS-DLV-READ
                       IF DLV-STATUS = 'S'
                           AND (DLV-TYPE = 'C' OR DLV-TYPE = 'R')
                           PERFORM 1260-TAKE-DELIVERY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLV-FILE
           MOVE SPACES TO WS-DLV-STATUS.

       1260-TAKE-DELIVERY.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SB-ID (WS-SUB-IDX) = DLV-SUB-ID
                   AND WS-SB-FORMAT (WS-SUB-IDX) = 'C'
                   MOVE DLV-DATE TO WS-SB-SINCE (WS-SUB-IDX)
                   MOVE 'N' TO WS-SB-REFRESH (WS-SUB-IDX)
               END-IF
           END-PERFORM.

      * REFCARD is DUMMY on a normal night; each card names a 'C'
      * subscriber to be sent a full refresh tonight.
       1280-LOAD-REFRESH-CARDS.
           OPEN INPUT REF-FILE
           IF WS-REF-STATUS NOT = '00' AND WS-REF-STATUS NOT = '05'
               MOVE 'REFCARD' TO WS-ABORT-DDNAME
               MOVE WS-REF-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-REF-STATUS = '10'
               READ REF-FILE
                   AT END MOVE '10' TO WS-REF-STATUS
                   NOT AT END
                       IF REF-SUB-ID NOT = SPACES
                           PERFORM 1285-TAKE-REFRESH-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REF-FILE
           MOVE SPACES TO WS-REF-STATUS.

       1285-TAKE-REFRESH-CARD.
           MOVE 'N' TO WS-REF-FOUND
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SB-ID (WS-SUB-IDX) = REF-SUB-ID
                   AND WS-SB-FORMAT (WS-SUB-IDX) = 'C'
                   MOVE 'Y' TO WS-SB-REFRESH (WS-SUB-IDX)
                   MOVE 'Y' TO WS-REF-FOUND
               END-IF
           END-PERFORM
           IF WS-REF-FOUND = 'N'
               DISPLAY 'DISTRIB: REFCARD SUBSCRIBER ' REF-SUB-ID
                   ' IS NOT A FORMAT C SUBSCRIBER - IGNORED'
           END-IF.

       1290-COUNT-CHANGE-SUBS.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SB-FORMAT (WS-SUB-IDX) = 'C'
                   IF WS-SB-REFRESH (WS-SUB-IDX) = 'Y'
                       ADD 1 TO WS-REFRESH-COUNT
                   ELSE
                       ADD 1 TO WS-DELTA-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       1300-OPEN-AND-HEAD-FILES.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
                   DELIMITED BY SIZE INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
               END-STRING
               IF WS-SB-FORMAT (WS-SUB-IDX) = 'C'
                   IF WS-SB-REFRESH (WS-SUB-IDX) = 'Y'
                       STRING WS-DIST-DELIM 'FULL'
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                           WITH POINTER WS-OUT-PTR
                       END-STRING
                   ELSE
                       STRING WS-DIST-DELIM 'DELTA' WS-DIST-DELIM
                           WS-SB-SINCE (WS-SUB-IDX)
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                           WITH POINTER WS-OUT-PTR
                       END-STRING
                   END-IF
               END-IF
               PERFORM 8200-WRITE-ONE-OUT
               IF WS-OUT-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SB-ERROR (WS-SUB-IDX)

      * One pass over STROUT: each record goes to every subscriber
      * whose selections it satisfies, in that subscriber's format.
      * 'C' subscribers are served from STRHIST/STRMAST afterwards.
       2000-DISTRIBUTE.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SB-FORMAT (WS-SUB-IDX) NOT = 'C'
                   AND (WS-SB-FEED-ID (WS-SUB-IDX) = SPACES
                   OR WS-SB-FEED-ID (WS-SUB-IDX) = STR-FEED-ID)
                   AND (WS-SB-KEY-FROM (WS-SUB-IDX) = SPACES
                   OR STR-OUT-KEY NOT < WS-SB-KEY-FROM (WS-SUB-IDX))
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM.

      * One pass of STRHIST in key/effective-date order, each key's
      * versions gathered and offered to the delta subscribers at
      * the key break. The guard record sorts last and is skipped.
       2500-SEND-CHANGES.
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

           PERFORM UNTIL WS-HST-STATUS = '10'
               READ HST-FILE NEXT
                   AT END MOVE '10' TO WS-HST-STATUS
                   NOT AT END
                       IF HST-REC-KEY NOT = 'ZZZZZZ'
                           ADD 1 TO WS-HST-READ
                           PERFORM 2510-GATHER-VERSION
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-HST-STATUS
           IF WS-DK-KEY NOT = LOW-VALUES
               PERFORM 2550-OFFER-KEY
           END-IF

           CLOSE HST-FILE
           IF WS-ARC-OPEN-SW = 'Y'
               CLOSE ARC-FILE
           END-IF.

       2510-GATHER-VERSION.
           IF HST-REC-KEY NOT = WS-DK-KEY
               IF WS-DK-KEY NOT = LOW-VALUES
                   PERFORM 2550-OFFER-KEY
               END-IF
               MOVE HST-REC-KEY TO WS-DK-KEY
               MOVE HST-EFF-DATE TO WS-DK-FIRST-EFF
               MOVE 'N' TO WS-DK-OPEN-SW
               MOVE 'N' TO WS-DK-ARC-CHECKED
           END-IF
           MOVE HST-EFF-DATE TO WS-DK-LAST-EFF
           IF HST-END-DATE = 99999999
               MOVE 'Y' TO WS-DK-OPEN-SW
               MOVE HST-STRING TO WS-DK-STRING
               MOVE HST-FEED-ID TO WS-DK-FEED-ID
               MOVE HST-DEL-FLAG TO WS-DK-DEL-FLAG
           END-IF.

      * A key changed on or after a subscriber's from-date goes to
      * it when its current version falls inside the selection.
       2550-OFFER-KEY.
           IF WS-DK-OPEN-SW = 'Y'
               PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
                   IF WS-SB-FORMAT (WS-SUB-IDX) = 'C'
                       AND WS-SB-REFRESH (WS-SUB-IDX) = 'N'
                       AND WS-DK-LAST-EFF NOT < WS-SB-SINCE (WS-SUB-IDX)
                       AND (WS-SB-FEED-ID (WS-SUB-IDX) = SPACES
                       OR WS-SB-FEED-ID (WS-SUB-IDX) = WS-DK-FEED-ID)
                       AND (WS-SB-KEY-FROM (WS-SUB-IDX) = SPACES
                       OR WS-DK-KEY NOT < WS-SB-KEY-FROM (WS-SUB-IDX))
                       AND (WS-SB-KEY-TO (WS-SUB-IDX) = SPACES
                       OR WS-DK-KEY NOT > WS-SB-KEY-TO (WS-SUB-IDX))
                       PERFORM 2560-SET-ACTION
                       PERFORM 2600-WRITE-CHANGE
                       ADD 1 TO WS-CHANGES-SENT
                   END-IF
               END-PERFORM
           END-IF.

      * Deleted now is D whatever came before. Otherwise the key is
      * new to the subscriber only when its first version is later
      * than the last delivery - and that first version is only the
      * key's first if housekeeping has not archived older ones.
       2560-SET-ACTION.
           IF WS-DK-DEL-FLAG = 'D'
               MOVE 'D' TO WS-DK-ACTION
           ELSE
               IF WS-DK-FIRST-EFF > WS-SB-SINCE (WS-SUB-IDX)
                   PERFORM 2570-CHECK-ARCHIVE
                   IF WS-DK-ARC-HAS-KEY = 'Y'
                       MOVE 'C' TO WS-DK-ACTION
                   ELSE
                       MOVE 'A' TO WS-DK-ACTION
                   END-IF
               ELSE
                   MOVE 'C' TO WS-DK-ACTION
               END-IF
           END-IF.

       2570-CHECK-ARCHIVE.
           IF WS-DK-ARC-CHECKED = 'N'
               MOVE 'Y' TO WS-DK-ARC-CHECKED
               MOVE 'N' TO WS-DK-ARC-HAS-KEY
               IF WS-ARC-OPEN-SW = 'Y'
                   MOVE WS-DK-KEY TO ARC-REC-KEY
                   MOVE 0 TO ARC-EFF-DATE
                   START ARC-FILE KEY NOT < ARC-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           READ ARC-FILE NEXT
                               AT END CONTINUE
                               NOT AT END
                                   IF ARC-REC-KEY = WS-DK-KEY
                                       MOVE 'Y' TO WS-DK-ARC-HAS-KEY
                                   END-IF
                           END-READ
                   END-START
               END-IF
           END-IF.

      * action|key|feed|string, string trimmed as in format D.
       2600-WRITE-CHANGE.
           MOVE WS-SB-OUT-NBR (WS-SUB-IDX) TO WS-OUT-NBR
           MOVE 72 TO WS-TRIM-LEN
           PERFORM UNTIL WS-TRIM-LEN = 0
               OR WS-DK-STRING(WS-TRIM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING WS-DK-ACTION WS-DIST-DELIM
               WS-DK-KEY WS-DIST-DELIM
               WS-DK-FEED-ID WS-DIST-DELIM
               DELIMITED BY SIZE INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING
           IF WS-TRIM-LEN > 0
               STRING WS-DK-STRING(1:WS-TRIM-LEN)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           PERFORM 8200-WRITE-ONE-OUT
           IF WS-OUT-STATUS = '00'
               ADD 1 TO WS-SB-WRITTEN (WS-SUB-IDX)
               ADD 1 TO WS-LINES-WRITTEN
           ELSE
               MOVE 'Y' TO WS-SB-ERROR (WS-SUB-IDX)
           END-IF.

      * One pass of STRMAST for the subscribers being refreshed:
      * every active key in the selection, action A.
       2700-SEND-REFRESH.
           OPEN INPUT MST-FILE
           IF WS-MST-STATUS NOT = '00'
               MOVE 'STRMAST' TO WS-ABORT-DDNAME
               MOVE WS-MST-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM UNTIL WS-MST-STATUS = '10'
               READ MST-FILE NEXT
                   AT END MOVE '10' TO WS-MST-STATUS
                   NOT AT END
                       ADD 1 TO WS-MST-READ
                       IF MST-DEL-FLAG NOT = 'D'
                           PERFORM 2710-OFFER-MASTER
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-MST-STATUS
           CLOSE MST-FILE.

       2710-OFFER-MASTER.
           MOVE MST-KEY TO WS-DK-KEY
           MOVE MST-STRING TO WS-DK-STRING
           MOVE MST-FEED-ID TO WS-DK-FEED-ID
           MOVE 'A' TO WS-DK-ACTION
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SB-FORMAT (WS-SUB-IDX) = 'C'
                   AND WS-SB-REFRESH (WS-SUB-IDX) = 'Y'
                   AND (WS-SB-FEED-ID (WS-SUB-IDX) = SPACES
                   OR WS-SB-FEED-ID (WS-SUB-IDX) = MST-FEED-ID)
                   AND (WS-SB-KEY-FROM (WS-SUB-IDX) = SPACES
                   OR MST-KEY NOT < WS-SB-KEY-FROM (WS-SUB-IDX))
                   AND (WS-SB-KEY-TO (WS-SUB-IDX) = SPACES
                   OR MST-KEY NOT > WS-SB-KEY-TO (WS-SUB-IDX))
                   PERFORM 2600-WRITE-CHANGE
                   ADD 1 TO WS-REFRESH-SENT
               END-IF
           END-PERFORM.

       3000-TERMINATE.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
           END-PERFORM

           CLOSE STR-FILE
           PERFORM 3100-LOG-DELIVERIES
           DISPLAY 'DISTRIB CONTROL TOTALS'
           DISPLAY 'STROUT RECORDS READ...: ' WS-RECORDS-READ
           DISPLAY 'SUBSCRIBERS SERVED....: ' WS-SUB-COUNT
           DISPLAY 'DELTA SUBSCRIBERS.....: ' WS-DELTA-COUNT
           DISPLAY 'REFRESH SUBSCRIBERS...: ' WS-REFRESH-COUNT
           DISPLAY 'STRHIST VERSIONS READ.: ' WS-HST-READ
           DISPLAY 'CHANGE LINES WRITTEN..: ' WS-CHANGES-SENT
           DISPLAY 'STRMAST RECORDS READ..: ' WS-MST-READ
           DISPLAY 'REFRESH LINES WRITTEN.: ' WS-REFRESH-SENT
           DISPLAY 'EXTRACT LINES WRITTEN.: ' WS-LINES-WRITTEN
           DISPLAY 'BALANCE FAILURES......: ' WS-BALANCE-ERRORS
           IF WS-BALANCE-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      * One DLVLOG record per subscriber; a balance failure on any
      * extract holds the whole transmission, so every record is
      * then logged failed.
       3100-LOG-DELIVERIES.
           OPEN EXTEND DLV-FILE
           IF WS-DLV-STATUS NOT = '00' AND WS-DLV-STATUS NOT = '05'
               MOVE 'DLVLOG' TO WS-ABORT-DDNAME
               MOVE WS-DLV-STATUS TO WS-ABORT-STATUS
               PERFORM 9000-ABORT-OPEN
           END-IF
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE SPACES TO DLV-RECORD
               MOVE WS-SB-ID (WS-SUB-IDX) TO DLV-SUB-ID
               MOVE WS-RUN-DATE TO DLV-RUN-DATE
               MOVE WS-RUN-ID TO DLV-RUN-ID
               MOVE WS-CURR-YYYYMMDD TO DLV-DATE
               MOVE WS-CURR-HHMMSS TO DLV-TIME
               MOVE WS-SB-FORMAT (WS-SUB-IDX) TO DLV-FORMAT
               MOVE 0 TO DLV-SINCE-DATE
               EVALUATE TRUE
                   WHEN WS-SB-FORMAT (WS-SUB-IDX) NOT = 'C'
                       MOVE 'X' TO DLV-TYPE
                   WHEN WS-SB-REFRESH (WS-SUB-IDX) = 'Y'
                       MOVE 'R' TO DLV-TYPE
                   WHEN OTHER
                       MOVE 'C' TO DLV-TYPE
                       MOVE WS-SB-SINCE (WS-SUB-IDX) TO DLV-SINCE-DATE
               END-EVALUATE
               MOVE WS-SB-WRITTEN (WS-SUB-IDX) TO DLV-RECORDS
               IF WS-BALANCE-ERRORS = 0
                   MOVE 'S' TO DLV-STATUS
               ELSE
                   MOVE 'F' TO DLV-STATUS
               END-IF
               WRITE DLV-RECORD
           END-PERFORM
           CLOSE DLV-FILE.

      * The ten extract files share one layout; the output number
      * in WS-OUT-NBR picks the physical file.
       8100-OPEN-ONE-OUT.
