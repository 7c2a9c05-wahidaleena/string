      * who touched what. CORRAUD posts the log onto AUDITLOG nightly
      * so the next AUDINQ report for the key shows the correction.
      *
      * Authorization is two-level. SUPD is defined to the security
      * manager for the claims-correction group only, where SINQ
      * stays open to all inquiry users; within SUPD, the OPRAUTH
      * file (AUTREC copybook) says per operator id whether the
      * operator may correct, delete or only view, and for which
      * feed ids or key ranges. PF5 and PF6 are honored only when
      * one of the operator's entries grants that action for the
      * key's feed and key; a refused attempt is written to the
      * VIOLLOG security log (VIOREC copybook) for the nightly
      * AUTRPT access report. Every entry STRUPD relies on - to show
      * a key as well as to change one - has its last-used date
      * stamped, so the access review sees which grants are idle.
      *
      * CICS resources: transaction SUPD -> program STRUPD; files
      * STRMAST (update), CORRLOG (add), OPRAUTH (update) and
      * VIOLLOG (add) - all VSAM KSDS; mapset STRUPDS; transient
      * data queue CSMT, which gets a line for any refused attempt
      * that VIOLLOG could not take, so it is still followed up.

       ENVIRONMENT DIVISION.

       COPY CORREC.
       COPY HSTREC.

      * Operator authorization and security violation record images.
       COPY AUTREC.
       COPY VIOREC.

       01  WS-RESP                        PIC S9(8) COMP.
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-OPERATOR                    PIC X(8).
       01  WS-BEFORE-STRING               PIC X(72).
       01  WS-LOG-DONE                    PIC X VALUE 'N'.

      * Authority check: the action asked for ('V' view, 'C'
      * correct, 'D' delete), the browse cursor over the operator's
      * OPRAUTH entries, and what the entries add up to for the key.
       01  WS-AUTH-ACTION                 PIC X.
       01  WS-AUTH-RESULT                 PIC X.
       01  WS-AUTH-ANY-SW                 PIC X.
       01  WS-AUTH-COVER-SW               PIC X.
       01  WS-AUTH-USE-SEQ                PIC 9(2).
       01  WS-AUT-RID.
           05  WS-AUT-RID-OPERATOR        PIC X(8).
           05  WS-AUT-RID-SEQ             PIC 9(2).
       01  WS-VIO-DONE                    PIC X VALUE 'N'.
       01  WS-VIO-RESP                    PIC 9(8).
       01  WS-VIO-FAIL-LINE.
           05  FILLER                     PIC X(30)
               VALUE 'STRUPD VIOLLOG WRITE FAILED - '.
           05  FILLER                     PIC X(5) VALUE 'RESP '.
           05  WS-VF-RESP                 PIC 9(8).
           05  FILLER                     PIC X(6) VALUE ' OPER '.
           05  WS-VF-OPERATOR             PIC X(8).
           05  FILLER                     PIC X(6) VALUE ' TERM '.
           05  WS-VF-TERMID               PIC X(4).
           05  FILLER                     PIC X(8) VALUE ' ACTION '.
           05  WS-VF-ACTION               PIC X.
           05  FILLER                     PIC X(5) VALUE ' KEY '.
           05  WS-VF-KEY                  PIC X(6).
           05  FILLER                     PIC X(6) VALUE ' FEED '.
           05  WS-VF-FEED-ID              PIC X(4).

      * History browse cursor and the key's open version, so an
      * online correction cuts the same effective-dated STRHIST
      * version a batch change would.

           MOVE MST-KEY TO CA-UPD-KEY
           PERFORM 6000-SHOW-MASTER
           MOVE 'C' TO WS-AUTH-ACTION
           PERFORM 4500-CHECK-AUTHORITY
           IF WS-AUTH-RESULT = 'Y'
               MOVE 'PF5 APPLIES THE CORRECTION FIELD' TO UPDMSGO
           ELSE
               MOVE 'D' TO WS-AUTH-ACTION
               PERFORM 4500-CHECK-AUTHORITY
               IF WS-AUTH-RESULT = 'Y'
                   MOVE 'DELETE ONLY - NO CORRECTION AUTHORITY'
                       TO UPDMSGO
               ELSE
                   MOVE 'V' TO WS-AUTH-ACTION
                   PERFORM 4500-CHECK-AUTHORITY
                   MOVE 'VIEW ONLY - NO CORRECTION AUTHORITY'
                       TO UPDMSGO
               END-IF
           END-IF
           PERFORM 7000-SEND-PANEL.

      * PF5: rewrite the fetched key's string with the correction
               PERFORM 7000-SEND-PANEL
           END-IF

           MOVE 'C' TO WS-AUTH-ACTION
           PERFORM 4500-CHECK-AUTHORITY
           IF WS-AUTH-RESULT NOT = 'Y'
               EXEC CICS UNLOCK FILE('STRMAST') RESP(WS-RESP)
               END-EXEC
               PERFORM 4700-LOG-VIOLATION
               MOVE LOW-VALUES TO STRUPDMO
               MOVE CA-UPD-KEY TO UPDKEYO
               PERFORM 6000-SHOW-MASTER
               IF WS-VIO-DONE = 'Y'
                   MOVE 'NOT AUTHORIZED TO CORRECT - LOGGED'
                       TO UPDMSGO
               ELSE
                   MOVE 'NOT AUTHORIZED TO CORRECT' TO UPDMSGO
               END-IF
               PERFORM 7000-SEND-PANEL
           END-IF

           MOVE MST-STRING TO WS-BEFORE-STRING
           IF NEWSTRI = MST-STRING AND MST-DEL-FLAG NOT = 'D'
               EXEC CICS UNLOCK FILE('STRMAST') RESP(WS-RESP)
               PERFORM 7000-SEND-PANEL
           END-IF

           MOVE 'D' TO WS-AUTH-ACTION
           PERFORM 4500-CHECK-AUTHORITY
           IF WS-AUTH-RESULT NOT = 'Y'
               EXEC CICS UNLOCK FILE('STRMAST') RESP(WS-RESP)
               END-EXEC
               PERFORM 4700-LOG-VIOLATION
               MOVE LOW-VALUES TO STRUPDMO
               MOVE CA-UPD-KEY TO UPDKEYO
               PERFORM 6000-SHOW-MASTER
               IF WS-VIO-DONE = 'Y'
                   MOVE 'NOT AUTHORIZED TO DELETE - LOGGED' TO UPDMSGO
               ELSE
                   MOVE 'NOT AUTHORIZED TO DELETE' TO UPDMSGO
               END-IF
               PERFORM 7000-SEND-PANEL
           END-IF

           IF MST-DEL-FLAG = 'D'
               EXEC CICS UNLOCK FILE('STRMAST') RESP(WS-RESP)
               END-EXEC
           END-IF
           PERFORM 7000-SEND-PANEL.

      * Browse the operator's OPRAUTH entries for one that covers
      * the key in MST-RECORD - its feed and its key range - and
      * grants WS-AUTH-ACTION; a view needs only the coverage.
      * WS-AUTH-RESULT comes back 'Y' granted, 'A' not granted for
      * this key, or 'N' when the operator has no entry at all. The
      * granting entry's last-used date is stamped on the way out.
       4500-CHECK-AUTHORITY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CORR-DATE) TIME(WS-CORR-TIME)
           END-EXEC
           EXEC CICS ASSIGN USERID(WS-OPERATOR)
           END-EXEC

           MOVE 'N' TO WS-AUTH-RESULT
           MOVE 'N' TO WS-AUTH-ANY-SW
           MOVE WS-OPERATOR TO WS-AUT-RID-OPERATOR
           MOVE 0 TO WS-AUT-RID-SEQ
           EXEC CICS STARTBR FILE('OPRAUTH') RIDFLD(WS-AUT-RID)
               GTEQ RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                   OR WS-AUTH-RESULT = 'Y'
                   EXEC CICS READNEXT FILE('OPRAUTH')
                       INTO(AUT-RECORD)
                       RIDFLD(WS-AUT-RID) RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       IF AUT-OPERATOR NOT = WS-OPERATOR
                           MOVE DFHRESP(ENDFILE) TO WS-RESP
                       ELSE
                           MOVE 'Y' TO WS-AUTH-ANY-SW
                           PERFORM 4550-MATCH-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('OPRAUTH') RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-AUTH-RESULT = 'Y'
               PERFORM 4600-NOTE-USE
           ELSE
               IF WS-AUTH-ANY-SW = 'Y'
                   MOVE 'A' TO WS-AUTH-RESULT
               END-IF
           END-IF.

       4550-MATCH-ENTRY.
           MOVE 'N' TO WS-AUTH-COVER-SW
           IF (AUT-FEED-ID = SPACES OR AUT-FEED-ID = MST-FEED-ID)
               AND (AUT-KEY-FROM = SPACES OR MST-KEY NOT < AUT-KEY-FROM)
               AND (AUT-KEY-TO = SPACES OR MST-KEY NOT > AUT-KEY-TO)
               MOVE 'Y' TO WS-AUTH-COVER-SW
           END-IF
           IF WS-AUTH-COVER-SW = 'Y'
               EVALUATE TRUE
                   WHEN WS-AUTH-ACTION = 'V'
                   WHEN WS-AUTH-ACTION = 'C' AND AUT-CORRECT = 'Y'
                   WHEN WS-AUTH-ACTION = 'D' AND AUT-DELETE = 'Y'
                       MOVE 'Y' TO WS-AUTH-RESULT
                       MOVE AUT-SEQ TO WS-AUTH-USE-SEQ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * At most one rewrite per entry per day: an entry already
      * stamped today is left alone.
       4600-NOTE-USE.
           MOVE WS-OPERATOR TO WS-AUT-RID-OPERATOR
           MOVE WS-AUTH-USE-SEQ TO WS-AUT-RID-SEQ
           EXEC CICS READ FILE('OPRAUTH') INTO(AUT-RECORD)
               RIDFLD(WS-AUT-RID) UPDATE RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF AUT-LAST-USED = FUNCTION NUMVAL(WS-CORR-DATE)
                   EXEC CICS UNLOCK FILE('OPRAUTH') RESP(WS-RESP)
                   END-EXEC
               ELSE
                   MOVE WS-CORR-DATE TO AUT-LAST-USED
                   EXEC CICS REWRITE FILE('OPRAUTH') FROM(AUT-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.

      * Write the refused attempt to VIOLLOG. VIO-SEQ steps past any
      * record already logged in the same second, as COR-SEQ does.
       4700-LOG-VIOLATION.
           MOVE 'N' TO WS-VIO-DONE
           MOVE WS-CORR-DATE TO VIO-DATE
           MOVE WS-CORR-TIME TO VIO-TIME
           MOVE 1 TO VIO-SEQ
           MOVE 'N' TO VIO-REPORTED-FLAG
           MOVE WS-OPERATOR TO VIO-OPERATOR
           MOVE EIBTRMID TO VIO-TERMID
           MOVE WS-AUTH-ACTION TO VIO-ACTION
           MOVE WS-AUTH-RESULT TO VIO-REASON
           MOVE MST-KEY TO VIO-REC-KEY
           MOVE MST-FEED-ID TO VIO-FEED-ID
           IF WS-AUTH-ACTION = 'C'
               MOVE NEWSTRI TO VIO-STRING
           ELSE
               MOVE SPACES TO VIO-STRING
           END-IF

           PERFORM UNTIL WS-VIO-DONE NOT = 'N'
               EXEC CICS WRITE FILE('VIOLLOG') FROM(VIO-RECORD)
                   RIDFLD(VIO-KEY) RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-VIO-DONE
               ELSE
                   IF WS-RESP = DFHRESP(DUPREC) AND VIO-SEQ < 9999
                       ADD 1 TO VIO-SEQ
                   ELSE
                       MOVE 'F' TO WS-VIO-DONE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VIO-DONE = 'F'
               PERFORM 4750-NOTE-VIO-FAILURE
           END-IF.

      * A refusal VIOLLOG would not take goes to CSMT instead, so the
      * security team still hears of it; the operator is not told
      * it was logged.
       4750-NOTE-VIO-FAILURE.
           MOVE WS-RESP TO WS-VIO-RESP
           MOVE WS-VIO-RESP TO WS-VF-RESP
           MOVE WS-OPERATOR TO WS-VF-OPERATOR
           MOVE EIBTRMID TO WS-VF-TERMID
           MOVE WS-AUTH-ACTION TO WS-VF-ACTION
           MOVE MST-KEY TO WS-VF-KEY
           MOVE MST-FEED-ID TO WS-VF-FEED-ID
           EXEC CICS WRITEQ TD QUEUE('CSMT')
               FROM(WS-VIO-FAIL-LINE)
               LENGTH(LENGTH OF WS-VIO-FAIL-LINE)
               RESP(WS-RESP)
           END-EXEC.

      * Build and write the correction-log record. COR-SEQ starts at
      * 1 and steps past any record already logged for the same key
      * in the same second, so no correction ever overlays another.
