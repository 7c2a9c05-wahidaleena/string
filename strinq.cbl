      *   - any exception reason recorded for the key on EXCMAST.
      * PF3 ends the session.
      *
      * The SWRD word search (STRWRD) transfers here with the key the
      * operator picked in the commarea: a task that is not SINQ's
      * own shows that key straight away, and the session carries on
      * as SINQ from there.
      *
      * CICS resources: transaction SINQ -> program STRINQ; files
      * STRMAST, AUDMAST, EXCMAST (all VSAM KSDS, read only to this
      * program); mapset STRINQS. The batch loads run while these

           MOVE DFHCOMMAREA TO WS-COMMAREA

           IF EIBTRNID NOT = 'SINQ'
               PERFORM 1500-INQUIRY-FROM-SEARCH
           END-IF

           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 8000-END-SESSION
               COMMAREA(WS-COMMAREA)
           END-EXEC.

      * Entered by XCTL from SWRD: the commarea carries only the key.
       1500-INQUIRY-FROM-SEARCH.
           MOVE CA-AUD-KEY TO WS-INQ-KEY
           MOVE 0 TO WS-INQ-DATE
           MOVE LOW-VALUES TO STRINQMO
           MOVE WS-INQ-KEY TO INQKEYO
           PERFORM 4000-GET-CURRENT-STRING
           PERFORM 5000-GET-AUDIT-RUN
           PERFORM 6000-GET-EXCEPTION
           PERFORM 7000-SEND-PANEL.

       2000-NEW-INQUIRY.
           EXEC CICS RECEIVE MAP('STRINQM') MAPSET('STRINQS')
               INTO(STRINQMI) RESP(WS-RESP)
