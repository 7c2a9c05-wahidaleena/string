       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRWRD.

      * STRWRD is the online word search over the built strings, for
      * the desk calls that start with a name rather than a key:
      * transaction SWRD puts up the STRWRDM panel (mapset STRWRDS),
      * takes one or more words and lists, eight to a page in key
      * order, every key whose current string holds all of them,
      * with its string and feed id from STRMAST. PF8 pages forward,
      * PF7 back; an S beside a line and ENTER transfer to the SINQ
      * inquiry (STRINQ) showing that key. PF3 ends the session.
      *
      * The words are reduced the way WRDBLD indexes a string -
      * upper-cased, letters and digits only, single characters
      * dropped, cut to 20 - and the first five are used. The first
      * word drives a browse of the WRDINDX word index; each key it
      * finds is proved against the other words by direct reads of
      * the same index. A page that has read 500 keys of the first
      * word without filling stops short and PF8 searches on, so a
      * common first word cannot tie up the region. The index is
      * rebuilt nightly (INQLOAD), so a string corrected through
      * SUPD today is found under its old words until tomorrow;
      * the line always shows the master as it is now.
      *
      * CICS resources: transaction SWRD -> program STRWRD; files
      * WRDINDX and STRMAST (VSAM KSDS, read only to this program);
      * mapset STRWRDS. XCTL to STRINQ.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY STRWRDM.

      * The eight list lines of the panel as a table, input and
      * output alike (length, attribute, data for each field).
       01  WS-LIST-VIEW REDEFINES STRWRDMI.
           05  FILLER                     PIC X(12).
           05  FILLER                     PIC X(58).
           05  WS-LIST-LINE OCCURS 8 TIMES.
               10  WS-LS-SEL-L            PIC S9(4) COMP.
               10  WS-LS-SEL-F            PIC X.
               10  WS-LS-SEL              PIC X.
               10  FILLER                 PIC X(3).
               10  WS-LS-KEY              PIC X(6).
               10  FILLER                 PIC X(3).
               10  WS-LS-FEED             PIC X(4).
               10  FILLER                 PIC X(3).
               10  WS-LS-STAT             PIC X(7).
               10  FILLER                 PIC X(3).
               10  WS-LS-STRING           PIC X(72).
           05  FILLER                     PIC X(43).

       COPY DFHAID.

      * Keyed-master and word-index record images.
       COPY MSTREC.
       COPY WRDREC.

       01  WS-RESP                        PIC S9(8) COMP.
       01  WS-WRD-RID.
           05  WS-WRD-RID-WORD            PIC X(20).
           05  WS-WRD-RID-KEY             PIC X(6).

      * Direct-read key and record area for proving the other words,
      * apart from the browse cursor and the record in hand.
       01  WS-WRD-PROBE.
           05  WS-PROBE-WORD              PIC X(20).
           05  WS-PROBE-KEY               PIC X(6).
       01  WS-WRD-HIT                     PIC X(30).

      * Word split work area, as in WRDBLD.
       01  WS-INPUT-STRING                PIC X(50).
       01  WS-INPUT-CHARS REDEFINES WS-INPUT-STRING.
           05  WS-INPUT-CHAR              PIC X OCCURS 50 TIMES.
       01  WS-WORD                        PIC X(20).
       01  WS-WORD-CHARS REDEFINES WS-WORD.
           05  WS-WORD-CHAR               PIC X OCCURS 20 TIMES.
       01  WS-CHAR-IDX                    PIC 9(2) COMP VALUE 0.
       01  WS-WORD-LEN                    PIC 9(2) COMP VALUE 0.
       01  WS-WORD-IDX                    PIC 9(2) COMP VALUE 0.
       01  WS-WORDS-DROPPED               PIC X VALUE 'N'.
       01  WS-WORDS-PTR                   PIC 9(3) COMP VALUE 0.

      * Page build: lines filled, first-word keys read, and whether
      * the key in hand holds every other word.
       01  WS-LINE-IDX                    PIC 9(2) COMP VALUE 0.
       01  WS-LINE-COUNT                  PIC 9(2) COMP VALUE 0.
       01  WS-SCANNED                     PIC 9(4) COMP VALUE 0.
       01  WS-SCAN-LIMIT                  PIC 9(4) COMP VALUE 500.
       01  WS-PAUSED-SW                   PIC X VALUE 'N'.
       01  WS-MATCH-SW                    PIC X VALUE 'N'.
       01  WS-BROWSE-SW                   PIC X VALUE 'N'.
       01  WS-SEL-KEY                     PIC X(6).

      * What SINQ expects in its commarea: the key to show, no run
      * date, no paging position.
       01  WS-INQ-COMMAREA.
           05  WS-INQ-KEY                 PIC X(6).
           05  WS-INQ-DATE                PIC 9(8).
           05  WS-INQ-RUN                 PIC X(8).

      * Carried across tasks: the search words, the page shown, the
      * first key of every page so far (PF7 goes back through
      * them), where the next page starts, and the keys on the
      * lines shown - the list fields are protected and come back
      * empty on RECEIVE.
       01  WS-COMMAREA.
           05  CA-WORD-COUNT              PIC 9.
           05  CA-WORD                    PIC X(20) OCCURS 5 TIMES.
           05  CA-PAGE-NBR                PIC 9(2).
           05  CA-MORE-SW                 PIC X.
           05  CA-NEXT-KEY                PIC X(6).
           05  CA-PAGE-START              PIC X(6) OCCURS 30 TIMES.
           05  CA-LINE-KEY                PIC X(6) OCCURS 8 TIMES.

       LINKAGE SECTION.
       01  DFHCOMMAREA                    PIC X(338).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-TIME
           END-IF

           MOVE DFHCOMMAREA TO WS-COMMAREA

           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 8000-END-SESSION
               WHEN DFHENTER
                   PERFORM 2000-SEARCH-OR-SELECT
               WHEN DFHPF8
                   PERFORM 3000-NEXT-PAGE
               WHEN DFHPF7
                   PERFORM 3500-PREVIOUS-PAGE
               WHEN OTHER
                   IF CA-WORD-COUNT = 0
                       MOVE LOW-VALUES TO STRWRDMO
                   ELSE
                       PERFORM 4000-BUILD-PAGE
                   END-IF
                   MOVE 'INVALID KEY PRESSED' TO WRDMSGO
                   PERFORM 7000-SEND-PANEL
           END-EVALUATE

           EXEC CICS RETURN TRANSID('SWRD')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       1000-FIRST-TIME.
           MOVE LOW-VALUES TO STRWRDMO
           MOVE 'TYPE ONE OR MORE WORDS TO SEARCH' TO WRDMSGO
           EXEC CICS SEND MAP('STRWRDM') MAPSET('STRWRDS')
               FROM(STRWRDMO) ERASE
           END-EXEC
           MOVE SPACES TO WS-COMMAREA
           MOVE 0 TO CA-WORD-COUNT
           MOVE 0 TO CA-PAGE-NBR
           EXEC CICS RETURN TRANSID('SWRD')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

      * ENTER: a line marked beside a listed key goes to SINQ for
      * that key; otherwise the words field starts a new search.
      * With neither, the page on show is simply shown again.
       2000-SEARCH-OR-SELECT.
           EXEC CICS RECEIVE MAP('STRWRDM') MAPSET('STRWRDS')
               INTO(STRWRDMI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO STRWRDMI
           END-IF

           MOVE SPACES TO WS-SEL-KEY
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > 8 OR WS-SEL-KEY NOT = SPACES
               IF WS-LS-SEL (WS-LINE-IDX) NOT = SPACE
                   AND WS-LS-SEL (WS-LINE-IDX) NOT = LOW-VALUE
                   AND CA-LINE-KEY (WS-LINE-IDX) NOT = SPACES
                   MOVE CA-LINE-KEY (WS-LINE-IDX) TO WS-SEL-KEY
               END-IF
           END-PERFORM
           IF WS-SEL-KEY NOT = SPACES
               PERFORM 5000-SHOW-ON-INQUIRY
           END-IF

           IF WRDSI = SPACES OR WRDSI = LOW-VALUES
               IF CA-WORD-COUNT = 0
                   MOVE LOW-VALUES TO STRWRDMO
                   MOVE 'TYPE ONE OR MORE WORDS TO SEARCH' TO WRDMSGO
               ELSE
                   PERFORM 4000-BUILD-PAGE
               END-IF
               PERFORM 7000-SEND-PANEL
           END-IF

           PERFORM 2100-SPLIT-WORDS
           IF CA-WORD-COUNT = 0
               MOVE LOW-VALUES TO STRWRDMO
               MOVE 'WORDS NEED 2 OR MORE LETTERS/DIGITS' TO WRDMSGO
               PERFORM 7000-SEND-PANEL
           END-IF

           MOVE 1 TO CA-PAGE-NBR
           MOVE LOW-VALUES TO CA-PAGE-START (1)
           PERFORM 4000-BUILD-PAGE
           IF WS-WORDS-DROPPED = 'Y'
               MOVE 'ONLY THE FIRST 5 WORDS WERE USED' TO WRDMSGO
           END-IF
           PERFORM 7000-SEND-PANEL.

      * Reduce the words field the way WRDBLD reduces a string.
       2100-SPLIT-WORDS.
           MOVE 0 TO CA-WORD-COUNT
           MOVE SPACES TO CA-WORD (1) CA-WORD (2) CA-WORD (3)
               CA-WORD (4) CA-WORD (5)
           MOVE 'N' TO WS-WORDS-DROPPED
           MOVE WRDSI TO WS-INPUT-STRING
           INSPECT WS-INPUT-STRING
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-WORD
           MOVE 0 TO WS-WORD-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 50
               IF (WS-INPUT-CHAR (WS-CHAR-IDX) IS ALPHABETIC-UPPER
                   AND WS-INPUT-CHAR (WS-CHAR-IDX) NOT = SPACE)
                   OR WS-INPUT-CHAR (WS-CHAR-IDX) IS NUMERIC
                   IF WS-WORD-LEN < 20
                       ADD 1 TO WS-WORD-LEN
                       MOVE WS-INPUT-CHAR (WS-CHAR-IDX)
                           TO WS-WORD-CHAR (WS-WORD-LEN)
                   END-IF
               ELSE
                   PERFORM 2200-END-WORD
               END-IF
           END-PERFORM
           PERFORM 2200-END-WORD.

       2200-END-WORD.
           IF WS-WORD-LEN > 1
               IF CA-WORD-COUNT < 5
                   ADD 1 TO CA-WORD-COUNT
                   MOVE WS-WORD TO CA-WORD (CA-WORD-COUNT)
               ELSE
                   MOVE 'Y' TO WS-WORDS-DROPPED
               END-IF
           END-IF
           MOVE SPACES TO WS-WORD
           MOVE 0 TO WS-WORD-LEN.

      * PF8 starts the next page where the last one stopped; the
      * page-start table holds 30 pages.
       3000-NEXT-PAGE.
           IF CA-WORD-COUNT = 0
               MOVE LOW-VALUES TO STRWRDMO
               MOVE 'TYPE ONE OR MORE WORDS TO SEARCH' TO WRDMSGO
               PERFORM 7000-SEND-PANEL
           END-IF
           IF CA-MORE-SW NOT = 'Y'
               PERFORM 4000-BUILD-PAGE
               MOVE 'END OF LIST - NO MORE KEYS' TO WRDMSGO
               PERFORM 7000-SEND-PANEL
           END-IF
           IF CA-PAGE-NBR NOT < 30
               PERFORM 4000-BUILD-PAGE
               MOVE 'PAGE LIMIT - ADD A WORD TO NARROW' TO WRDMSGO
               PERFORM 7000-SEND-PANEL
           END-IF

           ADD 1 TO CA-PAGE-NBR
           MOVE CA-NEXT-KEY TO CA-PAGE-START (CA-PAGE-NBR)
           PERFORM 4000-BUILD-PAGE
           PERFORM 7000-SEND-PANEL.

       3500-PREVIOUS-PAGE.
           IF CA-WORD-COUNT = 0
               MOVE LOW-VALUES TO STRWRDMO
               MOVE 'TYPE ONE OR MORE WORDS TO SEARCH' TO WRDMSGO
               PERFORM 7000-SEND-PANEL
           END-IF
           IF CA-PAGE-NBR > 1
               SUBTRACT 1 FROM CA-PAGE-NBR
               PERFORM 4000-BUILD-PAGE
           ELSE
               PERFORM 4000-BUILD-PAGE
               MOVE 'ALREADY ON THE FIRST PAGE' TO WRDMSGO
           END-IF
           PERFORM 7000-SEND-PANEL.

      * Browse the first word from this page's start key, proving
      * each key against the other words, until eight lines are
      * filled - a ninth match is where the next page starts - or
      * the first word runs out, or the scan limit pauses the page.
       4000-BUILD-PAGE.
           MOVE LOW-VALUES TO STRWRDMO
           PERFORM 4050-SHOW-WORDS
           MOVE CA-PAGE-NBR TO PAGNBRO
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > 8
               MOVE SPACES TO CA-LINE-KEY (WS-LINE-IDX)
           END-PERFORM
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-SCANNED
           MOVE 'N' TO WS-PAUSED-SW
           MOVE 'N' TO CA-MORE-SW
           MOVE SPACES TO CA-NEXT-KEY

           MOVE CA-WORD (1) TO WS-WRD-RID-WORD
           MOVE CA-PAGE-START (CA-PAGE-NBR) TO WS-WRD-RID-KEY
           EXEC CICS STARTBR FILE('WRDINDX') RIDFLD(WS-WRD-RID)
               GTEQ RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-SW
               PERFORM UNTIL WS-BROWSE-SW = 'N'
                   EXEC CICS READNEXT FILE('WRDINDX')
                       INTO(WRD-RECORD)
                       RIDFLD(WS-WRD-RID) RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR WRD-WORD NOT = CA-WORD (1)
                       MOVE 'N' TO WS-BROWSE-SW
                   ELSE
                       PERFORM 4100-TAKE-CANDIDATE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('WRDINDX') RESP(WS-RESP)
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WS-PAUSED-SW = 'Y' AND WS-LINE-COUNT = 0
                   MOVE 'NONE FOUND YET - PF8 SEARCHES ON' TO WRDMSGO
               WHEN WS-PAUSED-SW = 'Y'
                   MOVE 'SEARCH PAUSED - PF8 SEARCHES ON' TO WRDMSGO
               WHEN WS-LINE-COUNT = 0 AND CA-PAGE-NBR = 1
                   MOVE 'NO KEY HOLDS ALL THE WORDS' TO WRDMSGO
               WHEN WS-LINE-COUNT = 0
                   MOVE 'NO MORE KEYS' TO WRDMSGO
               WHEN CA-MORE-SW = 'Y'
                   MOVE 'S + ENTER SHOWS A KEY - PF8 MORE' TO WRDMSGO
               WHEN OTHER
                   MOVE 'S + ENTER SHOWS A KEY - END OF LIST'
                       TO WRDMSGO
           END-EVALUATE.

       4050-SHOW-WORDS.
           MOVE SPACES TO WRDSO
           MOVE 1 TO WS-WORDS-PTR
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
               UNTIL WS-WORD-IDX > CA-WORD-COUNT
               STRING CA-WORD (WS-WORD-IDX) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INTO WRDSO WITH POINTER WS-WORDS-PTR
               END-STRING
           END-PERFORM.

      * A key of the first word: past the scan limit or past a full
      * page it becomes the next page's start, unread.
       4100-TAKE-CANDIDATE.
           IF WS-SCANNED NOT < WS-SCAN-LIMIT
               MOVE 'Y' TO WS-PAUSED-SW
               MOVE 'Y' TO CA-MORE-SW
               MOVE WRD-KEY TO CA-NEXT-KEY
               MOVE 'N' TO WS-BROWSE-SW
           ELSE
               ADD 1 TO WS-SCANNED
               PERFORM 4200-CHECK-OTHER-WORDS
               IF WS-MATCH-SW = 'Y'
                   IF WS-LINE-COUNT < 8
                       PERFORM 4300-FILL-LINE
                   ELSE
                       MOVE 'Y' TO CA-MORE-SW
                       MOVE WRD-KEY TO CA-NEXT-KEY
                       MOVE 'N' TO WS-BROWSE-SW
                   END-IF
               END-IF
           END-IF.

       4200-CHECK-OTHER-WORDS.
           MOVE 'Y' TO WS-MATCH-SW
           PERFORM VARYING WS-WORD-IDX FROM 2 BY 1
               UNTIL WS-WORD-IDX > CA-WORD-COUNT
               OR WS-MATCH-SW = 'N'
               MOVE CA-WORD (WS-WORD-IDX) TO WS-PROBE-WORD
               MOVE WRD-KEY TO WS-PROBE-KEY
               EXEC CICS READ FILE('WRDINDX') INTO(WS-WRD-HIT)
                   RIDFLD(WS-WRD-PROBE) RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-MATCH-SW
               END-IF
           END-PERFORM.

      * The line shows the master as it stands now: a key deleted or
      * purged since the index was built is flagged, not hidden.
       4300-FILL-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WRD-KEY TO CA-LINE-KEY (WS-LINE-COUNT)
           MOVE WRD-KEY TO WS-LS-KEY (WS-LINE-COUNT)
           MOVE WRD-KEY TO MST-KEY
           EXEC CICS READ FILE('STRMAST') INTO(MST-RECORD)
               RIDFLD(MST-KEY) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE MST-STRING TO WS-LS-STRING (WS-LINE-COUNT)
               MOVE MST-FEED-ID TO WS-LS-FEED (WS-LINE-COUNT)
               IF MST-DEL-FLAG = 'D'
                   MOVE 'DELETED' TO WS-LS-STAT (WS-LINE-COUNT)
               END-IF
           ELSE
               MOVE 'GONE' TO WS-LS-STAT (WS-LINE-COUNT)
               MOVE 'KEY NOT ON CURRENT MASTER'
                   TO WS-LS-STRING (WS-LINE-COUNT)
           END-IF.

      * Hand the selected key to the SINQ inquiry. STRINQ sees it
      * was entered from this transaction and shows the key at
      * once; from then on the session is an ordinary SINQ one.
       5000-SHOW-ON-INQUIRY.
           MOVE WS-SEL-KEY TO WS-INQ-KEY
           MOVE 0 TO WS-INQ-DATE
           MOVE SPACES TO WS-INQ-RUN
           EXEC CICS XCTL PROGRAM('STRINQ')
               COMMAREA(WS-INQ-COMMAREA) RESP(WS-RESP)
           END-EXEC
           PERFORM 4000-BUILD-PAGE
           MOVE 'SINQ INQUIRY IS NOT AVAILABLE' TO WRDMSGO
           PERFORM 7000-SEND-PANEL.

       7000-SEND-PANEL.
           EXEC CICS SEND MAP('STRWRDM') MAPSET('STRWRDS')
               FROM(STRWRDMO) ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('SWRD')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       8000-END-SESSION.
           EXEC CICS SEND TEXT FROM('STRING WORD SEARCH ENDED')
               ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
