      * Changes:
      *---------
      * 20260831: initial release
      * 20261014: captures the operator's user ID at start-up (PARM,
      *           else prompted) and appends every lookup to the
      *           INQLOG access log (see copybook); no user ID or no
      *           writable INQLOG means no inquiry
      * 20261015: the user ID must come on the PARM (no prompt - a
      *           keyed-in ID proves nothing), and each lookup is
      *           logged before any of its data is shown; a lookup
      *           that cannot be logged shows nothing and ends the
      *           session
      *
      *****************************************************************
      * INTERACTIVE ITEMSET INQUIRY BY ITEM NAME OR CODE
      * ENDS THE LIST AND RUNS THE LOOKUP; A BLANK LINE AS THE FIRST
      * ITEM ENDS THE PROGRAM.
      *
      * EVERY LOOKUP IS LOGGED TO INQLOG WITH THE OPERATOR'S USER ID,
      * WHICH IS TAKEN FROM THE PARM ONLY (THE TSO CALL PASSES
      * &SYSUID) - WITHOUT ONE THE INQUIRY DOES NOT START. EACH LOOKUP
      * IS GATHERED FIRST, LOGGED, AND ONLY THEN SHOWN; A LOOKUP THAT
      * CANNOT BE LOGGED SHOWS NOTHING AND ENDS THE SESSION - THE
      * ACCESS LOG IS THE AUDIT TRAIL FOR WHO LOOKED AT WHAT.
      *
      * INPUT:
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *    ITMSTATS dataset - INDEXED ITEMSET STATISTICS MASTER
      *        IT IS NOT AVAILABLE
      *    RULEOUT dataset - ASSOCRUL RULES, DESCENDING BY LIFT;
      *        OPTIONAL THE SAME WAY
      *
      * PARM: 01(8) OPERATOR USER ID (REQUIRED - &SYSUID)
      *
      * OUTPUT:
      *    INQLOG dataset - ONE ACCESS-LOG RECORD APPENDED PER LOOKUP
      *        (SEE COPYBOOK); CREATED ON FIRST USE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ITMINQ.
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

           SELECT INQLOG-FILE ASSIGN TO INQLOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

       DATA DIVISION.
       FILE SECTION.

           05 RL-CONFIDENCE    PIC 9(3)V9(4).
           05 RL-LIFT          PIC 9(5)V9(4).

       FD  INQLOG-FILE.
           COPY INQLOG.

       WORKING-STORAGE SECTION.

       COPY ITMWDTH.
       01  FS1                   PIC X(2).
       01  FS2                   PIC X(2).
       01  FS3                   PIC X(2).
       01  FS4                   PIC X(2).
       01  WS-EOF                PIC X(1).

       01  WS-USER               PIC X(8)   VALUE SPACES.
       01  WS-RETURNED           PIC X(1).
       01  WS-INQ-DATE           PIC X(8).
       01  WS-INQ-TIME           PIC X(8).
       01  WS-INQ-COUNT          PIC 9(5)   VALUE 0.

       01  WS-STATS-AVAIL        PIC X(1)   VALUE 'N'.
       01  WS-STAT-FOUND         PIC X(1).
       01  WS-RULES-AVAIL        PIC X(1).
       01  WS-DONE               PIC X(1)   VALUE 'N'.
       01  WS-REPLY              PIC X(20).
       01  WS-ITEM-COUNT         PIC 9(2).
       01  WS-RULE-MAX           PIC 9(2)   VALUE 5.
       01  WS-INVOLVED           PIC X(1).
       01  I                     PIC 9(2).
       01  WS-TX                 PIC 9(2).

      *    THE TOP RULES FOUND, KEPT UNTIL THE LOOKUP IS LOGGED
       01  WS-TOP-TAB.
           05 WS-TOP-ENTRY OCCURS 5 TIMES.
              10 WS-TOP-ANTE-SEQ   PIC X(24).
              10 WS-TOP-CONS-SEQ   PIC X(24).
              10 WS-TOP-CONFIDENCE PIC 9(3)V9(4).
              10 WS-TOP-LIFT       PIC 9(5)V9(4).

       01  WS-XWALK-MAX          PIC 9(4)   VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)   VALUE 0.
       01  WS-CONF-DISP          PIC ZZ9.9999.
       01  WS-LIFT-DISP          PIC ZZZZ9.9999.

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-USER       PIC X(8).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM GET-OPERATOR.
           PERFORM OPEN-DATA.
           PERFORM LOAD-CROSSWALK.
           PERFORM INQUIRY-SESSION UNTIL WS-DONE = 'Y'.
           PERFORM CLOSE-DATA.
           DISPLAY 'ITMINQ LOOKUPS LOGGED ' WS-INQ-COUNT.
           DISPLAY 'ITMINQ END OF INQUIRY'.
           STOP RUN.

      *    THE USER ID EVERY LOOKUP IS LOGGED UNDER - FROM THE PARM
      *    ONLY, WHICH THE CLIST OR JCL SETS FROM &SYSUID. A USER ID IS
      *    OFTEN SHORTER THAN 8, SO ONLY THE PARM LENGTH IS TAKEN
       GET-OPERATOR.
           IF PARM-LENGTH > 7 THEN
              MOVE PARM-USER TO WS-USER
           ELSE
              IF PARM-LENGTH > 0 THEN
                 MOVE PARM-DATA(1:PARM-LENGTH) TO WS-USER
              END-IF
           END-IF.
           IF WS-USER = SPACES THEN
              DISPLAY 'ITMINQ NO USER ID ON THE PARM - INQUIRY NOT '
                 'STARTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-CROSSWALK.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
           IF WS-ITEM-COUNT = 0 THEN
              MOVE 'Y' TO WS-DONE
           ELSE
              MOVE 'N' TO WS-RETURNED
              PERFORM LOOKUP-STATISTICS
              PERFORM LOAD-TOP-RULES
              PERFORM WRITE-INQUIRY-LOG
              IF WS-DONE = 'Y' THEN
                 DISPLAY 'ITMINQ LOOKUP NOT LOGGED - NOTHING SHOWN, '
                    'INQUIRY ENDED'
              ELSE
                 PERFORM SHOW-STATISTICS
                 PERFORM SHOW-TOP-RULES
              END-IF
           END-IF.

      *    ONE INQLOG RECORD PER LOOKUP, OPENED AND CLOSED AROUND THE
      *    WRITE SO EACH LOOKUP IS ON THE LOG BEFORE IT IS SHOWN. AN
      *    INQUIRY THAT CAN NO LONGER BE LOGGED ENDS THE SESSION
       WRITE-INQUIRY-LOG.
           ACCEPT WS-INQ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-INQ-TIME FROM TIME.
           MOVE WS-MASK TO WS-CUR-MASK.
           PERFORM BUILD-CODE-LIST.
           OPEN EXTEND INQLOG-FILE.
           IF FS4 = '05' OR FS4 = '35' THEN
              OPEN OUTPUT INQLOG-FILE
           END-IF.
           IF FS4 NOT = '00' THEN
              DISPLAY 'ITMINQ WRITE-INQUIRY-LOG FS4=' FS4
              MOVE 'Y' TO WS-DONE
           ELSE
              MOVE SPACES TO INQLOG-REC
              MOVE WS-USER TO IQ-USER
              MOVE WS-INQ-DATE TO IQ-DATE
              MOVE WS-INQ-TIME TO IQ-TIME
              MOVE 'ITMINQ' TO IQ-PROGRAM
              MOVE WS-MASK TO IQ-MASK
              MOVE WS-CODE-LIST TO IQ-ITEM-LIST
              MOVE WS-RETURNED TO IQ-DATA-RETURNED
              WRITE INQLOG-REC
              IF FS4 NOT = '00' THEN
                 DISPLAY 'ITMINQ WRITE-INQUIRY-LOG FS4=' FS4
                 MOVE 'Y' TO WS-DONE
              ELSE
                 ADD 1 TO WS-INQ-COUNT
              END-IF
              CLOSE INQLOG-FILE
           END-IF.

       COLLECT-ITEMS.
              DISPLAY '  NOT ON THE CROSSWALK - TRY AGAIN'
           END-IF.

      *    THE MASTER RECORD STAYS IN THE RECORD AREA UNTIL THE NEXT
      *    LOOKUP'S READ, SO IT IS SHOWN FROM THERE ONCE LOGGED
       LOOKUP-STATISTICS.
           MOVE 'N' TO WS-STAT-FOUND.
           IF WS-STATS-AVAIL = 'Y' THEN
              MOVE WS-MASK TO IS-MASK
              READ STAT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-STAT-FOUND
                    MOVE 'Y' TO WS-RETURNED
              END-READ
           END-IF.

       SHOW-STATISTICS.
           DISPLAY 'ITEMSET MASK ' WS-MASK.
           IF WS-STATS-AVAIL = 'N' THEN
              DISPLAY 'STATISTICS MASTER NOT AVAILABLE'
           ELSE
              IF WS-STAT-FOUND = 'N' THEN
                 DISPLAY 'ITEMSET NOT ON STATISTICS MASTER'
              ELSE
                 PERFORM DISPLAY-STATISTICS
              END-IF
           END-IF.

       DISPLAY-STATISTICS.
           MOVE IS-FREQ TO WS-FREQ-DISP.
           MOVE IS-SUPPORT-PCT TO WS-PCT-DISP.
           DISPLAY '  CYCLES PRESENT  ' WS-CYC-DISP.

      *    RULEOUT IS ALREADY RANKED DESCENDING BY LIFT, SO THE FIRST
      *    MATCHES ARE THE TOP RULES - REOPENED PER INQUIRY TO REWIND,
      *    AND HELD IN WS-TOP-TAB UNTIL THE LOOKUP IS LOGGED
       LOAD-TOP-RULES.
           MOVE 0 TO WS-RULE-SHOWN.
           MOVE 'Y' TO WS-RULES-AVAIL.
           OPEN INPUT RULE-FILE.
           IF FS3 NOT = '00' THEN
              MOVE 'N' TO WS-RULES-AVAIL
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y' OR
                 WS-RULE-SHOWN >= WS-RULE-MAX
                 READ RULE-FILE AT END MOVE 'Y' TO WS-EOF END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    PERFORM CHECK-RULE-INVOLVED
                    IF WS-INVOLVED = 'Y' THEN
                       ADD 1 TO WS-RULE-SHOWN
                       PERFORM KEEP-RULE
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-RULE-SHOWN > 0 THEN
                 MOVE 'Y' TO WS-RETURNED
              END-IF
              CLOSE RULE-FILE
           END-IF.

       KEEP-RULE.
           MOVE RL-ANTE-SEQ TO WS-TOP-ANTE-SEQ(WS-RULE-SHOWN).
           MOVE RL-CONS-SEQ TO WS-TOP-CONS-SEQ(WS-RULE-SHOWN).
           MOVE RL-CONFIDENCE TO WS-TOP-CONFIDENCE(WS-RULE-SHOWN).
           MOVE RL-LIFT TO WS-TOP-LIFT(WS-RULE-SHOWN).

       SHOW-TOP-RULES.
           IF WS-RULES-AVAIL = 'N' THEN
              DISPLAY 'RULES NOT AVAILABLE (RULEOUT FS3=' FS3 ')'
           ELSE
              DISPLAY 'TOP RULES INVOLVING THE ITEMSET:'
              PERFORM DISPLAY-RULE
                 VARYING WS-TX FROM 1 BY 1
                 UNTIL WS-TX > WS-RULE-SHOWN
              IF WS-RULE-SHOWN = 0 THEN
                 DISPLAY '  (NONE)'
              END-IF
           END-IF.

      *    A RULE INVOLVES THE INQUIRY ITEMSET WHEN EVERY ITEM KEYED
           END-PERFORM.

       DISPLAY-RULE.
           MOVE WS-TOP-ANTE-SEQ(WS-TX) TO WS-CUR-MASK.
           PERFORM BUILD-CODE-LIST.
           DISPLAY '  IF BOUGHT: ' WS-CODE-LIST.
           MOVE WS-TOP-CONS-SEQ(WS-TX) TO WS-CUR-MASK.
           PERFORM BUILD-CODE-LIST.
           MOVE WS-TOP-CONFIDENCE(WS-TX) TO WS-CONF-DISP.
           MOVE WS-TOP-LIFT(WS-TX) TO WS-LIFT-DISP.
           DISPLAY '  THEN: ' WS-CODE-LIST.
           DISPLAY '    CONFIDENCE ' WS-CONF-DISP
              '% LIFT ' WS-LIFT-DISP.
           END-PERFORM.

       OPEN-DATA.
      *    NO LOOKUP IS ANSWERED UNLESS IT CAN BE LOGGED - PROVE INQLOG
      *    IS WRITABLE BEFORE THE FIRST PROMPT
           OPEN EXTEND INQLOG-FILE.
           IF FS4 = '05' OR FS4 = '35' THEN
              OPEN OUTPUT INQLOG-FILE
           END-IF.
           IF FS4 NOT = '00' THEN
              DISPLAY 'ITMINQ OPEN-DATA FS4=' FS4
              STOP RUN
           END-IF.
           CLOSE INQLOG-FILE.
           OPEN INPUT XWALK-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'ITMINQ OPEN-DATA FS1=' FS1
