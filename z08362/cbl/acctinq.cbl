      * Changes:
      *---------
      * 20260912: initial release
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
      * INTERACTIVE ACCOUNT INQUIRY - THE ACCOUNT-SIDE MIRROR OF
      * TERMINAL OR WITH SYSIN PRE-KEYED IN BATCH, SAME AS ITMINQ.
      * A BLANK ACCOUNT ID ENDS THE PROGRAM.
      *
      * THIS IS CUSTOMER PURCHASE DATA, SO EVERY LOOKUP IS LOGGED TO
      * INQLOG WITH THE OPERATOR'S USER ID, WHICH IS TAKEN FROM THE
      * PARM ONLY (THE TSO CALL PASSES &SYSUID) - WITHOUT ONE THE
      * INQUIRY DOES NOT START. EACH LOOKUP IS GATHERED FIRST, LOGGED,
      * AND ONLY THEN SHOWN, SO NO DATA REACHES THE SCREEN WITHOUT ITS
      * LOG RECORD; A LOOKUP THAT CANNOT BE LOGGED SHOWS NOTHING AND
      * ENDS THE SESSION. INQAUDIT REPORTS OVER THE LOG.
      *
      * INPUT:
      *    AXREF dataset - INDEXED ACCOUNT/ORDER-KEY CROSS-REFERENCE
      *        (AXREFBLD'S OUTPUT)
      *        LATEST CYCLE; OPTIONAL, INQUIRY DEGRADES WITHOUT IT
      *    CRMEXTR dataset - ACCTROL ROLLUP EXTRACT; OPTIONAL THE
      *        SAME WAY
      *
      * PARM: 01(8) OPERATOR USER ID (REQUIRED - &SYSUID)
      *
      * OUTPUT:
      *    INQLOG dataset - ONE ACCESS-LOG RECORD APPENDED PER LOOKUP
      *        (SEE COPYBOOK); CREATED ON FIRST USE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCTINQ.
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT INQLOG-FILE ASSIGN TO INQLOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS6.

       DATA DIVISION.
       FILE SECTION.

           05 CR-BEST-ITEMS      PIC X(40).
           05 CR-TOP-ITEMS       PIC X(40) OCCURS 3 TIMES.

       FD  INQLOG-FILE.
           COPY INQLOG.

       WORKING-STORAGE SECTION.

       COPY ITMWDTH.
       01  FS3                   PIC X(2).
       01  FS4                   PIC X(2).
       01  FS5                   PIC X(2).
       01  FS6                   PIC X(2).
       01  WS-EOF                PIC X(1).
       01  PERIOD-FILE-KEY       PIC 9(9)   VALUE 0.

       01  WS-EOF-XREF           PIC X(1).
       01  WS-COL                PIC 9(2).

       01  WS-USER               PIC X(8)   VALUE SPACES.
       01  WS-RETURNED           PIC X(1).
       01  WS-INQ-DATE           PIC X(8).
       01  WS-INQ-TIME           PIC X(8).
       01  WS-INQ-COUNT          PIC 9(5)   VALUE 0.
       01  WS-MATCH-AVAIL        PIC X(1).
       01  WS-CRM-AVAIL          PIC X(1).
       01  WS-CRM-FOUND          PIC X(1).

       01  WS-XWALK-MAX          PIC 9(4)   VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)   VALUE 0.
       01  WS-XWALK-TAB.
       01  WS-SET-TAB.
           05 WS-SET-MASK        PIC X(24) OCCURS 200 TIMES.

      *    THE ACCOUNT'S CRMEXTR LINE, KEPT UNTIL THE LOOKUP IS LOGGED
       01  WS-CRM-LINE.
           05 WS-CR-SET-COUNT    PIC 9(5).
           05 WS-CR-BEST-PCT     PIC 9(3)V9(2).
           05 WS-CR-BEST-ITEMS   PIC X(40).
           05 WS-CR-TOP-ITEMS    PIC X(40) OCCURS 3 TIMES.

       01  WS-CUR-MASK           PIC X(24).
       01  WS-CODE-LIST          PIC X(60).
       01  WS-QTY-DISP           PIC ZZZZZZ9.
       01  WS-CNT-DISP           PIC ZZZZ9.
       01  WS-PCT-DISP           PIC ZZ9.99.

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
           DISPLAY 'ACCTINQ LOOKUPS LOGGED ' WS-INQ-COUNT.
           DISPLAY 'ACCTINQ END OF INQUIRY'.
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
              DISPLAY 'ACCTINQ NO USER ID ON THE PARM - INQUIRY NOT '
                 'STARTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-CROSSWALK.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              MOVE 'Y' TO WS-DONE
           ELSE
              MOVE WS-REPLY TO WS-CUR-ACCOUNT
              MOVE 'N' TO WS-RETURNED
              PERFORM PROBE-ACCOUNT-ORDERS
              PERFORM LOAD-CYCLE-MATCHES
              PERFORM LOAD-CRM-ROLLUP
              PERFORM WRITE-INQUIRY-LOG
              IF WS-DONE = 'Y' THEN
                 DISPLAY 'ACCTINQ LOOKUP NOT LOGGED - NOTHING SHOWN, '
                    'INQUIRY ENDED'
              ELSE
                 PERFORM SHOW-ACCOUNT-ORDERS
                 PERFORM SHOW-CYCLE-MATCHES
                 PERFORM SHOW-CRM-ROLLUP
              END-IF
           END-IF.

      *    ONE INQLOG RECORD PER LOOKUP, OPENED AND CLOSED AROUND THE
      *    WRITE SO EACH LOOKUP IS ON THE LOG BEFORE IT IS SHOWN. AN
      *    INQUIRY THAT CAN NO LONGER BE LOGGED ENDS THE SESSION
       WRITE-INQUIRY-LOG.
           ACCEPT WS-INQ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-INQ-TIME FROM TIME.
           OPEN EXTEND INQLOG-FILE.
           IF FS6 = '05' OR FS6 = '35' THEN
              OPEN OUTPUT INQLOG-FILE
           END-IF.
           IF FS6 NOT = '00' THEN
              DISPLAY 'ACCTINQ WRITE-INQUIRY-LOG FS6=' FS6
              MOVE 'Y' TO WS-DONE
           ELSE
              MOVE SPACES TO INQLOG-REC
              MOVE WS-USER TO IQ-USER
              MOVE WS-INQ-DATE TO IQ-DATE
              MOVE WS-INQ-TIME TO IQ-TIME
              MOVE 'ACCTINQ' TO IQ-PROGRAM
              MOVE WS-CUR-ACCOUNT TO IQ-ACCOUNT
              MOVE WS-RETURNED TO IQ-DATA-RETURNED
              WRITE INQLOG-REC
              IF FS6 NOT = '00' THEN
                 DISPLAY 'ACCTINQ WRITE-INQUIRY-LOG FS6=' FS6
                 MOVE 'Y' TO WS-DONE
              ELSE
                 ADD 1 TO WS-INQ-COUNT
              END-IF
              CLOSE INQLOG-FILE
           END-IF.

      *    WHETHER AXREF HOLDS ANY ORDER FOR THE ACCOUNT - ONE READ
      *    PAST THE START; THE ORDERS THEMSELVES ARE WALKED WHEN SHOWN
       PROBE-ACCOUNT-ORDERS.
           MOVE WS-CUR-ACCOUNT TO AX-ACCOUNT.
           MOVE 0 TO AX-ORDKEY.
           START AXREF-FILE KEY NOT < AX-KEY
              INVALID KEY MOVE '10' TO FS1
           END-START.
           IF FS1 = '00' THEN
              READ AXREF-FILE NEXT
                 AT END MOVE '10' TO FS1
              END-READ
              IF FS1 = '00' AND AX-ACCOUNT = WS-CUR-ACCOUNT THEN
                 MOVE 'Y' TO WS-RETURNED
              END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
      * THE QUALIFYING ITEMSETS THE ACCOUNT MATCHED ON THE LATEST
      * CYCLE - ACCTDATA IS REOPENED PER INQUIRY TO REWIND, SAME AS
      * ITMINQ DOES WITH RULEOUT, AND THE DISTINCT MASKS ARE HELD IN
      * WS-SET-TAB UNTIL THE LOOKUP IS LOGGED
      *****************************************************************
       LOAD-CYCLE-MATCHES.
           MOVE 0 TO WS-SET-COUNT.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 'Y' TO WS-MATCH-AVAIL.
           OPEN INPUT ACCTDATA-FILE.
           IF FS4 NOT = '00' THEN
              MOVE 'N' TO WS-MATCH-AVAIL
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ACCTDATA-FILE AT END MOVE 'Y' TO WS-EOF END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    IF AD-ACCOUNT = WS-CUR-ACCOUNT THEN
                       PERFORM ADD-DISTINCT-MATCH
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-MATCH-COUNT > 0 THEN
                 MOVE 'Y' TO WS-RETURNED
              END-IF
              CLOSE ACCTDATA-FILE
           END-IF.

       ADD-DISTINCT-MATCH.
           MOVE 'N' TO WS-SET-SEEN.
           PERFORM VARYING WS-SX FROM 1 BY 1
              UNTIL WS-SX > WS-SET-COUNT
                 ADD 1 TO WS-SET-COUNT
                 MOVE AD-SEQ TO WS-SET-MASK(WS-SET-COUNT)
              ELSE
                 DISPLAY 'ACCTINQ ADD-DISTINCT-MATCH ACCTDATA '
                    'EXCEEDS IN-MEMORY TABLE CAPACITY ' WS-SET-MAX
              END-IF
              ADD 1 TO WS-MATCH-COUNT
           END-IF.

       SHOW-CYCLE-MATCHES.
           IF WS-MATCH-AVAIL = 'N' THEN
              DISPLAY 'CYCLE MATCHES NOT AVAILABLE (ACCTDATA FS4='
                 FS4 ')'
           ELSE
              DISPLAY 'QUALIFYING ITEMSETS MATCHED ON LATEST CYCLE:'
              PERFORM VARYING WS-SX FROM 1 BY 1
                 UNTIL WS-SX > WS-SET-COUNT
                 MOVE WS-SET-MASK(WS-SX) TO WS-CUR-MASK
                 PERFORM BUILD-CODE-LIST
                 DISPLAY '  ' WS-CODE-LIST
              END-PERFORM
              IF WS-MATCH-COUNT = 0 THEN
                 DISPLAY '  (NONE)'
              END-IF
           END-IF.

      *****************************************************************
      * THE ACCOUNT'S CRMEXTR ROLLUP LINE - REOPENED PER INQUIRY THE
      * SAME WAY, AND KEPT IN WS-CRM-LINE UNTIL THE LOOKUP IS LOGGED
      *****************************************************************
       LOAD-CRM-ROLLUP.
           MOVE 'N' TO WS-CRM-FOUND.
           MOVE 'Y' TO WS-CRM-AVAIL.
           OPEN INPUT CRM-FILE.
           IF FS5 NOT = '00' THEN
              MOVE 'N' TO WS-CRM-AVAIL
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CRM-FILE AT END MOVE 'Y' TO WS-EOF END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    IF CR-ACCOUNT = WS-CUR-ACCOUNT THEN
                       PERFORM KEEP-CRM-LINE
                       MOVE 'Y' TO WS-EOF
                    END-IF
                 END-IF
              CLOSE CRM-FILE
           END-IF.

       KEEP-CRM-LINE.
           MOVE 'Y' TO WS-CRM-FOUND.
           MOVE 'Y' TO WS-RETURNED.
           MOVE CR-SET-COUNT TO WS-CR-SET-COUNT.
           MOVE CR-BEST-PCT TO WS-CR-BEST-PCT.
           MOVE CR-BEST-ITEMS TO WS-CR-BEST-ITEMS.
           MOVE CR-TOP-ITEMS(1) TO WS-CR-TOP-ITEMS(1).
           MOVE CR-TOP-ITEMS(2) TO WS-CR-TOP-ITEMS(2).
           MOVE CR-TOP-ITEMS(3) TO WS-CR-TOP-ITEMS(3).

       SHOW-CRM-ROLLUP.
           IF WS-CRM-AVAIL = 'N' THEN
              DISPLAY 'CRM ROLLUP NOT AVAILABLE (CRMEXTR FS5='
                 FS5 ')'
           ELSE
              IF WS-CRM-FOUND = 'Y' THEN
                 PERFORM DISPLAY-CRM-LINE
              END-IF
           END-IF.

       DISPLAY-CRM-LINE.
           MOVE WS-CR-SET-COUNT TO WS-CNT-DISP.
           MOVE WS-CR-BEST-PCT TO WS-PCT-DISP.
           DISPLAY 'CRM ROLLUP:'.
           DISPLAY '  MATCHED ITEMSETS ' WS-CNT-DISP.
           DISPLAY '  BEST SUPPORT     ' WS-PCT-DISP '%'.
           DISPLAY '  BEST ITEMSET     ' WS-CR-BEST-ITEMS.
           DISPLAY '  TOP 1            ' WS-CR-TOP-ITEMS(1).
           DISPLAY '  TOP 2            ' WS-CR-TOP-ITEMS(2).
           DISPLAY '  TOP 3            ' WS-CR-TOP-ITEMS(3).

       BUILD-CODE-LIST.
           MOVE SPACES TO WS-CODE-LIST.
           END-PERFORM.

       OPEN-DATA.
      *    NO LOOKUP IS ANSWERED UNLESS IT CAN BE LOGGED - PROVE INQLOG
      *    IS WRITABLE BEFORE THE FIRST PROMPT
           OPEN EXTEND INQLOG-FILE.
           IF FS6 = '05' OR FS6 = '35' THEN
              OPEN OUTPUT INQLOG-FILE
           END-IF.
           IF FS6 NOT = '00' THEN
              DISPLAY 'ACCTINQ OPEN-DATA FS6=' FS6
              STOP RUN
           END-IF.
           CLOSE INQLOG-FILE.
           OPEN INPUT AXREF-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'ACCTINQ OPEN-DATA FS1=' FS1
