      *****************************************************************
      * Program name:    WHUNLOAD
      * Original author: JORGE JANAITE NETO
      * Date:            20261015
      *
      * Changes:
      *---------
      * 20261015: initial release
      *
      *****************************************************************
      * NIGHTLY DATA-WAREHOUSE UNLOAD
      *
      * THE ONLY MACHINE-READABLE RESULTS OF THE CHAIN ARE RAW 24-BYTE
      * MASKS (ITMSTATS, OUTDATA, RULEOUT) AND THE CAMPAIGN-SPECIFIC
      * CAMPEXTR, SO THE ENTERPRISE WAREHOUSE HAS BEEN RE-KEYING OUR
      * NUMBERS FROM ITMRPT PRINTOUTS. THIS PROGRAM UNLOADS THE
      * ITEMSET STATISTICS, THE CURRENT RULES AND THE PER-SEGMENT
      * SUPPORT AS SEMICOLON-DELIMITED FACT FILES (CAMPEXTR'S
      * DELIMITER), TOGETHER WITH THE ITEM, CATEGORY AND ACCOUNT
      * DIMENSIONS THEY JOIN TO.
      *
      * NO MASK LEAVES THIS PROGRAM. EVERY ITEMSET IS GIVEN A
      * SURROGATE ITEMSET ID FROM THE WHITMKEY MAP (SEE COPYBOOK) -
      * STABLE ACROSS DELIVERIES - AND THE FIRST TIME AN ID IS USED IN
      * A DELIVERY ITS MASK IS EXPLODED ONTO WHITMMBR, ONE ROW PER
      * MEMBER ITEM. A RULE IS TWO ITEMSET IDS (ANTECEDENT AND
      * CONSEQUENT), SO ITS MEMBERS COME FROM THE SAME BRIDGE FILE.
      *
      * EVERY ROW STARTS WITH THE CYCLE DATE. NUMBERS ARE ZERO-FILLED
      * WITH AN EXPLICIT DECIMAL POINT; TEXT FIELDS END AT THEIR LAST
      * NON-BLANK AND ANY ';' IN A NAME IS DELIVERED AS ','.
      *
      * WHLDCTL IS EMPTIED WHEN THE RUN STARTS AND ITS RECORDS ARE
      * ONLY WRITTEN ONCE EVERY OTHER FILE IS CLOSED, SO A RUN THAT
      * FAILS PART WAY LEAVES NO CONTROL RECORDS AND THE WAREHOUSE
      * LOADER REFUSES THE DELIVERY INSTEAD OF LOADING HALF OF IT.
      * THE HASH TOTAL IS THE SUM OF THE ROW LENGTHS (EACH ROW UP TO
      * ITS LAST NON-BLANK BYTE), WHICH THE LOADER RECOMPUTES FROM
      * WHAT IT RECEIVED.
      *
      * INPUT:
      *    ITMSTATS dataset - INDEXED ITEMSET STATISTICS MASTER
      *    RULEOUT dataset - ASSOCRUL rules, THE CURRENT CYCLE'S
      *    SEGMAP dataset - SEGFREQ SLOT MAP (OPTIONAL, SEE COPYBOOK)
      *    SEGOUT01-SEGOUT05 datasets - SEGFREQ PER-SEGMENT
      *        FREQUENCIES, THE SLOTS ON SEGMAP ONLY
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *    CATXWLK dataset - item code to category crosswalk
      *    ACCTMST dataset - account/segment master
      *    WHITMKEY dataset - ITEMSET SURROGATE-KEY MAP (OPTIONAL ON
      *        THE FIRST RUN, SEE COPYBOOK)
      *
      * PARM: 01(8) CYCLE DATE YYYYMMDD (DEFAULT THE RUN DATE)
      *
      * OUTPUT (ALL ';'-DELIMITED, ONE ROW PER RECORD):
      *    WHITMSET - CYCLE-DATE;ITEMSET-ID;ITEM-COUNT;FREQ;
      *        SUPPORT-PCT;FIRST-SEEN;LAST-SEEN;CYCLES-PRESENT
      *    WHITMMBR - CYCLE-DATE;ITEMSET-ID;ITEM-CODE;BIT-POS
      *    WHRULE   - CYCLE-DATE;RULE-SEQ;ANTE-ITEMSET-ID;
      *        CONS-ITEMSET-ID;ANTE-FREQ;COMB-FREQ;CONFIDENCE;LIFT
      *        (RULE-SEQ IS THE RULE'S RANK ON RULEOUT)
      *    WHSEGSUP - CYCLE-DATE;SEGMENT;ITEMSET-ID;FREQ;
      *        SEGMENT-ORDERS;SUPPORT-PCT;SEGMENT-BASIS;SCORED-DATE
      *    WHITEM   - CYCLE-DATE;ITEM-CODE;ITEM-NAME;BIT-POS
      *    WHCATG   - CYCLE-DATE;ITEM-CODE;CAT-CODE;CAT-NAME;
      *        CAT-BIT-POS
      *    WHACCT   - CYCLE-DATE;ACCOUNT;SEGMENT;SEGMENT-NAME
      *    WHLDCTL  - ONE LOAD-CONTROL ROW PER FILE ABOVE:
      *        FILE-NAME;CYCLE-DATE;ROW-COUNT;HASH-TOTAL
      *    WHKEYNEW dataset - THE EXTENDED SURROGATE-KEY MAP, SWAPPED
      *        IN FOR WHITMKEY BY THE JCL AFTER A CLEAN RUN
      *
      * RETURN-CODE: 0 = CLEAN, 4 = DELIVERED WITH A WARNING (NO
      *    SEGMAP, SO NO SEGMENT SUPPORT; OR A MASK BIT WITH NO ITEM
      *    ON ITEMXWLK, DELIVERED WITH A BLANK ITEM CODE), 8 = BAD
      *    PARM OR A FAILED RUN - NO LOAD-CONTROL RECORDS WRITTEN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WHUNLOAD.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT-FILE ASSIGN TO ITMSTATS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IS-MASK
              FILE STATUS IS FS1.

           SELECT RULE-FILE ASSIGN TO RULEOUT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS2.

           SELECT SEGMAP-FILE ASSIGN TO SEGMAP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

           SELECT SEGOUT1-FILE ASSIGN TO SEGOUT01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT SEGOUT2-FILE ASSIGN TO SEGOUT02
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT SEGOUT3-FILE ASSIGN TO SEGOUT03
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS6.

           SELECT SEGOUT4-FILE ASSIGN TO SEGOUT04
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS7.

           SELECT SEGOUT5-FILE ASSIGN TO SEGOUT05
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS8.

           SELECT XWALK-FILE ASSIGN TO ITEMXWLK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS9.

           SELECT CATX-FILE ASSIGN TO CATXWLK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS10.

           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS11.

           SELECT KEY-FILE ASSIGN TO WHITMKEY
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS12.

           SELECT KEYNEW-FILE ASSIGN TO WHKEYNEW
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS13.

           SELECT ITMSET-FILE ASSIGN TO WHITMSET
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS14.

           SELECT MEMBER-FILE ASSIGN TO WHITMMBR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS15.

           SELECT WHRULE-FILE ASSIGN TO WHRULE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS16.

           SELECT SEGSUP-FILE ASSIGN TO WHSEGSUP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS17.

           SELECT ITEM-FILE ASSIGN TO WHITEM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS18.

           SELECT CATG-FILE ASSIGN TO WHCATG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS19.

           SELECT ACCT-FILE ASSIGN TO WHACCT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS20.

           SELECT LDCTL-FILE ASSIGN TO WHLDCTL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS21.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  STAT-FILE.
           COPY ITMSTAT.

       FD  RULE-FILE.
       01  RULE-REC.
           COPY ITMMASK REPLACING ==:MASK-NAME:== BY ==RL-ANTE-SEQ==.
           05 RL-CONS-SEQ      PIC X(24).
           05 RL-ANTE-FREQ     PIC 9(9).
           05 RL-COMB-FREQ     PIC 9(9).
           05 RL-CONFIDENCE    PIC 9(3)V9(4).
           05 RL-LIFT          PIC 9(5)V9(4).

       FD  SEGMAP-FILE.
           COPY SEGMAP.

       FD  SEGOUT1-FILE.
       01  SEGOUT1-REC         PIC X(33).

       FD  SEGOUT2-FILE.
       01  SEGOUT2-REC         PIC X(33).

       FD  SEGOUT3-FILE.
       01  SEGOUT3-REC         PIC X(33).

       FD  SEGOUT4-FILE.
       01  SEGOUT4-REC         PIC X(33).

       FD  SEGOUT5-FILE.
       01  SEGOUT5-REC         PIC X(33).

       FD  XWALK-FILE.
           COPY ITEMXWLK.

       FD  CATX-FILE.
           COPY CATXWLK.

       FD  ACCTMST-FILE.
           COPY ACCTMST.

       FD  KEY-FILE.
           COPY WHITMKEY.

       FD  KEYNEW-FILE.
       01  KEYNEW-REC.
           05 KN-ITEMSET-ID    PIC 9(9).
           05 KN-MASK          PIC X(24).
           05 KN-ASSIGNED      PIC X(8).

       FD  ITMSET-FILE.
       01  ITMSET-REC          PIC X(132).

       FD  MEMBER-FILE.
       01  MEMBER-REC          PIC X(132).

       FD  WHRULE-FILE.
       01  WHRULE-REC          PIC X(132).

       FD  SEGSUP-FILE.
       01  SEGSUP-REC          PIC X(132).

       FD  ITEM-FILE.
       01  ITEM-REC            PIC X(132).

       FD  CATG-FILE.
       01  CATG-REC            PIC X(132).

       FD  ACCT-FILE.
       01  ACCT-REC            PIC X(132).

       FD  LDCTL-FILE.
       01  LDCTL-REC           PIC X(132).

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       WORKING-STORAGE SECTION.

       COPY ITMWDTH.

       01  FS-CYC                PIC X(2).
       01  WS-CYC-DATE           PIC X(8).
       01  WS-CYC-START          PIC X(8).
       01  WS-CYC-END            PIC X(8).

       01  FS1                   PIC X(2).
       01  FS2                   PIC X(2).
       01  FS3                   PIC X(2).
       01  FS4                   PIC X(2).
       01  FS5                   PIC X(2).
       01  FS6                   PIC X(2).
       01  FS7                   PIC X(2).
       01  FS8                   PIC X(2).
       01  FS9                   PIC X(2).
       01  FS10                  PIC X(2).
       01  FS11                  PIC X(2).
       01  FS12                  PIC X(2).
       01  FS13                  PIC X(2).
       01  FS14                  PIC X(2).
       01  FS15                  PIC X(2).
       01  FS16                  PIC X(2).
       01  FS17                  PIC X(2).
       01  FS18                  PIC X(2).
       01  FS19                  PIC X(2).
       01  FS20                  PIC X(2).
       01  FS21                  PIC X(2).
       01  WS-FS-OUT             PIC X(2).
       01  WS-EOF                PIC X(1).

       01  WS-CYCLE-DATE         PIC X(8).
       01  WS-CHK-DATE.
           05 WS-CHK-YYYY            PIC X(4).
           05 WS-CHK-MM              PIC X(2).
           05 WS-CHK-DD              PIC X(2).
       01  WS-DATE-OK                PIC X(1).
       01  WS-DD                     PIC 9(2).
       01  WS-MM                     PIC 9(2).
       01  WS-YYYY                   PIC 9(4).
       01  WS-MONTH-END              PIC 9(2).
       01  WS-LEAP-REM               PIC 9(4).

       01  WS-IN-COUNT           PIC 9(9)   VALUE 0.
       01  WS-STAT-COUNT         PIC 9(9)   VALUE 0.
       01  WS-RULE-COUNT         PIC 9(9)   VALUE 0.
       01  WS-SEGREC-COUNT       PIC 9(9)   VALUE 0.
       01  WS-ROW-TOTAL          PIC 9(9)   VALUE 0.
       01  WS-UNMAPPED-COUNT     PIC 9(9)   VALUE 0.
       01  WS-SEGMAP-PRESENT     PIC X(1)   VALUE 'N'.

      *    ONE LOAD-CONTROL ENTRY PER DELIVERED FILE, IN WHLDCTL ORDER
       01  WS-LC-MAX             PIC 9(1)   VALUE 7.
       01  WS-LCX                PIC 9(1).
       01  WS-LC-TAB.
           05 WS-LC-ENTRY OCCURS 7 TIMES.
              10 WS-LC-FILE      PIC X(8).
              10 WS-LC-ROWS      PIC 9(9).
              10 WS-LC-HASH      PIC 9(15).
       01  WS-ROW-LEN            PIC 9(3).
       01  WS-ROW-END            PIC X(1).
       01  WS-PTR                PIC 9(3).

      *    SURROGATE-KEY MAP - WHITMKEY LOADED UP FRONT, NEW MASKS
      *    ADDED AT THE END, THE WHOLE TABLE WRITTEN TO WHKEYNEW. SAME
      *    IN-MEMORY TABLE IDIOM AS FTFREQ'S FEATURE TABLE, EXCEPT THAT
      *    RUNNING OUT OF ROOM FAILS THE RUN - AN ITEMSET WITH NO ID
      *    CANNOT BE DELIVERED
       01  WS-KEY-MAX            PIC 9(5)   VALUE 50000.
       01  WS-KEY-COUNT          PIC 9(5)   VALUE 0.
       01  WS-KX                 PIC 9(5).
       01  WS-KEY-SLOT           PIC 9(5).
       01  WS-KEY-HIGH           PIC 9(9)   VALUE 0.
       01  WS-KEY-NEW-COUNT      PIC 9(9)   VALUE 0.
       01  WS-KEY-TAB.
           05 WS-KEY-ENTRY OCCURS 50000 TIMES.
              10 WS-KEY-ID       PIC 9(9).
              10 WS-KEY-MASK     PIC X(24).
              10 WS-KEY-ASSIGNED PIC X(8).
      *          'Y' ONCE THE MEMBERS ARE ON THIS DELIVERY'S WHITMMBR
              10 WS-KEY-SENT     PIC X(1).
       01  WS-CUR-MASK           PIC X(24).
       01  WS-CUR-ID             PIC 9(9).
       01  WS-ANTE-ID            PIC 9(9).
       01  WS-CONS-ID            PIC 9(9).
       01  WS-MEMBER-COUNT       PIC 9(2).

      *    SEGFREQ SLOT MAP - SLOT N IS SEGOUT0N
       01  WS-SEG-MAX            PIC 9(1)   VALUE 5.
       01  WS-SEG-COUNT          PIC 9(1)   VALUE 0.
       01  WS-SGX                PIC 9(1).
       01  WS-SEG-TAB.
           05 WS-SEG-ENTRY OCCURS 5 TIMES.
              10 WS-SEG-CODE     PIC X(2).
              10 WS-SEG-TOTAL    PIC 9(9).
              10 WS-SEG-BASIS    PIC X(1).
              10 WS-SEG-DATE     PIC X(8).
       01  WS-SEGOUT-REC.
           COPY ITMMASK REPLACING ==:MASK-NAME:== BY ==WS-SO-SEQ==.
           05 WS-SO-FREQ         PIC 9(9).

       01  WS-XWALK-MAX          PIC 9(4)   VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)   VALUE 0.
       01  WS-XWALK-TAB.
           05 WS-XWALK-ENTRY OCCURS 24 TIMES INDEXED BY WS-XIDX.
              10 WS-XWALK-CODE   PIC X(10).
              10 WS-XWALK-BITPOS PIC 9(2).

       01  WS-BIT                PIC 9(2).
       01  WS-COL                PIC 9(2).
       01  WS-ITEM-CODE          PIC X(10).
       01  WS-NAME               PIC X(20).
       01  WS-PCT                PIC 9(3)V9(2).
       01  WS-PCT-OUT            PIC 9(3).9(2).
       01  WS-CONF-OUT           PIC 9(3).9(4).
       01  WS-LIFT-OUT           PIC 9(5).9(4).
       01  WS-OUT-LINE           PIC X(132).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-CYCLE-DATE PIC X(8).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           MOVE WS-CYC-DATE TO WS-CYCLE-DATE.
           IF PARM-LENGTH > 7 THEN
              IF PARM-CYCLE-DATE NOT = SPACES THEN
                 MOVE PARM-CYCLE-DATE TO WS-CYCLE-DATE
              END-IF
           END-IF.
           MOVE WS-CYCLE-DATE TO WS-CHK-DATE.
           PERFORM VALIDATE-DATE.
           IF WS-DATE-OK = 'N' THEN
              DISPLAY 'WHUNLOAD CYCLE DATE ' WS-CYCLE-DATE
                 ' NOT A VALID DATE'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM OPEN-DATA.
           PERFORM INIT-LOAD-CONTROL.
           PERFORM UNLOAD-ITEMS.
           PERFORM UNLOAD-CATEGORIES.
           PERFORM UNLOAD-ACCOUNTS.
           PERFORM LOAD-ITEMSET-KEYS.
           PERFORM UNLOAD-ITEMSET-STATS.
           PERFORM UNLOAD-RULES.
           PERFORM UNLOAD-SEGMENT-SUPPORT.
           PERFORM CLOSE-DATA.
           PERFORM WRITE-NEW-KEY-MAP.
           PERFORM WRITE-LOAD-CONTROL.
           DISPLAY 'WHUNLOAD CYCLE DATE        ' WS-CYCLE-DATE.
           DISPLAY 'WHUNLOAD ITMSTATS READ     ' WS-STAT-COUNT.
           DISPLAY 'WHUNLOAD RULES READ        ' WS-RULE-COUNT.
           DISPLAY 'WHUNLOAD SEGMENT RECS READ ' WS-SEGREC-COUNT.
           DISPLAY 'WHUNLOAD NEW ITEMSET IDS   ' WS-KEY-NEW-COUNT.
           DISPLAY 'WHUNLOAD UNMAPPED MEMBERS  ' WS-UNMAPPED-COUNT.
           PERFORM VARYING WS-LCX FROM 1 BY 1
              UNTIL WS-LCX > WS-LC-MAX
              DISPLAY 'WHUNLOAD ' WS-LC-FILE(WS-LCX) ' ROWS '
                 WS-LC-ROWS(WS-LCX) ' HASH ' WS-LC-HASH(WS-LCX)
           END-PERFORM.
           IF WS-SEGMAP-PRESENT = 'N' OR WS-UNMAPPED-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

       START-CYCLE-LOG.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-START FROM TIME.

      *    A FAILED LOG WRITE MUST NOT FAIL THE STEP - THE LOG IS FOR
      *    THE OPERATIONS REPORT, NOT PART OF THE DATA CHAIN
       WRITE-CYCLE-LOG.
           ACCEPT WS-CYC-END FROM TIME.
           COMPUTE WS-IN-COUNT =
              WS-STAT-COUNT + WS-RULE-COUNT + WS-SEGREC-COUNT.
           OPEN EXTEND CYCLOG-FILE.
           IF FS-CYC = '05' OR FS-CYC = '35' THEN
              OPEN OUTPUT CYCLOG-FILE
           END-IF.
           IF FS-CYC NOT = '00' THEN
              DISPLAY 'WHUNLOAD WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'WHUNLOAD' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-IN-COUNT TO CY-IN-COUNT
              MOVE WS-ROW-TOTAL TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'WHUNLOAD WRITE-CYCLE-LOG FS-CYC=' FS-CYC
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.

       VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF WS-CHK-DATE NOT NUMERIC THEN
              MOVE 'N' TO WS-DATE-OK
           ELSE
              MOVE WS-CHK-YYYY TO WS-YYYY
              MOVE WS-CHK-MM TO WS-MM
              MOVE WS-CHK-DD TO WS-DD
              IF WS-YYYY = 0 OR WS-MM < 1 OR WS-MM > 12 OR
                 WS-DD < 1 THEN
                 MOVE 'N' TO WS-DATE-OK
              ELSE
                 PERFORM SET-MONTH-END
                 IF WS-DD <= WS-MONTH-END THEN
                    MOVE 'Y' TO WS-DATE-OK
                 END-IF
              END-IF
           END-IF.

       SET-MONTH-END.
           EVALUATE WS-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-END
              WHEN 2
                 MOVE 28 TO WS-MONTH-END
                 COMPUTE WS-LEAP-REM =
                    WS-YYYY - (WS-YYYY / 4) * 4
                 IF WS-LEAP-REM = 0 THEN
                    COMPUTE WS-LEAP-REM =
                       WS-YYYY - (WS-YYYY / 100) * 100
                    IF WS-LEAP-REM NOT = 0 THEN
                       MOVE 29 TO WS-MONTH-END
                    ELSE
                       COMPUTE WS-LEAP-REM =
                          WS-YYYY - (WS-YYYY / 400) * 400
                       IF WS-LEAP-REM = 0 THEN
                          MOVE 29 TO WS-MONTH-END
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-END
           END-EVALUATE.

       INIT-LOAD-CONTROL.
           MOVE 'WHITMSET' TO WS-LC-FILE(1).
           MOVE 'WHITMMBR' TO WS-LC-FILE(2).
           MOVE 'WHRULE'   TO WS-LC-FILE(3).
           MOVE 'WHSEGSUP' TO WS-LC-FILE(4).
           MOVE 'WHITEM'   TO WS-LC-FILE(5).
           MOVE 'WHCATG'   TO WS-LC-FILE(6).
           MOVE 'WHACCT'   TO WS-LC-FILE(7).
           PERFORM VARYING WS-LCX FROM 1 BY 1
              UNTIL WS-LCX > WS-LC-MAX
              MOVE 0 TO WS-LC-ROWS(WS-LCX)
              MOVE 0 TO WS-LC-HASH(WS-LCX)
           END-PERFORM.

      *****************************************************************
      * DIMENSIONS - ITEMXWLK ALSO STAYS IN MEMORY TO NAME THE MEMBERS
      * OF EVERY EXPLODED MASK
      *****************************************************************
       UNLOAD-ITEMS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ XWALK-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 IF WS-XWALK-COUNT < WS-XWALK-MAX THEN
                    ADD 1 TO WS-XWALK-COUNT
                    SET WS-XIDX TO WS-XWALK-COUNT
                    MOVE XWLK-ITEM-CODE TO WS-XWALK-CODE(WS-XIDX)
                    MOVE XWLK-BIT-POS   TO WS-XWALK-BITPOS(WS-XIDX)
                 ELSE
                    DISPLAY 'WHUNLOAD UNLOAD-ITEMS ITEMXWLK EXCEEDS '
                       'IN-MEMORY TABLE CAPACITY ' WS-XWALK-MAX
                 END-IF
                 MOVE XWLK-ITEM-NAME TO WS-NAME
                 INSPECT WS-NAME REPLACING ALL ';' BY ','
                 MOVE SPACES TO WS-OUT-LINE
                 MOVE 1 TO WS-PTR
                 STRING
                    WS-CYCLE-DATE   DELIMITED BY SIZE
                    ';'             DELIMITED BY SIZE
                    XWLK-ITEM-CODE  DELIMITED BY SPACE
                    ';'             DELIMITED BY SIZE
                    WS-NAME         DELIMITED BY '  '
                    ';'             DELIMITED BY SIZE
                    XWLK-BIT-POS    DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR
                 MOVE 5 TO WS-LCX
                 PERFORM WRITE-UNLOAD-ROW
              END-IF
           END-PERFORM.

       UNLOAD-CATEGORIES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CATX-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 MOVE CX-CAT-NAME TO WS-NAME
                 INSPECT WS-NAME REPLACING ALL ';' BY ','
                 MOVE SPACES TO WS-OUT-LINE
                 MOVE 1 TO WS-PTR
                 STRING
                    WS-CYCLE-DATE   DELIMITED BY SIZE
                    ';'             DELIMITED BY SIZE
                    CX-ITEM-CODE    DELIMITED BY SPACE
                    ';'             DELIMITED BY SIZE
                    CX-CAT-CODE     DELIMITED BY SPACE
                    ';'             DELIMITED BY SIZE
                    WS-NAME         DELIMITED BY '  '
                    ';'             DELIMITED BY SIZE
                    CX-BIT-POS      DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR
                 MOVE 6 TO WS-LCX
                 PERFORM WRITE-UNLOAD-ROW
              END-IF
           END-PERFORM.

       UNLOAD-ACCOUNTS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ACCTMST-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 MOVE AM-SEG-NAME TO WS-NAME
                 INSPECT WS-NAME REPLACING ALL ';' BY ','
                 MOVE SPACES TO WS-OUT-LINE
                 MOVE 1 TO WS-PTR
                 STRING
                    WS-CYCLE-DATE   DELIMITED BY SIZE
                    ';'             DELIMITED BY SIZE
                    AM-ACCOUNT      DELIMITED BY SPACE
                    ';'             DELIMITED BY SIZE
                    AM-SEGMENT      DELIMITED BY SPACE
                    ';'             DELIMITED BY SIZE
                    WS-NAME         DELIMITED BY '  '
                    INTO WS-OUT-LINE WITH POINTER WS-PTR
                 MOVE 7 TO WS-LCX
                 PERFORM WRITE-UNLOAD-ROW
              END-IF
           END-PERFORM.

      *****************************************************************
      * SURROGATE ITEMSET IDS - WHITMKEY IS OPTIONAL ONLY IN THE SENSE
      * THAT THE FIRST DELIVERY HAS NONE; EVERY LATER RUN MUST BE
      * GIVEN THE MAP THE LAST ONE WROTE OR THE IDS START OVER
      *****************************************************************
       LOAD-ITEMSET-KEYS.
           OPEN INPUT KEY-FILE.
           IF FS12 = '05' OR FS12 = '35' THEN
              DISPLAY 'WHUNLOAD WHITMKEY NOT PRESENT - ITEMSET IDS '
                 'START AT 1'
           ELSE
              IF FS12 NOT = '00' THEN
                 DISPLAY 'WHUNLOAD LOAD-ITEMSET-KEYS FS12=' FS12
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ KEY-FILE AT END MOVE 'Y' TO WS-EOF END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    IF WS-KEY-COUNT < WS-KEY-MAX THEN
                       ADD 1 TO WS-KEY-COUNT
                       MOVE WK-ITEMSET-ID TO WS-KEY-ID(WS-KEY-COUNT)
                       MOVE WK-MASK TO WS-KEY-MASK(WS-KEY-COUNT)
                       MOVE WK-ASSIGNED
                          TO WS-KEY-ASSIGNED(WS-KEY-COUNT)
                       MOVE 'N' TO WS-KEY-SENT(WS-KEY-COUNT)
                       IF WK-ITEMSET-ID > WS-KEY-HIGH THEN
                          MOVE WK-ITEMSET-ID TO WS-KEY-HIGH
                       END-IF
                    ELSE
                       DISPLAY 'WHUNLOAD LOAD-ITEMSET-KEYS WHITMKEY '
                          'EXCEEDS IN-MEMORY TABLE CAPACITY '
                          WS-KEY-MAX
                       MOVE 8 TO RETURN-CODE
                       PERFORM WRITE-CYCLE-LOG
                       STOP RUN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE KEY-FILE
           END-IF.

      *    WS-CUR-MASK IN, WS-CUR-ID OUT - THE FIRST USE OF AN ID IN
      *    THIS DELIVERY ALSO PUTS ITS MEMBERS ON WHITMMBR
       ASSIGN-ITEMSET-ID.
           MOVE 0 TO WS-KEY-SLOT.
           PERFORM VARYING WS-KX FROM 1 BY 1
              UNTIL WS-KX > WS-KEY-COUNT
              IF WS-KEY-MASK(WS-KX) = WS-CUR-MASK THEN
                 MOVE WS-KX TO WS-KEY-SLOT
                 MOVE WS-KEY-COUNT TO WS-KX
              END-IF
           END-PERFORM.
           IF WS-KEY-SLOT = 0 THEN
              IF WS-KEY-COUNT < WS-KEY-MAX THEN
                 ADD 1 TO WS-KEY-COUNT
                 ADD 1 TO WS-KEY-HIGH
                 ADD 1 TO WS-KEY-NEW-COUNT
                 MOVE WS-KEY-HIGH TO WS-KEY-ID(WS-KEY-COUNT)
                 MOVE WS-CUR-MASK TO WS-KEY-MASK(WS-KEY-COUNT)
                 MOVE WS-CYCLE-DATE TO WS-KEY-ASSIGNED(WS-KEY-COUNT)
                 MOVE 'N' TO WS-KEY-SENT(WS-KEY-COUNT)
                 MOVE WS-KEY-COUNT TO WS-KEY-SLOT
              ELSE
                 DISPLAY 'WHUNLOAD ASSIGN-ITEMSET-ID WHITMKEY EXCEEDS '
                    'IN-MEMORY TABLE CAPACITY ' WS-KEY-MAX
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.
           MOVE WS-KEY-ID(WS-KEY-SLOT) TO WS-CUR-ID.
           IF WS-KEY-SENT(WS-KEY-SLOT) NOT = 'Y' THEN
              PERFORM EXPLODE-ITEMSET
              MOVE 'Y' TO WS-KEY-SENT(WS-KEY-SLOT)
           END-IF.

      *    ONE WHITMMBR ROW PER BIT SET - A BIT WITH NO ITEM ON
      *    ITEMXWLK STILL GOES OUT, WITH A BLANK ITEM CODE, SO THE
      *    MEMBER COUNT ALWAYS MATCHES ITEM-COUNT ON WHITMSET
       EXPLODE-ITEMSET.
           PERFORM VARYING WS-BIT FROM 1 BY 1
              UNTIL WS-BIT > ITEM-MASK-WIDTH-MAX
              COMPUTE WS-COL = ITEM-MASK-WIDTH-MAX - WS-BIT + 1
              IF WS-CUR-MASK(WS-COL:1) = '1' THEN
                 PERFORM FIND-ITEM-CODE
                 MOVE SPACES TO WS-OUT-LINE
                 MOVE 1 TO WS-PTR
                 STRING
                    WS-CYCLE-DATE   DELIMITED BY SIZE
                    ';'             DELIMITED BY SIZE
                    WS-CUR-ID       DELIMITED BY SIZE
                    ';'             DELIMITED BY SIZE
                    WS-ITEM-CODE    DELIMITED BY SPACE
                    ';'             DELIMITED BY SIZE
                    WS-BIT          DELIMITED BY SIZE
                    INTO WS-OUT-LINE WITH POINTER WS-PTR
                 MOVE 2 TO WS-LCX
                 PERFORM WRITE-UNLOAD-ROW
              END-IF
           END-PERFORM.

       FIND-ITEM-CODE.
           MOVE SPACES TO WS-ITEM-CODE.
           PERFORM VARYING WS-XIDX FROM 1 BY 1
              UNTIL WS-XIDX > WS-XWALK-COUNT
              IF WS-XWALK-BITPOS(WS-XIDX) = WS-BIT THEN
                 MOVE WS-XWALK-CODE(WS-XIDX) TO WS-ITEM-CODE
                 SET WS-XIDX TO WS-XWALK-COUNT
              END-IF
           END-PERFORM.
           IF WS-ITEM-CODE = SPACES THEN
              ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

      *****************************************************************
      * FACTS
      *****************************************************************
       UNLOAD-ITEMSET-STATS.
           MOVE LOW-VALUES TO IS-MASK.
           START STAT-FILE KEY NOT < IS-MASK
              INVALID KEY MOVE '10' TO FS1
           END-START.
           MOVE 'N' TO WS-EOF.
           IF FS1 NOT = '00' THEN
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ STAT-FILE NEXT
                 AT END MOVE 'Y' TO WS-EOF
              END-READ
              IF WS-EOF NOT = 'Y' THEN
                 IF FS1 NOT = '00' THEN
                    DISPLAY 'WHUNLOAD UNLOAD-ITEMSET-STATS FS1=' FS1
                    MOVE 8 TO RETURN-CODE
                    PERFORM WRITE-CYCLE-LOG
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-STAT-COUNT
                 PERFORM WRITE-ITEMSET-ROW
              END-IF
           END-PERFORM.

       WRITE-ITEMSET-ROW.
           MOVE IS-MASK TO WS-CUR-MASK.
           PERFORM ASSIGN-ITEMSET-ID.
           MOVE 0 TO WS-MEMBER-COUNT.
           INSPECT WS-CUR-MASK TALLYING WS-MEMBER-COUNT FOR ALL '1'.
           MOVE IS-SUPPORT-PCT TO WS-PCT-OUT.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-PTR.
           STRING
              WS-CYCLE-DATE     DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              WS-CUR-ID         DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              WS-MEMBER-COUNT   DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              IS-FREQ           DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              WS-PCT-OUT        DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              IS-FIRST-SEEN     DELIMITED BY SPACE
              ';'               DELIMITED BY SIZE
              IS-LAST-SEEN      DELIMITED BY SPACE
              ';'               DELIMITED BY SIZE
              IS-CYCLES-PRESENT DELIMITED BY SIZE
              INTO WS-OUT-LINE WITH POINTER WS-PTR.
           MOVE 1 TO WS-LCX.
           PERFORM WRITE-UNLOAD-ROW.

       UNLOAD-RULES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RULE-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-RULE-COUNT
                 PERFORM WRITE-RULE-ROW
              END-IF
           END-PERFORM.

       WRITE-RULE-ROW.
           MOVE RL-ANTE-SEQ TO WS-CUR-MASK.
           PERFORM ASSIGN-ITEMSET-ID.
           MOVE WS-CUR-ID TO WS-ANTE-ID.
           MOVE RL-CONS-SEQ TO WS-CUR-MASK.
           PERFORM ASSIGN-ITEMSET-ID.
           MOVE WS-CUR-ID TO WS-CONS-ID.
           MOVE RL-CONFIDENCE TO WS-CONF-OUT.
           MOVE RL-LIFT TO WS-LIFT-OUT.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-PTR.
           STRING
              WS-CYCLE-DATE     DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              WS-RULE-COUNT     DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              WS-ANTE-ID        DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              WS-CONS-ID        DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              RL-ANTE-FREQ      DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              RL-COMB-FREQ      DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              WS-CONF-OUT       DELIMITED BY SIZE
              ';'               DELIMITED BY SIZE
              WS-LIFT-OUT       DELIMITED BY SIZE
              INTO WS-OUT-LINE WITH POINTER WS-PTR.
           MOVE 3 TO WS-LCX.
           PERFORM WRITE-UNLOAD-ROW.

      *****************************************************************
      * PER-SEGMENT SUPPORT - SEGMAP SAYS WHICH SEGMENT EACH SEGOUT
      * SLOT HOLDS AND ITS ORDER TOTAL. NO SEGMAP (SEGFREQ NOT RUN, OR
      * RUN BEFORE IT WROTE ONE) MEANS AN EMPTY WHSEGSUP AND RC 4; A
      * SLOT ON SEGMAP WITH NO SEGOUT FILE FAILS THE RUN
      *****************************************************************
       UNLOAD-SEGMENT-SUPPORT.
           OPEN INPUT SEGMAP-FILE.
           IF FS3 = '05' OR FS3 = '35' THEN
              DISPLAY 'WHUNLOAD SEGMAP NOT PRESENT - NO SEGMENT '
                 'SUPPORT DELIVERED'
           ELSE
              IF FS3 NOT = '00' THEN
                 DISPLAY 'WHUNLOAD UNLOAD-SEGMENT-SUPPORT FS3=' FS3
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-SEGMAP-PRESENT
              PERFORM LOAD-SEGMENT-MAP
              CLOSE SEGMAP-FILE
              PERFORM VARYING WS-SGX FROM 1 BY 1
                 UNTIL WS-SGX > WS-SEG-COUNT
                 PERFORM UNLOAD-SEGMENT-SLOT
              END-PERFORM
           END-IF.

       LOAD-SEGMENT-MAP.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SEGMAP-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 IF SM-SLOT NOT = WS-SEG-COUNT + 1 OR
                    WS-SEG-COUNT NOT < WS-SEG-MAX THEN
                    DISPLAY 'WHUNLOAD LOAD-SEGMENT-MAP SLOT ' SM-SLOT
                       ' OUT OF SEQUENCE ON SEGMAP'
                    MOVE 8 TO RETURN-CODE
                    PERFORM WRITE-CYCLE-LOG
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-SEG-COUNT
                 MOVE SM-SEGMENT TO WS-SEG-CODE(WS-SEG-COUNT)
                 MOVE SM-ORDER-TOTAL TO WS-SEG-TOTAL(WS-SEG-COUNT)
                 MOVE SM-BASIS TO WS-SEG-BASIS(WS-SEG-COUNT)
                 MOVE SM-RUN-DATE TO WS-SEG-DATE(WS-SEG-COUNT)
              END-IF
           END-PERFORM.

       UNLOAD-SEGMENT-SLOT.
           PERFORM OPEN-SEGMENT-SLOT.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM READ-SEGMENT-SLOT
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-SEGREC-COUNT
                 PERFORM WRITE-SEGMENT-ROW
              END-IF
           END-PERFORM.
           PERFORM CLOSE-SEGMENT-SLOT.

       OPEN-SEGMENT-SLOT.
           EVALUATE WS-SGX
              WHEN 1
                 OPEN INPUT SEGOUT1-FILE
                 MOVE FS4 TO WS-FS-OUT
              WHEN 2
                 OPEN INPUT SEGOUT2-FILE
                 MOVE FS5 TO WS-FS-OUT
              WHEN 3
                 OPEN INPUT SEGOUT3-FILE
                 MOVE FS6 TO WS-FS-OUT
              WHEN 4
                 OPEN INPUT SEGOUT4-FILE
                 MOVE FS7 TO WS-FS-OUT
              WHEN 5
                 OPEN INPUT SEGOUT5-FILE
                 MOVE FS8 TO WS-FS-OUT
           END-EVALUATE.
           IF WS-FS-OUT NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-SEGMENT-SLOT SEGOUT0' WS-SGX
                 ' FS=' WS-FS-OUT
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.

       READ-SEGMENT-SLOT.
           EVALUATE WS-SGX
              WHEN 1
                 READ SEGOUT1-FILE INTO WS-SEGOUT-REC
                    AT END MOVE 'Y' TO WS-EOF
                 END-READ
              WHEN 2
                 READ SEGOUT2-FILE INTO WS-SEGOUT-REC
                    AT END MOVE 'Y' TO WS-EOF
                 END-READ
              WHEN 3
                 READ SEGOUT3-FILE INTO WS-SEGOUT-REC
                    AT END MOVE 'Y' TO WS-EOF
                 END-READ
              WHEN 4
                 READ SEGOUT4-FILE INTO WS-SEGOUT-REC
                    AT END MOVE 'Y' TO WS-EOF
                 END-READ
              WHEN 5
                 READ SEGOUT5-FILE INTO WS-SEGOUT-REC
                    AT END MOVE 'Y' TO WS-EOF
                 END-READ
           END-EVALUATE.

       CLOSE-SEGMENT-SLOT.
           EVALUATE WS-SGX
              WHEN 1
                 CLOSE SEGOUT1-FILE
              WHEN 2
                 CLOSE SEGOUT2-FILE
              WHEN 3
                 CLOSE SEGOUT3-FILE
              WHEN 4
                 CLOSE SEGOUT4-FILE
              WHEN 5
                 CLOSE SEGOUT5-FILE
           END-EVALUATE.

      *    SAME PERCENT AS THE SEGCMPRT REPORT - OF THE SEGMENT'S OWN
      *    ORDER TOTAL
       WRITE-SEGMENT-ROW.
           MOVE WS-SO-SEQ TO WS-CUR-MASK.
           PERFORM ASSIGN-ITEMSET-ID.
           IF WS-SEG-TOTAL(WS-SGX) > 0 THEN
              COMPUTE WS-PCT ROUNDED =
                 WS-SO-FREQ * 100 / WS-SEG-TOTAL(WS-SGX)
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT TO WS-PCT-OUT.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-PTR.
           STRING
              WS-CYCLE-DATE         DELIMITED BY SIZE
              ';'                   DELIMITED BY SIZE
              WS-SEG-CODE(WS-SGX)   DELIMITED BY SPACE
              ';'                   DELIMITED BY SIZE
              WS-CUR-ID             DELIMITED BY SIZE
              ';'                   DELIMITED BY SIZE
              WS-SO-FREQ            DELIMITED BY SIZE
              ';'                   DELIMITED BY SIZE
              WS-SEG-TOTAL(WS-SGX)  DELIMITED BY SIZE
              ';'                   DELIMITED BY SIZE
              WS-PCT-OUT            DELIMITED BY SIZE
              ';'                   DELIMITED BY SIZE
              WS-SEG-BASIS(WS-SGX)  DELIMITED BY SIZE
              ';'                   DELIMITED BY SIZE
              WS-SEG-DATE(WS-SGX)   DELIMITED BY SPACE
              INTO WS-OUT-LINE WITH POINTER WS-PTR.
           MOVE 4 TO WS-LCX.
           PERFORM WRITE-UNLOAD-ROW.

      *****************************************************************
      * EVERY DELIVERED ROW GOES THROUGH HERE - WS-OUT-LINE BUILT WITH
      * WS-PTR, WS-LCX NAMING THE FILE. THE ROW IS COUNTED AND ITS
      * LENGTH ADDED TO THE FILE'S HASH TOTAL FOR WHLDCTL
      *****************************************************************
       WRITE-UNLOAD-ROW.
           EVALUATE WS-LCX
              WHEN 1
                 WRITE ITMSET-REC FROM WS-OUT-LINE
                 MOVE FS14 TO WS-FS-OUT
              WHEN 2
                 WRITE MEMBER-REC FROM WS-OUT-LINE
                 MOVE FS15 TO WS-FS-OUT
              WHEN 3
                 WRITE WHRULE-REC FROM WS-OUT-LINE
                 MOVE FS16 TO WS-FS-OUT
              WHEN 4
                 WRITE SEGSUP-REC FROM WS-OUT-LINE
                 MOVE FS17 TO WS-FS-OUT
              WHEN 5
                 WRITE ITEM-REC FROM WS-OUT-LINE
                 MOVE FS18 TO WS-FS-OUT
              WHEN 6
                 WRITE CATG-REC FROM WS-OUT-LINE
                 MOVE FS19 TO WS-FS-OUT
              WHEN 7
                 WRITE ACCT-REC FROM WS-OUT-LINE
                 MOVE FS20 TO WS-FS-OUT
           END-EVALUATE.
           IF WS-FS-OUT NOT = '00' THEN
              DISPLAY 'WHUNLOAD WRITE-UNLOAD-ROW '
                 WS-LC-FILE(WS-LCX) ' FS=' WS-FS-OUT
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           COMPUTE WS-ROW-LEN = WS-PTR - 1.
           MOVE 'N' TO WS-ROW-END.
           PERFORM UNTIL WS-ROW-LEN = 0 OR WS-ROW-END = 'Y'
              IF WS-OUT-LINE(WS-ROW-LEN:1) = SPACE THEN
                 SUBTRACT 1 FROM WS-ROW-LEN
              ELSE
                 MOVE 'Y' TO WS-ROW-END
              END-IF
           END-PERFORM.
           ADD 1 TO WS-LC-ROWS(WS-LCX).
           ADD WS-ROW-LEN TO WS-LC-HASH(WS-LCX).
           ADD 1 TO WS-ROW-TOTAL.

      *    THE MAP IS ONLY WRITTEN ONCE EVERY FACT FILE IS CLOSED - A
      *    FAILED RUN LEAVES WHITMKEY AS IT WAS
       WRITE-NEW-KEY-MAP.
           OPEN OUTPUT KEYNEW-FILE.
           IF FS13 NOT = '00' THEN
              DISPLAY 'WHUNLOAD WRITE-NEW-KEY-MAP FS13=' FS13
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM VARYING WS-KX FROM 1 BY 1
              UNTIL WS-KX > WS-KEY-COUNT
              MOVE WS-KEY-ID(WS-KX) TO KN-ITEMSET-ID
              MOVE WS-KEY-MASK(WS-KX) TO KN-MASK
              MOVE WS-KEY-ASSIGNED(WS-KX) TO KN-ASSIGNED
              WRITE KEYNEW-REC
              IF FS13 NOT = '00' THEN
                 DISPLAY 'WHUNLOAD WRITE-NEW-KEY-MAP FS13=' FS13
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE KEYNEW-FILE.

      *    LAST THING THE RUN WRITES - SEE THE PROGRAM DESCRIPTION
       WRITE-LOAD-CONTROL.
           PERFORM VARYING WS-LCX FROM 1 BY 1
              UNTIL WS-LCX > WS-LC-MAX
              MOVE SPACES TO WS-OUT-LINE
              STRING
                 WS-LC-FILE(WS-LCX)  DELIMITED BY SPACE
                 ';'                 DELIMITED BY SIZE
                 WS-CYCLE-DATE       DELIMITED BY SIZE
                 ';'                 DELIMITED BY SIZE
                 WS-LC-ROWS(WS-LCX)  DELIMITED BY SIZE
                 ';'                 DELIMITED BY SIZE
                 WS-LC-HASH(WS-LCX)  DELIMITED BY SIZE
                 INTO WS-OUT-LINE
              WRITE LDCTL-REC FROM WS-OUT-LINE
              IF FS21 NOT = '00' THEN
                 DISPLAY 'WHUNLOAD WRITE-LOAD-CONTROL FS21=' FS21
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-PERFORM.
           CLOSE LDCTL-FILE.

      *    WHLDCTL IS OPENED (AND SO EMPTIED) BEFORE ANYTHING ELSE IS
      *    WRITTEN
       OPEN-DATA.
           OPEN OUTPUT LDCTL-FILE.
           IF FS21 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS21=' FS21
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN INPUT STAT-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS1=' FS1
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN INPUT RULE-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS2=' FS2
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN INPUT XWALK-FILE.
           IF FS9 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS9=' FS9
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN INPUT CATX-FILE.
           IF FS10 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS10=' FS10
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF FS11 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS11=' FS11
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT ITMSET-FILE.
           IF FS14 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS14=' FS14
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT MEMBER-FILE.
           IF FS15 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS15=' FS15
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT WHRULE-FILE.
           IF FS16 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS16=' FS16
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT SEGSUP-FILE.
           IF FS17 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS17=' FS17
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT ITEM-FILE.
           IF FS18 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS18=' FS18
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT CATG-FILE.
           IF FS19 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS19=' FS19
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT ACCT-FILE.
           IF FS20 NOT = '00' THEN
              DISPLAY 'WHUNLOAD OPEN-DATA FS20=' FS20
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE STAT-FILE.
           CLOSE RULE-FILE.
           CLOSE XWALK-FILE.
           CLOSE CATX-FILE.
           CLOSE ACCTMST-FILE.
           CLOSE ITMSET-FILE.
           CLOSE MEMBER-FILE.
           CLOSE WHRULE-FILE.
           CLOSE SEGSUP-FILE.
           CLOSE ITEM-FILE.
           CLOSE CATG-FILE.
           CLOSE ACCT-FILE.
