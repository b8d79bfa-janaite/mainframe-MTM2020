      *****************************************************************
      * Program name:    RULEBKT
      * Original author: JORGE JANAITE NETO
      * Date:            20261003
      *
      * Changes:
      *---------
      * 20261003: initial release
      * 20261015: the holdout months are validated before any file is
      *           opened - each must be a numeric YYYYMM with month
      *           01-12 and FROM may not be after TO; a bad range is
      *           displayed and ends the step with RETURN-CODE 8
      *         - a non-numeric flag floor is displayed and ends the
      *           step with 8 too (it was moved into the numeric
      *           floor unchecked); a blank one keeps the default
      *
      *****************************************************************
      * HOLDOUT BACKTEST OF THE EXTRACTED ASSOCIATION RULES
      *
      * ASSOCRUL'S CONFIDENCE AND LIFT ARE ONLY EVER MEASURED ON THE
      * SAME FEATDATA THEY WERE MINED FROM, AND CAMPRSP ONLY TELLS US
      * MONTHS LATER, AFTER THE MONEY IS SPENT. THIS PROGRAM TAKES
      * EVERY RULE ON RULEXREF AND RESCORES IT OVER THE ORDERS WHOSE
      * FEATPERD DATE FALLS IN AN OPERATOR-GIVEN HOLDOUT MONTH RANGE:
      * OUT-OF-SAMPLE ANTECEDENT COUNT, COMBINED COUNT, AND THE
      * REALIZED CONFIDENCE AND LIFT PRINTED NEXT TO THE MINED ONES.
      *
      * A RULE WHOSE HOLDOUT CONFIDENCE IS BELOW THE PARM PERCENTAGE
      * OF ITS MINED CONFIDENCE IS FLAGGED AND WRITTEN TO RULEFLAG,
      * WHICH RULEXTR READS TO KEEP IT OFF CAMPEXTR (AND NBOFFER TO
      * KEEP IT OFF NBOLOAD). A RULE WHOSE ANTECEDENT NEVER OCCURS IN
      * THE HOLDOUT HAS NO OUT-OF-SAMPLE EVIDENCE EITHER WAY - IT IS
      * REPORTED, NOT FLAGGED. FLAGGED RULES STAY ON RULEXREF, SO EACH
      * RUN RE-TESTS THEM AND RULEFLAG IS REWRITTEN FROM SCRATCH - A
      * RULE THAT HOLDS AGAIN IS NO LONGER FLAGGED.
      *
      * SAME MATCH RULE AS FTFREQ (EVERY BIT OF THE ITEMSET SET ON THE
      * ORDER) AND SAME FORMULAS AS ASSOCRUL, WITH THE HOLDOUT ORDER
      * COUNT AS THE TOTAL REGISTER.
      *
      * INPUT:
      *    RULEXREF dataset - RULEXTR's RULE-ID CROSS-REFERENCE
      *    FEATDATA dataset - RELATIVE, ONE MASK PER ORDER
      *    FEATPERD dataset - RELATIVE, DATE/QTY/AMOUNT PER ORDER,
      *        SAME RELATIVE KEY AS FEATDATA
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *
      * PARM: 05(6) HOLDOUT FROM MONTH (YYYYMM) - REQUIRED
      *       05(6) HOLDOUT TO MONTH (YYYYMM) - BLANK MEANS THE
      *          SINGLE FROM MONTH
      *       05(3) FLAG FLOOR, WHOLE PERCENT OF THE MINED
      *          CONFIDENCE (DEFAULT 080)
      *
      * OUTPUT:
      *    RULEFLAG dataset - ONE RECORD PER FLAGGED RULE (SEE
      *        COPYBOOK RULEFLG)
      *    BKTSTRPT report - EVERY RULE, MINED AGAINST HOLDOUT
      *    RETURN-CODE 8 WHEN NO HOLDOUT MONTH IS GIVEN, WHEN A
      *        HOLDOUT MONTH IS NOT A VALID YYYYMM OR FROM IS AFTER TO,
      *        OR WHEN THE FLAG FLOOR IS NOT NUMERIC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RULEBKT.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO RULEXREF
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS1.

           SELECT FEATURE-FILE ASSIGN TO FEATDATA
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS FEATURE-FILE-KEY
              FILE STATUS IS FS2.

           SELECT PERIOD-FILE ASSIGN TO FEATPERD
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS PERIOD-FILE-KEY
              FILE STATUS IS FS3.

           SELECT XWALK-FILE ASSIGN TO ITEMXWLK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT FLAG-FILE ASSIGN TO RULEFLAG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT REPORT-FILE ASSIGN TO BKTSTRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS6.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  XREF-FILE.
       01  XREF-REC.
           05 XR-RULE-ID       PIC X(6).
           05 XR-ANTE-SEQ      PIC X(24).
           05 XR-CONS-SEQ      PIC X(24).
           05 XR-ANTE-FREQ     PIC 9(9).
           05 XR-COMB-FREQ     PIC 9(9).
           05 XR-CONFIDENCE    PIC 9(3)V9(4).
           05 XR-LIFT          PIC 9(5)V9(4).

       FD  FEATURE-FILE.
       01  FEATURE-REC.
           COPY ITMMASK REPLACING ==:MASK-NAME:== BY ==SEQ==.

       FD  PERIOD-FILE.
           COPY FEATPERD.

       FD  XWALK-FILE.
           COPY ITEMXWLK.

       FD  FLAG-FILE.
           COPY RULEFLG.

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(132).

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
       01  WS-EOF                PIC X(1).
       01  WS-EOF-FEATURE        PIC X(1)   VALUE 'N'.
       01  FEATURE-FILE-KEY      PIC 9(9)   VALUE 0.
       01  PERIOD-FILE-KEY       PIC 9(9)   VALUE 0.
       01  WS-COL                PIC 9(2).
       01  I                     PIC 9(2).

       01  WS-HOLD-FROM          PIC X(6)   VALUE SPACES.
       01  WS-HOLD-TO            PIC X(6)   VALUE SPACES.
       01  WS-FLAG-PCT           PIC 9(3)   VALUE 80.
       01  WS-RANGE-OK           PIC X(1).
       01  WS-CHK-MONTH.
           05 WS-CHK-YYYY        PIC X(4).
           05 WS-CHK-MM          PIC X(2).

       01  WS-ORDER-COUNT        PIC 9(9)   VALUE 0.
       01  WS-RULE-COUNT         PIC 9(9)   VALUE 0.
       01  WS-FLAG-COUNT         PIC 9(9)   VALUE 0.
       01  WS-NOEVID-COUNT       PIC 9(9)   VALUE 0.

      *    THE HOLDOUT ORDERS' MASKS - SAME IN-MEMORY TABLE IDIOM (AND
      *    GUARD) AS FTFREQ'S FEATURE TABLE
       01  WS-FEATURE-MAX        PIC 9(9)   VALUE 200000.
       01  WS-HOLD-COUNT         PIC 9(9)   VALUE 0.
       01  WS-FX                 PIC 9(9).
       01  WS-FEATURE-TAB.
           05 WS-FEATURE-ENTRY   PIC X(24) OCCURS 200000 TIMES.

       01  WS-ANTE-CNT           PIC 9(9).
       01  WS-CONS-CNT           PIC 9(9).
       01  WS-COMB-CNT           PIC 9(9).
       01  WS-ANTE-HIT           PIC X(1).
       01  WS-CONS-HIT           PIC X(1).
       01  WS-HOLD-CONF          PIC 9(3)V9(4).
       01  WS-HOLD-LIFT          PIC 9(5)V9(4).
       01  WS-CONF-FLOOR         PIC 9(3)V9(4).
       01  WS-RULE-STATUS        PIC X(7).

       01  WS-XWALK-MAX          PIC 9(4)   VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)   VALUE 0.
       01  WS-XWALK-TAB.
           05 WS-XWALK-ENTRY OCCURS 24 TIMES INDEXED BY WS-XIDX.
              10 WS-XWALK-CODE   PIC X(10).
              10 WS-XWALK-BITPOS PIC 9(2).

       01  WS-CUR-MASK           PIC X(24).
       01  WS-CODE-LIST          PIC X(40).
       01  WS-ANTE-LIST          PIC X(40).
       01  WS-CONS-LIST          PIC X(40).

       01  WS-CNT-DISP           PIC ZZZZZZZZ9.
       01  WS-CNT-DISP-2         PIC ZZZZZZZZ9.
       01  WS-CONF-DISP          PIC ZZ9.9999.
       01  WS-CONF-DISP-2        PIC ZZ9.9999.
       01  WS-LIFT-DISP          PIC ZZZZ9.9999.
       01  WS-LIFT-DISP-2        PIC ZZZZ9.9999.
       01  WS-PCT-DISP           PIC ZZ9.
       01  WS-RPT-LINE           PIC X(132).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-HOLD-FROM  PIC X(6).
              10 PARM-HOLD-TO    PIC X(6).
              10 PARM-FLAG-PCT   PIC X(3).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           IF PARM-LENGTH > 5 THEN
              MOVE PARM-HOLD-FROM TO WS-HOLD-FROM
           END-IF.
           IF PARM-LENGTH > 11 THEN
              MOVE PARM-HOLD-TO TO WS-HOLD-TO
           END-IF.
           IF PARM-LENGTH > 14 THEN
              IF PARM-FLAG-PCT NOT = SPACES THEN
                 IF PARM-FLAG-PCT NOT NUMERIC THEN
                    DISPLAY 'RULEBKT FLAG FLOOR ' PARM-FLAG-PCT
                       ' NOT NUMERIC'
                    MOVE 8 TO RETURN-CODE
                    PERFORM WRITE-CYCLE-LOG
                    STOP RUN
                 END-IF
                 MOVE PARM-FLAG-PCT TO WS-FLAG-PCT
              END-IF
           END-IF.
           IF WS-HOLD-FROM = SPACES THEN
              DISPLAY 'RULEBKT NO HOLDOUT MONTH ON PARM'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           IF WS-HOLD-TO = SPACES THEN
              MOVE WS-HOLD-FROM TO WS-HOLD-TO
           END-IF.
           PERFORM VALIDATE-HOLDOUT-RANGE.
           IF WS-RANGE-OK NOT = 'Y' THEN
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM OPEN-DATA.
           PERFORM LOAD-CROSSWALK.
           PERFORM LOAD-HOLDOUT-ORDERS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM BACKTEST-RULES.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM CLOSE-DATA.
           DISPLAY 'RULEBKT ORDERS READ      ' WS-ORDER-COUNT.
           DISPLAY 'RULEBKT HOLDOUT ORDERS   ' WS-HOLD-COUNT.
           DISPLAY 'RULEBKT RULES TESTED     ' WS-RULE-COUNT.
           DISPLAY 'RULEBKT RULES FLAGGED    ' WS-FLAG-COUNT.
           DISPLAY 'RULEBKT NO HOLDOUT EVID  ' WS-NOEVID-COUNT.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

      *****************************************************************
      * A MISTYPED MONTH WOULD STILL COMPARE AGAINST FEATPERD'S DATES
      * AND QUIETLY SELECT NOTHING (OR THE WRONG ORDERS) - EVERY RULE
      * WOULD COME BACK 'NO EVID' AND LOOK LIKE A THIN HOLDOUT
      *****************************************************************
       VALIDATE-HOLDOUT-RANGE.
           MOVE 'Y' TO WS-RANGE-OK.
           MOVE WS-HOLD-FROM TO WS-CHK-MONTH.
           PERFORM CHECK-HOLDOUT-MONTH.
           IF WS-HOLD-TO NOT = WS-HOLD-FROM THEN
              MOVE WS-HOLD-TO TO WS-CHK-MONTH
              PERFORM CHECK-HOLDOUT-MONTH
           END-IF.
           IF WS-RANGE-OK = 'Y' AND WS-HOLD-FROM > WS-HOLD-TO THEN
              DISPLAY 'RULEBKT HOLDOUT FROM MONTH ' WS-HOLD-FROM
                 ' IS AFTER TO MONTH ' WS-HOLD-TO
              MOVE 'N' TO WS-RANGE-OK
           END-IF.

       CHECK-HOLDOUT-MONTH.
           IF WS-CHK-MONTH NOT NUMERIC THEN
              DISPLAY 'RULEBKT INVALID HOLDOUT MONTH ' WS-CHK-MONTH
              MOVE 'N' TO WS-RANGE-OK
           ELSE
              IF WS-CHK-MM < '01' OR WS-CHK-MM > '12' THEN
                 DISPLAY 'RULEBKT INVALID HOLDOUT MONTH ' WS-CHK-MONTH
                 MOVE 'N' TO WS-RANGE-OK
              END-IF
           END-IF.

       START-CYCLE-LOG.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-START FROM TIME.

      *    A FAILED LOG WRITE MUST NOT FAIL THE STEP - THE LOG IS FOR
      *    THE OPERATIONS REPORT, NOT PART OF THE DATA CHAIN
       WRITE-CYCLE-LOG.
           ACCEPT WS-CYC-END FROM TIME.
           OPEN EXTEND CYCLOG-FILE.
           IF FS-CYC = '05' OR FS-CYC = '35' THEN
              OPEN OUTPUT CYCLOG-FILE
           END-IF.
           IF FS-CYC NOT = '00' THEN
              DISPLAY 'RULEBKT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'RULEBKT' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-RULE-COUNT TO CY-IN-COUNT
              MOVE WS-FLAG-COUNT TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'RULEBKT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.

       LOAD-CROSSWALK.
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
                    DISPLAY 'RULEBKT LOAD-CROSSWALK ITEMXWLK EXCEEDS '
                       'IN-MEMORY TABLE CAPACITY ' WS-XWALK-MAX
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * ONE PASS OVER FEATDATA WITH ITS FEATPERD SIBLING - ONLY THE
      * ORDERS DATED INSIDE THE HOLDOUT MONTHS ARE KEPT
      *****************************************************************
       LOAD-HOLDOUT-ORDERS.
           PERFORM UNTIL WS-EOF-FEATURE = 'Y'
              PERFORM READ-FEATURE-SEQ
              IF WS-EOF-FEATURE NOT = 'Y' THEN
                 ADD 1 TO WS-ORDER-COUNT
                 PERFORM READ-PERIOD-REC
                 IF FP-DATE(1:6) >= WS-HOLD-FROM AND
                    FP-DATE(1:6) <= WS-HOLD-TO THEN
                    IF WS-HOLD-COUNT < WS-FEATURE-MAX THEN
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE SEQ TO WS-FEATURE-ENTRY(WS-HOLD-COUNT)
                    ELSE
                       DISPLAY 'RULEBKT LOAD-HOLDOUT-ORDERS FEATDATA '
                          'EXCEEDS IN-MEMORY TABLE CAPACITY '
                          WS-FEATURE-MAX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       READ-FEATURE-SEQ.
           ADD 1 TO FEATURE-FILE-KEY.
           READ FEATURE-FILE
              INVALID KEY MOVE 'Y' TO WS-EOF-FEATURE
           END-READ.
           IF FS2 NOT = '00' AND FS2 NOT = '10' AND FS2 NOT = '23' THEN
              DISPLAY 'RULEBKT READ-FEATURE-SEQ FS2=' FS2
           END-IF.
           IF FS2 NOT = '00' THEN
              MOVE 'Y' TO WS-EOF-FEATURE
           END-IF.

      *    THE PERIOD RECORD RIDES UNDER THE SAME RELATIVE KEY AS THE
      *    ORDER'S FEATURE RECORD - A MISSING ONE MEANS THE SIBLINGS
      *    ARE OUT OF STEP, WHICH IS NOT RECOVERABLE HERE
       READ-PERIOD-REC.
           MOVE FEATURE-FILE-KEY TO PERIOD-FILE-KEY.
           READ PERIOD-FILE
              INVALID KEY
                 DISPLAY 'RULEBKT READ-PERIOD-REC FS3=' FS3
                 STOP RUN
           END-READ.

       BACKTEST-RULES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ XREF-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-RULE-COUNT
                 PERFORM SCORE-HOLDOUT
                 PERFORM JUDGE-RULE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

      *    THE SAME COUNTS ASSOCRUL WORKS FROM, OVER THE HOLDOUT ONLY -
      *    ORDERS HOLDING THE ANTECEDENT, THE CONSEQUENT, AND BOTH
       SCORE-HOLDOUT.
           MOVE 0 TO WS-ANTE-CNT.
           MOVE 0 TO WS-CONS-CNT.
           MOVE 0 TO WS-COMB-CNT.
           PERFORM VARYING WS-FX FROM 1 BY 1
              UNTIL WS-FX > WS-HOLD-COUNT
              MOVE 'Y' TO WS-ANTE-HIT
              MOVE 'Y' TO WS-CONS-HIT
              PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > ITEM-MASK-WIDTH-MAX
                 IF XR-ANTE-SEQ(I:1) = '1' AND
                    WS-FEATURE-ENTRY(WS-FX)(I:1) NOT = '1' THEN
                    MOVE 'N' TO WS-ANTE-HIT
                 END-IF
                 IF XR-CONS-SEQ(I:1) = '1' AND
                    WS-FEATURE-ENTRY(WS-FX)(I:1) NOT = '1' THEN
                    MOVE 'N' TO WS-CONS-HIT
                 END-IF
              END-PERFORM
              IF WS-ANTE-HIT = 'Y' THEN
                 ADD 1 TO WS-ANTE-CNT
              END-IF
              IF WS-CONS-HIT = 'Y' THEN
                 ADD 1 TO WS-CONS-CNT
              END-IF
              IF WS-ANTE-HIT = 'Y' AND WS-CONS-HIT = 'Y' THEN
                 ADD 1 TO WS-COMB-CNT
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-HOLD-CONF.
           MOVE 0 TO WS-HOLD-LIFT.
           IF WS-ANTE-CNT > 0 THEN
              COMPUTE WS-HOLD-CONF ROUNDED =
                 WS-COMB-CNT * 100 / WS-ANTE-CNT
              IF WS-CONS-CNT > 0 THEN
                 COMPUTE WS-HOLD-LIFT ROUNDED =
                    (WS-COMB-CNT * WS-HOLD-COUNT) /
                    (WS-ANTE-CNT * WS-CONS-CNT)
              END-IF
           END-IF.

       JUDGE-RULE.
           COMPUTE WS-CONF-FLOOR ROUNDED =
              XR-CONFIDENCE * WS-FLAG-PCT / 100.
           IF WS-ANTE-CNT = 0 THEN
              MOVE 'NO EVID' TO WS-RULE-STATUS
              ADD 1 TO WS-NOEVID-COUNT
           ELSE
              IF WS-HOLD-CONF < WS-CONF-FLOOR THEN
                 MOVE 'FLAGGED' TO WS-RULE-STATUS
                 PERFORM WRITE-FLAG-REC
              ELSE
                 MOVE 'HOLDS' TO WS-RULE-STATUS
              END-IF
           END-IF.

       WRITE-FLAG-REC.
           MOVE XR-RULE-ID TO RF-RULE-ID.
           MOVE XR-ANTE-SEQ TO RF-ANTE-SEQ.
           MOVE XR-CONS-SEQ TO RF-CONS-SEQ.
           MOVE XR-CONFIDENCE TO RF-MINED-CONF.
           MOVE WS-HOLD-CONF TO RF-HOLD-CONF.
           MOVE WS-HOLD-FROM TO RF-HOLD-FROM.
           MOVE WS-HOLD-TO TO RF-HOLD-TO.
           MOVE WS-CYC-DATE TO RF-RUN-DATE.
           WRITE RULEFLG-REC.
           IF FS5 NOT = '00' THEN
              DISPLAY 'RULEBKT WRITE-FLAG-REC FS5=' FS5
              STOP RUN
           END-IF.
           ADD 1 TO WS-FLAG-COUNT.

      *****************************************************************
      * REPORT - ONE LINE PER RULE: MINED AGAINST HOLDOUT CONFIDENCE
      * AND LIFT, THE HOLDOUT COUNTS BEHIND THEM AND THE VERDICT
      *****************************************************************
       WRITE-REPORT-HEADER.
           MOVE WS-FLAG-PCT TO WS-PCT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULE HOLDOUT BACKTEST - MONTHS ' WS-HOLD-FROM
              ' TO ' WS-HOLD-TO ' - FLAG BELOW ' WS-PCT-DISP
              '% OF MINED CONFIDENCE - RUN ' WS-CYC-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-HOLD-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'HOLDOUT ORDERS ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULE   ANTECEDENT                     '
              'CONSEQUENT           MINED CF  HOLD CF '
              'MINED LIFT  HOLD LIFT  ANTE CNT  COMB CNT STATUS'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE XR-ANTE-SEQ TO WS-CUR-MASK.
           PERFORM BUILD-CODE-LIST.
           MOVE WS-CODE-LIST TO WS-ANTE-LIST.
           MOVE XR-CONS-SEQ TO WS-CUR-MASK.
           PERFORM BUILD-CODE-LIST.
           MOVE WS-CODE-LIST TO WS-CONS-LIST.
           MOVE XR-CONFIDENCE TO WS-CONF-DISP.
           MOVE WS-HOLD-CONF TO WS-CONF-DISP-2.
           MOVE XR-LIFT TO WS-LIFT-DISP.
           MOVE WS-HOLD-LIFT TO WS-LIFT-DISP-2.
           MOVE WS-ANTE-CNT TO WS-CNT-DISP.
           MOVE WS-COMB-CNT TO WS-CNT-DISP-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING XR-RULE-ID ' ' WS-ANTE-LIST(1:30) ' '
              WS-CONS-LIST(1:20) ' ' WS-CONF-DISP ' '
              WS-CONF-DISP-2 ' ' WS-LIFT-DISP ' ' WS-LIFT-DISP-2 ' '
              WS-CNT-DISP ' ' WS-CNT-DISP-2 ' ' WS-RULE-STATUS
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-RULE-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULES TESTED          ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-FLAG-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULES FLAGGED         ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-NOEVID-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULES WITHOUT EVIDENCE' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       BUILD-CODE-LIST.
           MOVE SPACES TO WS-CODE-LIST.
           PERFORM VARYING WS-XIDX FROM 1 BY 1
              UNTIL WS-XIDX > WS-XWALK-COUNT
              COMPUTE WS-COL = ITEM-MASK-WIDTH-MAX -
                 WS-XWALK-BITPOS(WS-XIDX) + 1
              IF WS-CUR-MASK(WS-COL:1) = '1' THEN
                 IF WS-CODE-LIST = SPACES THEN
                    MOVE WS-XWALK-CODE(WS-XIDX) TO WS-CODE-LIST
                 ELSE
                    STRING
                       WS-CODE-LIST DELIMITED BY '  '
                       ',' DELIMITED BY SIZE
                       WS-XWALK-CODE(WS-XIDX) DELIMITED BY '  '
                       INTO WS-CODE-LIST
                 END-IF
              END-IF
           END-PERFORM.

       OPEN-DATA.
           OPEN INPUT XREF-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'RULEBKT OPEN-DATA FS1=' FS1
              STOP RUN
           END-IF.
           OPEN INPUT FEATURE-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'RULEBKT OPEN-DATA FS2=' FS2
              STOP RUN
           END-IF.
           OPEN INPUT PERIOD-FILE.
           IF FS3 NOT = '00' THEN
              DISPLAY 'RULEBKT OPEN-DATA FS3=' FS3
              STOP RUN
           END-IF.
           OPEN INPUT XWALK-FILE.
           IF FS4 NOT = '00' THEN
              DISPLAY 'RULEBKT OPEN-DATA FS4=' FS4
              STOP RUN
           END-IF.
           OPEN OUTPUT FLAG-FILE.
           IF FS5 NOT = '00' THEN
              DISPLAY 'RULEBKT OPEN-DATA FS5=' FS5
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF FS6 NOT = '00' THEN
              DISPLAY 'RULEBKT OPEN-DATA FS6=' FS6
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE XREF-FILE.
           CLOSE FEATURE-FILE.
           CLOSE PERIOD-FILE.
           CLOSE XWALK-FILE.
           CLOSE FLAG-FILE.
           CLOSE REPORT-FILE.
