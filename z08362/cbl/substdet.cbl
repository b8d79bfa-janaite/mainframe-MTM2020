      *****************************************************************
      * Program name:    SUBSTDET
      * Original author: JORGE JANAITE NETO
      * Date:            20261006
      *
      * Changes:
      *---------
      * 20261006: initial release
      * 20261015: a non-numeric PARM lift ceiling or minimum expected
      *           count is displayed and ends the step with 8 (both
      *           were moved into numeric fields unchecked); a blank
      *           field keeps its default
      *
      *****************************************************************
      * SUBSTITUTE-PAIR DETECTION
      *
      * COOCRPT SHOWS RAW PAIRWISE COUNTS AND ASSOCRUL ONLY SCORES
      * PAIRS THAT CLEARED THE SUPPORT FILTER, SO PAIRS BOUGHT
      * TOGETHER MUCH LESS OFTEN THAN CHANCE WOULD PREDICT - BRAND A
      * AGAINST ITS DIRECT COMPETITOR BRAND B - NEVER SHOW UP. THIS
      * PROGRAM TALLIES EVERY ITEM PAIR STRAIGHT OFF FEATDATA (SAME
      * PASS AS COOCRPT), WORKS OUT HOW MANY ORDERS WOULD HOLD BOTH
      * ITEMS IF THEY WERE BOUGHT INDEPENDENTLY, AND WRITES THE PAIRS
      * WHOSE OBSERVED-OVER-EXPECTED LIFT FALLS AT OR BELOW THE
      * OPERATOR'S CEILING AS SUBSTITUTES.
      *
      * A PAIR IS ONLY SIGNIFICANT WHEN CHANCE ALONE WOULD HAVE PUT
      * IT ON ENOUGH ORDERS - TWO SLOW SELLERS NEVER SEEN TOGETHER
      * PROVE NOTHING - SO THE EXPECTED COUNT MUST ALSO REACH THE
      * OPERATOR'S MINIMUM.
      *
      * INPUT:
      *    FEATDATA dataset - RELATIVE, ONE MASK PER ORDER
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *
      * PARM: 05(3) LIFT CEILING AS 9V99 ('050' = 0.50, THE DEFAULT;
      *          MUST BE BELOW 1.00)
      *       05(5) MINIMUM EXPECTED ORDERS (DEFAULT 00005)
      *
      * OUTPUT:
      *    SUBSTPR dataset - ONE RECORD PER SUBSTITUTE PAIR (SEE
      *        COPYBOOK SUBSTPR), RANKED DESCENDING BY NEGATIVE
      *        AFFINITY, THEN DESCENDING BY EXPECTED ORDERS
      *    SUBSTRPT report - THE SAME PAIRS WITH ITEMXWLK NAMES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUBSTDET.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEATURE-FILE ASSIGN TO FEATDATA
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS FEATURE-FILE-KEY
              FILE STATUS IS FS1.

           SELECT XWALK-FILE ASSIGN TO ITEMXWLK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS2.

           SELECT SUBST-FILE ASSIGN TO SUBSTPR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

           SELECT REPORT-FILE ASSIGN TO SUBSTRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT SORT-FILE ASSIGN TO SORTWK1.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  FEATURE-FILE.
       01  FEATURE-REC.
           COPY ITMMASK REPLACING ==:MASK-NAME:== BY ==SEQ==.

       FD  XWALK-FILE.
           COPY ITEMXWLK.

       FD  SUBST-FILE.
           COPY SUBSTPR.

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(132).

       SD  SORT-FILE.
       01  SD-PAIR-REC.
           05 SD-NEG-AFFINITY       PIC 9(1)V9(4).
           05 SD-EXPECTED           PIC 9(9)V9(2).
           05 SD-LIFT               PIC 9(1)V9(4).
           05 SD-AX                 PIC 9(2).
           05 SD-BX                 PIC 9(2).

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
       01  WS-EOF                PIC X(1)   VALUE 'N'.
       01  FEATURE-FILE-KEY      PIC 9(9)   VALUE 0.

       01  WS-ORDER-COUNT        PIC 9(9)   VALUE 0.
       01  WS-PAIR-COUNT         PIC 9(9)   VALUE 0.
       01  WS-TESTED-COUNT       PIC 9(9)   VALUE 0.

       01  WS-MAX-LIFT-X.
           05 WS-MAX-LIFT        PIC 9(1)V9(2) VALUE 0.50.
       01  WS-MIN-EXPECTED       PIC 9(5)   VALUE 5.

      *    ORDER COUNTS BY CROSSWALK ENTRY - THE DIAGONAL CARRIES THE
      *    ORDERS HOLDING THE ITEM AT ALL, THE OTHER CELLS THE ORDERS
      *    HOLDING BOTH (SAME MATRIX AS COOCRPT, INDEXED BY ITEMXWLK
      *    ENTRY RATHER THAN MASK COLUMN)
       01  WS-MATRIX.
           05 WS-MX-ROW OCCURS 24 TIMES.
              10 WS-MX-CELL      PIC 9(9) OCCURS 24 TIMES.

       01  WS-AX                 PIC 9(2).
       01  WS-BX                 PIC 9(2).
       01  WS-EXPECTED           PIC 9(9)V9(2).
       01  WS-OBSERVED           PIC 9(9).

       01  WS-XWALK-MAX          PIC 9(4)   VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)   VALUE 0.
       01  WS-XWALK-TAB.
           05 WS-XWALK-ENTRY OCCURS 24 TIMES INDEXED BY WS-XIDX.
              10 WS-XWALK-CODE   PIC X(10).
              10 WS-XWALK-NAME   PIC X(20).
              10 WS-XWALK-BITPOS PIC 9(2).
              10 WS-XWALK-COL    PIC 9(2).

       01  WS-CNT-DISP           PIC ZZZZZZZZ9.
       01  WS-EXP-DISP           PIC ZZZZZZZZ9.99.
       01  WS-LIFT-DISP          PIC 9.9999.
       01  WS-SCORE-DISP         PIC 9.9999.
       01  WS-CEIL-DISP          PIC 9.99.
       01  WS-MIN-DISP           PIC ZZZZ9.
       01  WS-RPT-LINE           PIC X(132).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-MAX-LIFT     PIC X(3).
              10 PARM-MIN-EXPECTED PIC X(5).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           IF PARM-LENGTH > 2 THEN
              IF PARM-MAX-LIFT NOT = SPACES THEN
                 IF PARM-MAX-LIFT NOT NUMERIC THEN
                    DISPLAY 'SUBSTDET LIFT CEILING ' PARM-MAX-LIFT
                       ' NOT NUMERIC'
                    MOVE 8 TO RETURN-CODE
                    PERFORM WRITE-CYCLE-LOG
                    STOP RUN
                 END-IF
                 MOVE PARM-MAX-LIFT TO WS-MAX-LIFT-X
              END-IF
           END-IF.
           IF PARM-LENGTH > 7 THEN
              IF PARM-MIN-EXPECTED NOT = SPACES THEN
                 IF PARM-MIN-EXPECTED NOT NUMERIC THEN
                    DISPLAY 'SUBSTDET MINIMUM EXPECTED '
                       PARM-MIN-EXPECTED ' NOT NUMERIC'
                    MOVE 8 TO RETURN-CODE
                    PERFORM WRITE-CYCLE-LOG
                    STOP RUN
                 END-IF
                 MOVE PARM-MIN-EXPECTED TO WS-MIN-EXPECTED
              END-IF
           END-IF.
           IF WS-MAX-LIFT NOT < 1 THEN
              DISPLAY 'SUBSTDET LIFT CEILING ' WS-MAX-LIFT-X
                 ' MUST BE BELOW 100 (1.00)'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           IF WS-MIN-EXPECTED = 0 THEN
              MOVE 1 TO WS-MIN-EXPECTED
           END-IF.
           MOVE ZEROS TO WS-MATRIX.
           PERFORM OPEN-DATA.
           PERFORM LOAD-CROSSWALK.
           PERFORM TALLY-ORDERS.
           PERFORM WRITE-REPORT-HEADER.
           SORT SORT-FILE
              ON DESCENDING KEY SD-NEG-AFFINITY
              ON DESCENDING KEY SD-EXPECTED
              INPUT PROCEDURE IS BUILD-PAIRS
              OUTPUT PROCEDURE IS WRITE-PAIRS.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM CLOSE-DATA.
           DISPLAY 'SUBSTDET ORDERS READ       ' WS-ORDER-COUNT.
           DISPLAY 'SUBSTDET PAIRS TESTED      ' WS-TESTED-COUNT.
           DISPLAY 'SUBSTDET SUBSTITUTE PAIRS  ' WS-PAIR-COUNT.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

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
              DISPLAY 'SUBSTDET WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'SUBSTDET' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-ORDER-COUNT TO CY-IN-COUNT
              MOVE WS-PAIR-COUNT TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'SUBSTDET WRITE-CYCLE-LOG FS-CYC=' FS-CYC
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
                    MOVE XWLK-ITEM-NAME TO WS-XWALK-NAME(WS-XIDX)
                    MOVE XWLK-BIT-POS   TO WS-XWALK-BITPOS(WS-XIDX)
                    COMPUTE WS-XWALK-COL(WS-XIDX) =
                       ITEM-MASK-WIDTH-MAX - XWLK-BIT-POS + 1
                 ELSE
                    DISPLAY 'SUBSTDET LOAD-CROSSWALK ITEMXWLK EXCEEDS '
                       'IN-MEMORY TABLE CAPACITY ' WS-XWALK-MAX
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * ONE PASS OVER FEATDATA - EVERY PAIR OF CROSSWALKED ITEMS ON THE
      * ORDER BUMPS ITS CELL, EVERY ITEM BUMPS ITS OWN DIAGONAL
      *****************************************************************
       TALLY-ORDERS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM READ-FEATURE-SEQ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-ORDER-COUNT
                 PERFORM TALLY-ONE-ORDER
              END-IF
           END-PERFORM.

       READ-FEATURE-SEQ.
           ADD 1 TO FEATURE-FILE-KEY.
           READ FEATURE-FILE
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-READ.
           IF FS1 NOT = '00' AND FS1 NOT = '10' AND FS1 NOT = '23' THEN
              DISPLAY 'SUBSTDET READ-FEATURE-SEQ FS1=' FS1
           END-IF.
           IF FS1 NOT = '00' THEN
              MOVE 'Y' TO WS-EOF
           END-IF.

       TALLY-ONE-ORDER.
           PERFORM VARYING WS-AX FROM 1 BY 1
              UNTIL WS-AX > WS-XWALK-COUNT
              IF SEQ(WS-XWALK-COL(WS-AX):1) = '1' THEN
                 ADD 1 TO WS-MX-CELL(WS-AX, WS-AX)
                 PERFORM VARYING WS-BX FROM WS-AX BY 1
                    UNTIL WS-BX > WS-XWALK-COUNT
                    IF WS-BX > WS-AX AND
                       SEQ(WS-XWALK-COL(WS-BX):1) = '1' THEN
                       ADD 1 TO WS-MX-CELL(WS-AX, WS-BX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *****************************************************************
      * SORT INPUT - EVERY PAIR WHOSE EXPECTED COUNT REACHES THE
      * MINIMUM AND WHOSE LIFT IS AT OR BELOW THE CEILING. ONLY PAIRS
      * SEEN LESS OFTEN THAN EXPECTED ARE SCORED AT ALL, SO THE LIFT
      * ALWAYS FITS BELOW 1
      *****************************************************************
       BUILD-PAIRS.
           IF WS-ORDER-COUNT > 0 THEN
              PERFORM VARYING WS-AX FROM 1 BY 1
                 UNTIL WS-AX > WS-XWALK-COUNT
                 PERFORM VARYING WS-BX FROM WS-AX BY 1
                    UNTIL WS-BX > WS-XWALK-COUNT
                    IF WS-BX > WS-AX THEN
                       PERFORM TEST-PAIR
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF.

       TEST-PAIR.
           COMPUTE WS-EXPECTED ROUNDED =
              WS-MX-CELL(WS-AX, WS-AX) * WS-MX-CELL(WS-BX, WS-BX)
              / WS-ORDER-COUNT.
           MOVE WS-MX-CELL(WS-AX, WS-BX) TO WS-OBSERVED.
           IF WS-EXPECTED >= WS-MIN-EXPECTED THEN
              ADD 1 TO WS-TESTED-COUNT
              IF WS-OBSERVED < WS-EXPECTED THEN
                 COMPUTE SD-LIFT ROUNDED =
                    WS-OBSERVED * WS-ORDER-COUNT /
                    (WS-MX-CELL(WS-AX, WS-AX) *
                     WS-MX-CELL(WS-BX, WS-BX))
                 IF SD-LIFT <= WS-MAX-LIFT THEN
                    COMPUTE SD-NEG-AFFINITY = 1 - SD-LIFT
                    MOVE WS-EXPECTED TO SD-EXPECTED
                    MOVE WS-AX TO SD-AX
                    MOVE WS-BX TO SD-BX
                    RELEASE SD-PAIR-REC
                 END-IF
              END-IF
           END-IF.

       WRITE-PAIRS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              RETURN SORT-FILE INTO SD-PAIR-REC
                 AT END MOVE 'Y' TO WS-EOF
              END-RETURN
              IF WS-EOF NOT = 'Y' THEN
                 PERFORM WRITE-SUBST-REC
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

       WRITE-SUBST-REC.
           MOVE SD-AX TO WS-AX.
           MOVE SD-BX TO WS-BX.
           MOVE WS-XWALK-CODE(WS-AX) TO SB-ITEM-A.
           MOVE WS-XWALK-CODE(WS-BX) TO SB-ITEM-B.
           MOVE WS-MX-CELL(WS-AX, WS-AX) TO SB-ORDERS-A.
           MOVE WS-MX-CELL(WS-BX, WS-BX) TO SB-ORDERS-B.
           MOVE WS-MX-CELL(WS-AX, WS-BX) TO SB-OBSERVED.
           MOVE SD-EXPECTED TO SB-EXPECTED.
           MOVE SD-LIFT TO SB-LIFT.
           MOVE SD-NEG-AFFINITY TO SB-NEG-AFFINITY.
           WRITE SUBSTPR-REC.
           IF FS3 NOT = '00' THEN
              DISPLAY 'SUBSTDET WRITE-SUBST-REC FS3=' FS3
              STOP RUN
           END-IF.
           ADD 1 TO WS-PAIR-COUNT.

      *****************************************************************
      * PRINTED REPORT - ONE LINE PER PAIR IN RANK ORDER, CODES AND
      * NAMES FOR BOTH ITEMS
      *****************************************************************
       WRITE-REPORT-HEADER.
           MOVE WS-MAX-LIFT TO WS-CEIL-DISP.
           MOVE WS-MIN-EXPECTED TO WS-MIN-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SUBSTITUTE PAIRS - LIFT AT OR BELOW ' WS-CEIL-DISP
              ', EXPECTED ORDERS AT LEAST ' WS-MIN-DISP
              ' - RUN ' WS-CYC-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-ORDER-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ORDERS READ ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ITEM A                          '
              'ITEM B                          '
              ' OBSERVED     EXPECTED   LIFT NEG-AFF'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE SB-OBSERVED TO WS-CNT-DISP.
           MOVE SB-EXPECTED TO WS-EXP-DISP.
           MOVE SB-LIFT TO WS-LIFT-DISP.
           MOVE SB-NEG-AFFINITY TO WS-SCORE-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-XWALK-CODE(WS-AX) ' ' WS-XWALK-NAME(WS-AX) ' '
              WS-XWALK-CODE(WS-BX) ' ' WS-XWALK-NAME(WS-BX) ' '
              WS-CNT-DISP ' ' WS-EXP-DISP ' ' WS-LIFT-DISP ' '
              WS-SCORE-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-TESTED-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PAIRS TESTED          ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-PAIR-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SUBSTITUTE PAIRS      ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       OPEN-DATA.
           OPEN INPUT FEATURE-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'SUBSTDET OPEN-DATA FS1=' FS1
              STOP RUN
           END-IF.
           OPEN INPUT XWALK-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'SUBSTDET OPEN-DATA FS2=' FS2
              STOP RUN
           END-IF.
           OPEN OUTPUT SUBST-FILE.
           IF FS3 NOT = '00' THEN
              DISPLAY 'SUBSTDET OPEN-DATA FS3=' FS3
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF FS4 NOT = '00' THEN
              DISPLAY 'SUBSTDET OPEN-DATA FS4=' FS4
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE FEATURE-FILE.
           CLOSE XWALK-FILE.
           CLOSE SUBST-FILE.
           CLOSE REPORT-FILE.
