      *****************************************************************
      * Program name:    PRMSCORE
      * Original author: JORGE JANAITE NETO
      * Date:            20261005
      *
      * Changes:
      *---------
      * 20261005: initial release
      *
      *****************************************************************
      * PROMO-VERSUS-ORGANIC SUPPORT OF THE CONTROL ITEMSETS
      *
      * A FREQUENT BASKET CAN BE NOTHING MORE THAN LAST MONTH'S BUNDLE
      * PROMOTION. TXFEAT NOW FLAGS EVERY ORDER ON THE FEATPRMO
      * SIBLING WHEN ANY ITEM ON IT WAS ON THE PROMOTION CALENDAR THAT
      * DAY; THIS PROGRAM SCORES EACH CNTLDATA ITEMSET TWICE - ONCE
      * OVER THE PROMO ORDERS, ONCE OVER THE ORGANIC ONES - AND
      * WRITES THE TWO SUPPORT PERCENTAGES SIDE BY SIDE WITH THEIR
      * RATIO, SO BUYERS CAN SEE WHICH AFFINITIES SURVIVE WITHOUT A
      * DISCOUNT.
      *
      * SAME MATCH RULE AS FTFREQ - AN ORDER SUPPORTS AN ITEMSET WHEN
      * EVERY BIT OF THE ITEMSET IS SET ON THE ORDER'S MASK. AN ORDER
      * WITH NO FEATPRMO RECORD (LOADED BEFORE THE PROMOTION CALENDAR
      * WORK) IS NEITHER PROMO NOR ORGANIC AND IS LEFT OUT, WITH A
      * COUNT.
      *
      * INPUT:
      *    CNTLDATA dataset - THE CONTROL ITEMSETS (MASK LAYOUT)
      *    FEATDATA dataset - RELATIVE, ONE MASK PER ORDER
      *    FEATPRMO dataset - RELATIVE, PROMOTION FLAG PER ORDER, SAME
      *        RELATIVE KEY AS FEATDATA (SEE COPYBOOK FEATPRMO)
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *
      * OUTPUT:
      *    PROMOSUP dataset - ONE RECORD PER ITEMSET (SEE COPYBOOK
      *        PRMSUPR)
      *    PRMSRPT report - THE SAME WITH ITEM NAMES, PLUS THE ORDER
      *        COUNTS BEHIND THE PERCENTAGES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRMSCORE.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CNTLDATA
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS1.

           SELECT FEATURE-FILE ASSIGN TO FEATDATA
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS FEATURE-FILE-KEY
              FILE STATUS IS FS2.

           SELECT PRMO-FILE ASSIGN TO FEATPRMO
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS PRMO-FILE-KEY
              FILE STATUS IS FS3.

           SELECT XWALK-FILE ASSIGN TO ITEMXWLK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT PRMSUP-FILE ASSIGN TO PROMOSUP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT REPORT-FILE ASSIGN TO PRMSRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS6.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE.
       01  CONTROL-REC.
           COPY ITMMASK REPLACING ==:MASK-NAME:== BY ==CTL-SEQ==.

       FD  FEATURE-FILE.
       01  FEATURE-REC.
           COPY ITMMASK REPLACING ==:MASK-NAME:== BY ==SEQ==.

       FD  PRMO-FILE.
           COPY FEATPRMO.

       FD  XWALK-FILE.
           COPY ITEMXWLK.

       FD  PRMSUP-FILE.
           COPY PRMSUPR.

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
       01  PRMO-FILE-KEY         PIC 9(9)   VALUE 0.
       01  WS-COL                PIC 9(2).
       01  I                     PIC 9(2).

       01  WS-ORDER-COUNT        PIC 9(9)   VALUE 0.
       01  WS-PROMO-ORDERS       PIC 9(9)   VALUE 0.
       01  WS-ORGANIC-ORDERS     PIC 9(9)   VALUE 0.
       01  WS-UNFLAGGED-ORDERS   PIC 9(9)   VALUE 0.
       01  WS-ITEMSET-COUNT      PIC 9(9)   VALUE 0.

      *    EVERY FLAGGED ORDER'S MASK AND ITS PROMO FLAG - SAME
      *    IN-MEMORY TABLE IDIOM (AND GUARD) AS FTFREQ'S FEATURE TABLE
       01  WS-FEATURE-MAX        PIC 9(9)   VALUE 200000.
       01  WS-FEATURE-COUNT      PIC 9(9)   VALUE 0.
       01  WS-FX                 PIC 9(9).
       01  WS-FEATURE-TAB.
           05 WS-FEATURE-ENTRY OCCURS 200000 TIMES.
              10 WS-FEATURE-SEQ     PIC X(24).
              10 WS-FEATURE-PROMO   PIC X(1).

       01  WS-HIT                PIC X(1).
       01  WS-PROMO-FREQ         PIC 9(9).
       01  WS-ORGANIC-FREQ       PIC 9(9).

       01  WS-XWALK-MAX          PIC 9(4)   VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)   VALUE 0.
       01  WS-XWALK-TAB.
           05 WS-XWALK-ENTRY OCCURS 24 TIMES INDEXED BY WS-XIDX.
              10 WS-XWALK-CODE   PIC X(10).
              10 WS-XWALK-NAME   PIC X(20).
              10 WS-XWALK-BITPOS PIC 9(2).

       01  WS-NAME-LIST          PIC X(60).

       01  WS-CNT-DISP           PIC ZZZZZZZZ9.
       01  WS-CNT-DISP-2         PIC ZZZZZZZZ9.
       01  WS-PCT-DISP           PIC ZZ9.99.
       01  WS-PCT-DISP-2         PIC ZZ9.99.
       01  WS-LIFT-DISP          PIC ZZZZ9.9999.
       01  WS-LIFT-NOTE          PIC X(10).
       01  WS-RPT-LINE           PIC X(132).

       PROCEDURE DIVISION.
           PERFORM START-CYCLE-LOG.
           PERFORM OPEN-DATA.
           PERFORM LOAD-CROSSWALK.
           PERFORM LOAD-FLAGGED-ORDERS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SCORE-ITEMSETS.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM CLOSE-DATA.
           DISPLAY 'PRMSCORE ORDERS READ       ' WS-ORDER-COUNT.
           DISPLAY 'PRMSCORE PROMO ORDERS      ' WS-PROMO-ORDERS.
           DISPLAY 'PRMSCORE ORGANIC ORDERS    ' WS-ORGANIC-ORDERS.
           DISPLAY 'PRMSCORE UNFLAGGED ORDERS  ' WS-UNFLAGGED-ORDERS.
           DISPLAY 'PRMSCORE ITEMSETS SCORED   ' WS-ITEMSET-COUNT.
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
              DISPLAY 'PRMSCORE WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'PRMSCORE' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-ORDER-COUNT TO CY-IN-COUNT
              MOVE WS-ITEMSET-COUNT TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'PRMSCORE WRITE-CYCLE-LOG FS-CYC=' FS-CYC
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
                 ELSE
                    DISPLAY 'PRMSCORE LOAD-CROSSWALK ITEMXWLK EXCEEDS '
                       'IN-MEMORY TABLE CAPACITY ' WS-XWALK-MAX
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * ONE PASS OVER FEATDATA WITH ITS FEATPRMO SIBLING - EVERY
      * ORDER THAT CARRIES A PROMOTION FLAG IS KEPT WITH THE FLAG
      *****************************************************************
       LOAD-FLAGGED-ORDERS.
           PERFORM UNTIL WS-EOF-FEATURE = 'Y'
              PERFORM READ-FEATURE-SEQ
              IF WS-EOF-FEATURE NOT = 'Y' THEN
                 ADD 1 TO WS-ORDER-COUNT
                 PERFORM READ-PRMO-REC
              END-IF
           END-PERFORM.

       READ-FEATURE-SEQ.
           ADD 1 TO FEATURE-FILE-KEY.
           READ FEATURE-FILE
              INVALID KEY MOVE 'Y' TO WS-EOF-FEATURE
           END-READ.
           IF FS2 NOT = '00' AND FS2 NOT = '10' AND FS2 NOT = '23' THEN
              DISPLAY 'PRMSCORE READ-FEATURE-SEQ FS2=' FS2
           END-IF.
           IF FS2 NOT = '00' THEN
              MOVE 'Y' TO WS-EOF-FEATURE
           END-IF.

      *    NO FEATPRMO RECORD UNDER THE ORDER'S KEY MEANS THE ORDER WAS
      *    LOADED BEFORE THE PROMOTION CALENDAR EXISTED - IT CANNOT BE
      *    CALLED EITHER WAY, SO IT IS COUNTED AND LEFT OUT
       READ-PRMO-REC.
           MOVE FEATURE-FILE-KEY TO PRMO-FILE-KEY.
           READ PRMO-FILE
              INVALID KEY MOVE SPACE TO FM-PROMO-FLAG
           END-READ.
           IF FS3 NOT = '00' THEN
              MOVE SPACE TO FM-PROMO-FLAG
           END-IF.
           IF FM-PROMO-FLAG = 'Y' OR FM-PROMO-FLAG = 'N' THEN
              IF WS-FEATURE-COUNT < WS-FEATURE-MAX THEN
                 ADD 1 TO WS-FEATURE-COUNT
                 MOVE SEQ TO WS-FEATURE-SEQ(WS-FEATURE-COUNT)
                 MOVE FM-PROMO-FLAG TO
                    WS-FEATURE-PROMO(WS-FEATURE-COUNT)
                 IF FM-PROMO-FLAG = 'Y' THEN
                    ADD 1 TO WS-PROMO-ORDERS
                 ELSE
                    ADD 1 TO WS-ORGANIC-ORDERS
                 END-IF
              ELSE
                 DISPLAY 'PRMSCORE READ-PRMO-REC FEATDATA EXCEEDS '
                    'IN-MEMORY TABLE CAPACITY ' WS-FEATURE-MAX
              END-IF
           ELSE
              ADD 1 TO WS-UNFLAGGED-ORDERS
           END-IF.

       SCORE-ITEMSETS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CONTROL-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-ITEMSET-COUNT
                 PERFORM COUNT-ITEMSET
                 PERFORM SET-SUPPORT-VALUES
                 PERFORM WRITE-PRMSUP-REC
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

       COUNT-ITEMSET.
           MOVE 0 TO WS-PROMO-FREQ.
           MOVE 0 TO WS-ORGANIC-FREQ.
           PERFORM VARYING WS-FX FROM 1 BY 1
              UNTIL WS-FX > WS-FEATURE-COUNT
              MOVE 'Y' TO WS-HIT
              PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > ITEM-MASK-WIDTH-MAX OR WS-HIT = 'N'
                 IF CTL-SEQ(I:1) = '1' AND
                    WS-FEATURE-SEQ(WS-FX)(I:1) NOT = '1' THEN
                    MOVE 'N' TO WS-HIT
                 END-IF
              END-PERFORM
              IF WS-HIT = 'Y' THEN
                 IF WS-FEATURE-PROMO(WS-FX) = 'Y' THEN
                    ADD 1 TO WS-PROMO-FREQ
                 ELSE
                    ADD 1 TO WS-ORGANIC-FREQ
                 END-IF
              END-IF
           END-PERFORM.

      *    THE RATIO IS WORKED FROM THE COUNTS, NOT THE ROUNDED
      *    PERCENTAGES - PROMO SHARE OVER ORGANIC SHARE
       SET-SUPPORT-VALUES.
           MOVE CTL-SEQ TO PS-SEQ.
           MOVE WS-PROMO-FREQ TO PS-PROMO-FREQ.
           MOVE WS-ORGANIC-FREQ TO PS-ORGANIC-FREQ.
           MOVE 0 TO PS-PROMO-PCT.
           MOVE 0 TO PS-ORGANIC-PCT.
           MOVE 0 TO PS-PROMO-LIFT.
           MOVE SPACES TO WS-LIFT-NOTE.
           IF WS-PROMO-ORDERS > 0 THEN
              COMPUTE PS-PROMO-PCT ROUNDED =
                 WS-PROMO-FREQ * 100 / WS-PROMO-ORDERS
           END-IF.
           IF WS-ORGANIC-ORDERS > 0 THEN
              COMPUTE PS-ORGANIC-PCT ROUNDED =
                 WS-ORGANIC-FREQ * 100 / WS-ORGANIC-ORDERS
           END-IF.
           IF WS-PROMO-FREQ > 0 THEN
              IF WS-ORGANIC-FREQ = 0 THEN
                 MOVE 99999.9999 TO PS-PROMO-LIFT
                 MOVE 'PROMO ONLY' TO WS-LIFT-NOTE
              ELSE
                 COMPUTE PS-PROMO-LIFT ROUNDED =
                    (WS-PROMO-FREQ * WS-ORGANIC-ORDERS) /
                    (WS-ORGANIC-FREQ * WS-PROMO-ORDERS)
              END-IF
           END-IF.

       WRITE-PRMSUP-REC.
           WRITE PRMSUP-REC.
           IF FS5 NOT = '00' THEN
              DISPLAY 'PRMSCORE WRITE-PRMSUP-REC FS5=' FS5
              STOP RUN
           END-IF.

      *****************************************************************
      * REPORT - ONE LINE PER ITEMSET: PROMO AND ORGANIC COUNTS AND
      * SUPPORT SIDE BY SIDE, THEN THE PROMO-LIFT RATIO
      *****************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PROMO VERSUS ORGANIC ITEMSET SUPPORT - RUN '
              WS-CYC-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-PROMO-ORDERS TO WS-CNT-DISP.
           MOVE WS-ORGANIC-ORDERS TO WS-CNT-DISP-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PROMO ORDERS ' WS-CNT-DISP
              '   ORGANIC ORDERS ' WS-CNT-DISP-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ITEMSET                                      '
              '        PROMO CNT PROMO %  ORGANIC CNT  ORG % '
              'PROMO LIFT'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-REPORT-LINE.
           PERFORM BUILD-NAME-LIST.
           MOVE PS-PROMO-FREQ TO WS-CNT-DISP.
           MOVE PS-PROMO-PCT TO WS-PCT-DISP.
           MOVE PS-ORGANIC-FREQ TO WS-CNT-DISP-2.
           MOVE PS-ORGANIC-PCT TO WS-PCT-DISP-2.
           MOVE PS-PROMO-LIFT TO WS-LIFT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-LIFT-NOTE = SPACES THEN
              STRING WS-NAME-LIST(1:52) ' ' WS-CNT-DISP '  '
                 WS-PCT-DISP '    ' WS-CNT-DISP-2 ' ' WS-PCT-DISP-2
                 ' ' WS-LIFT-DISP
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING WS-NAME-LIST(1:52) ' ' WS-CNT-DISP '  '
                 WS-PCT-DISP '    ' WS-CNT-DISP-2 ' ' WS-PCT-DISP-2
                 ' ' WS-LIFT-NOTE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-ITEMSET-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ITEMSETS SCORED          ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-ORDER-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ORDERS READ              ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-UNFLAGGED-ORDERS TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ORDERS WITHOUT PROMO FLAG' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       BUILD-NAME-LIST.
           MOVE SPACES TO WS-NAME-LIST.
           PERFORM VARYING WS-XIDX FROM 1 BY 1
              UNTIL WS-XIDX > WS-XWALK-COUNT
              COMPUTE WS-COL = ITEM-MASK-WIDTH-MAX -
                 WS-XWALK-BITPOS(WS-XIDX) + 1
              IF CTL-SEQ(WS-COL:1) = '1' THEN
                 IF WS-NAME-LIST = SPACES THEN
                    MOVE WS-XWALK-NAME(WS-XIDX) TO WS-NAME-LIST
                 ELSE
                    STRING
                       WS-NAME-LIST DELIMITED BY '  '
                       ', '        DELIMITED BY SIZE
                       WS-XWALK-NAME(WS-XIDX) DELIMITED BY '  '
                       INTO WS-NAME-LIST
                 END-IF
              END-IF
           END-PERFORM.

       OPEN-DATA.
           OPEN INPUT CONTROL-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'PRMSCORE OPEN-DATA FS1=' FS1
              STOP RUN
           END-IF.
           OPEN INPUT FEATURE-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'PRMSCORE OPEN-DATA FS2=' FS2
              STOP RUN
           END-IF.
           OPEN INPUT PRMO-FILE.
           IF FS3 NOT = '00' THEN
              DISPLAY 'PRMSCORE OPEN-DATA FS3=' FS3
              STOP RUN
           END-IF.
           OPEN INPUT XWALK-FILE.
           IF FS4 NOT = '00' THEN
              DISPLAY 'PRMSCORE OPEN-DATA FS4=' FS4
              STOP RUN
           END-IF.
           OPEN OUTPUT PRMSUP-FILE.
           IF FS5 NOT = '00' THEN
              DISPLAY 'PRMSCORE OPEN-DATA FS5=' FS5
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF FS6 NOT = '00' THEN
              DISPLAY 'PRMSCORE OPEN-DATA FS6=' FS6
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE CONTROL-FILE.
           CLOSE FEATURE-FILE.
           CLOSE PRMO-FILE.
           CLOSE XWALK-FILE.
           CLOSE PRMSUP-FILE.
           CLOSE REPORT-FILE.
