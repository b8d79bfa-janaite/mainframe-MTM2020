      *****************************************************************
      * Program name:    NBOFFER
      * Original author: JORGE JANAITE NETO
      * Date:            20261002
      *
      * Changes:
      *---------
      * 20261002: initial release
      * 20261015: antecedent and consequent item-code lists widened
      *           from 40 to 50 bytes, the same as RULEXTR's, so a
      *           long rule is no longer cut short - NBOLOAD records
      *           are now 134 bytes; rules flagged by the RULEBKT
      *           holdout backtest (RULEFLAG dataset, optional) are
      *           no longer offered, now that RULEXTR leaves them on
      *           RULEXREF for RULEBKT to re-test
      *
      *****************************************************************
      * NEXT-BEST-OFFER LOAD FILE, ONE TO FIVE OFFERS PER ACCOUNT
      *
      * CAMPAUD ANSWERS "WHO GETS THIS RULE"; CRM WANTS THE OTHER
      * VIEW - "WHAT ARE THIS ACCOUNT'S BEST OFFERS ACROSS EVERY
      * RULE". THIS PROGRAM BUILDS EACH ACCOUNT'S PURCHASE HISTORY
      * FROM AXREF AS THE OR OF ALL ITS ORDER MASKS AND MATCHES IT
      * AGAINST EVERY RULE ON RULEXREF: A RULE IS AN OFFER FOR THE
      * ACCOUNT WHEN THE HISTORY HOLDS THE WHOLE ANTECEDENT AND NONE
      * OF THE CONSEQUENT. OFFERS ARE RANKED BY LIFT, THEN BY
      * CONFIDENCE, AND THE TOP N ARE WRITTEN - ONLY THE BEST RULE
      * FOR ANY ONE CONSEQUENT, SO AN ACCOUNT IS NEVER OFFERED THE
      * SAME ITEM TWICE. A RULE ON RULEFLAG (RULEBKT FLAGGED IT AS NOT
      * HOLDING UP OUT OF SAMPLE) IS NEVER OFFERED, MATCHED ON THE
      * ANTECEDENT AND CONSEQUENT MASKS THE SAME WAY RULEXTR DOES.
      *
      * THE RULE IDS ARE RULEXTR'S, SO THE REP'S SCREEN, THE MAILING
      * HOUSE AND CAMPRSP ALL SPEAK OF THE SAME RULE.
      *
      * INPUT:
      *    AXREF dataset - INDEXED ACCOUNT/ORDER-KEY CROSS-REFERENCE
      *        (AXREFBLD'S OUTPUT)
      *    RULEXREF dataset - RULEXTR's RULE-ID CROSS-REFERENCE
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *    RULEFLAG dataset - RULEBKT'S FLAGGED RULES (OPTIONAL)
      *
      * PARM: 05(1) OFFERS PER ACCOUNT, 1-5 (DEFAULT 3)
      *
      * OUTPUT:
      *    NBOLOAD dataset - FIXED LAYOUT, 134 BYTES: 'H' HEADER (RUN
      *        DATE, OFFERS PER ACCOUNT), ONE 'D' RECORD PER OFFER
      *        KEYED BY ACCOUNT + RANK (RULE ID, ANTECEDENT AND
      *        CONSEQUENT ITEM CODES, CONFIDENCE, LIFT), 'T' CONTROL
      *        TRAILER (ACCOUNTS READ, ACCOUNTS WITH AND WITHOUT AN
      *        OFFER, OFFER RECORDS, RULES LOADED)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NBOFFER.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AXREF-FILE ASSIGN TO AXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AX-KEY
              FILE STATUS IS FS1.

           SELECT XREF-FILE ASSIGN TO RULEXREF
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS2.

           SELECT XWALK-FILE ASSIGN TO ITEMXWLK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

           SELECT NBO-FILE ASSIGN TO NBOLOAD
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT FLAG-FILE ASSIGN TO RULEFLAG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT SORT-FILE ASSIGN TO SORTWK1.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  AXREF-FILE.
       01  AXREF-REC.
           05 AX-KEY.
              10 AX-ACCOUNT          PIC X(10).
              10 AX-ORDKEY           PIC 9(9).
           05 AX-SEQ                 PIC X(24).

       FD  XREF-FILE.
       01  XREF-REC.
           05 XR-RULE-ID       PIC X(6).
           05 XR-ANTE-SEQ      PIC X(24).
           05 XR-CONS-SEQ      PIC X(24).
           05 XR-ANTE-FREQ     PIC 9(9).
           05 XR-COMB-FREQ     PIC 9(9).
           05 XR-CONFIDENCE    PIC 9(3)V9(4).
           05 XR-LIFT          PIC 9(5)V9(4).

       FD  XWALK-FILE.
           COPY ITEMXWLK.

       FD  NBO-FILE.
       01  NBO-HDR-REC.
           05 NH-TYPE          PIC X(1).
           05 NH-RUN-DATE      PIC X(8).
           05 NH-OFFER-MAX     PIC 9(1).
           05 FILLER           PIC X(124).
       01  NBO-DET-REC.
           05 ND-TYPE          PIC X(1).
           05 ND-KEY.
              10 ND-ACCOUNT    PIC X(10).
              10 ND-RANK       PIC 9(1).
           05 ND-RULE-ID       PIC X(6).
           05 ND-ANTE-ITEMS    PIC X(50).
           05 ND-CONS-ITEMS    PIC X(50).
           05 ND-CONFIDENCE    PIC 9(3)V9(4).
           05 ND-LIFT          PIC 9(5)V9(4).
       01  NBO-TRL-REC.
           05 NT-TYPE          PIC X(1).
           05 NT-ACCOUNTS      PIC 9(9).
           05 NT-OFFER-ACCTS   PIC 9(9).
           05 NT-NO-OFFER      PIC 9(9).
           05 NT-OFFERS        PIC 9(9).
           05 NT-RULES         PIC 9(9).
           05 FILLER           PIC X(88).

       FD  FLAG-FILE.
           COPY RULEFLG.

       SD  SORT-FILE.
       01  SD-RULE-REC.
           05 SD-LIFT          PIC 9(5)V9(4).
           05 SD-CONFIDENCE    PIC 9(3)V9(4).
           05 SD-RULE-ID       PIC X(6).
           05 SD-ANTE-SEQ      PIC X(24).
           05 SD-CONS-SEQ      PIC X(24).

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
       01  WS-EOF                PIC X(1).
       01  WS-EOF-XREF           PIC X(1)   VALUE 'N'.
       01  WS-COL                PIC 9(2).
       01  I                     PIC 9(2).

       01  WS-OFFER-LIMIT        PIC 9(1)   VALUE 5.
       01  WS-OFFER-MAX          PIC 9(1)   VALUE 3.

       01  WS-XREF-COUNT         PIC 9(9)   VALUE 0.
       01  WS-ACCT-COUNT         PIC 9(9)   VALUE 0.
       01  WS-OFFER-ACCTS        PIC 9(9)   VALUE 0.
       01  WS-NO-OFFER-COUNT     PIC 9(9)   VALUE 0.
       01  WS-OFFER-COUNT        PIC 9(9)   VALUE 0.
       01  WS-CUR-ACCOUNT        PIC X(10)  VALUE SPACES.
       01  WS-HIST-SEQ           PIC X(24).
       01  WS-ACCT-ORDERS        PIC 9(9)   VALUE 0.

      *    EVERY RULEXREF RULE, RANKED BY LIFT THEN CONFIDENCE, WITH
      *    ITS ITEM CODES TRANSLATED ONCE UP FRONT - SAME IN-MEMORY
      *    TABLE IDIOM (AND GUARD) AS FTFREQ'S FEATURE TABLE
       01  WS-RULE-MAX           PIC 9(4)   VALUE 2000.
       01  WS-RULE-COUNT         PIC 9(4)   VALUE 0.
       01  WS-RX                 PIC 9(4).
       01  WS-RULE-TAB.
           05 WS-RULE-ENTRY OCCURS 2000 TIMES.
              10 WS-RULE-ID      PIC X(6).
              10 WS-RULE-ANTE    PIC X(24).
              10 WS-RULE-CONS    PIC X(24).
              10 WS-RULE-CONF    PIC 9(3)V9(4).
              10 WS-RULE-LIFT    PIC 9(5)V9(4).
              10 WS-RULE-ANTE-LIST PIC X(50).
              10 WS-RULE-CONS-LIST PIC X(50).

      *    THE RULES RULEBKT FLAGGED AS NOT HOLDING UP OUT OF SAMPLE -
      *    SAME TABLE AND MATCH AS RULEXTR'S
       01  WS-FLAG-MAX           PIC 9(4)   VALUE 2000.
       01  WS-FLAG-COUNT         PIC 9(4)   VALUE 0.
       01  WS-FLX                PIC 9(4).
       01  WS-RULE-FLAGGED       PIC X(1).
       01  WS-FLAG-SKIP-COUNT    PIC 9(9)   VALUE 0.
       01  WS-FLAG-TAB.
           05 WS-FLAG-ENTRY OCCURS 2000 TIMES.
              10 WS-FLAG-ANTE    PIC X(24).
              10 WS-FLAG-CONS    PIC X(24).

      *    THE CURRENT ACCOUNT'S OFFERS, IN RANK ORDER
       01  WS-PICK-COUNT         PIC 9(1)   VALUE 0.
       01  WS-PX                 PIC 9(1).
       01  WS-PICK-TAB.
           05 WS-PICK-RULE       PIC 9(4) OCCURS 5 TIMES.

       01  WS-RULE-FITS          PIC X(1).
       01  WS-CONS-TAKEN         PIC X(1).

       01  WS-XWALK-MAX          PIC 9(4)   VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)   VALUE 0.
       01  WS-XWALK-TAB.
           05 WS-XWALK-ENTRY OCCURS 24 TIMES INDEXED BY WS-XIDX.
              10 WS-XWALK-CODE   PIC X(10).
              10 WS-XWALK-BITPOS PIC 9(2).

       01  WS-CUR-MASK           PIC X(24).
       01  WS-CODE-LIST          PIC X(50).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-OFFER-MAX  PIC X(1).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-OFFER-MAX TO WS-OFFER-MAX
           END-IF.
           IF WS-OFFER-MAX = 0 OR WS-OFFER-MAX > WS-OFFER-LIMIT THEN
              DISPLAY 'NBOFFER OFFERS PER ACCOUNT MUST BE 1-'
                 WS-OFFER-LIMIT
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM OPEN-DATA.
           PERFORM LOAD-CROSSWALK.
           PERFORM LOAD-RULE-FLAGS.
           SORT SORT-FILE
              ON DESCENDING KEY SD-LIFT
              ON DESCENDING KEY SD-CONFIDENCE
              INPUT PROCEDURE IS RELEASE-RULES
              OUTPUT PROCEDURE IS LOAD-RULES.
           PERFORM WRITE-HEADER-REC.
           PERFORM SCAN-ACCOUNTS.
           PERFORM WRITE-TRAILER-REC.
           PERFORM CLOSE-DATA.
           DISPLAY 'NBOFFER RULES LOADED     ' WS-RULE-COUNT.
           DISPLAY 'NBOFFER RULES FLAGGED    ' WS-FLAG-SKIP-COUNT.
           DISPLAY 'NBOFFER AXREF RECORDS    ' WS-XREF-COUNT.
           DISPLAY 'NBOFFER ACCOUNTS         ' WS-ACCT-COUNT.
           DISPLAY 'NBOFFER WITH AN OFFER    ' WS-OFFER-ACCTS.
           DISPLAY 'NBOFFER WITH NO OFFER    ' WS-NO-OFFER-COUNT.
           DISPLAY 'NBOFFER OFFERS WRITTEN   ' WS-OFFER-COUNT.
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
              DISPLAY 'NBOFFER WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'NBOFFER' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-ACCT-COUNT TO CY-IN-COUNT
              MOVE WS-OFFER-COUNT TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'NBOFFER WRITE-CYCLE-LOG FS-CYC=' FS-CYC
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
                    DISPLAY 'NBOFFER LOAD-CROSSWALK ITEMXWLK EXCEEDS '
                       'IN-MEMORY TABLE CAPACITY ' WS-XWALK-MAX
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * RULEFLAG IS OPTIONAL - NOT CATALOGED (OR A DUMMY DD) MEANS NO
      * BACKTEST HAS FLAGGED ANYTHING, AND EVERY RULEXREF RULE IS AN
      * OFFER CANDIDATE
      *****************************************************************
       LOAD-RULE-FLAGS.
           OPEN INPUT FLAG-FILE.
           IF FS5 NOT = '00' THEN
              DISPLAY 'NBOFFER NO RULE FLAGS APPLIED (RULEFLAG FS5='
                 FS5 ')'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FLAG-FILE AT END MOVE 'Y' TO WS-EOF END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    IF WS-FLAG-COUNT < WS-FLAG-MAX THEN
                       ADD 1 TO WS-FLAG-COUNT
                       MOVE RF-ANTE-SEQ TO WS-FLAG-ANTE(WS-FLAG-COUNT)
                       MOVE RF-CONS-SEQ TO WS-FLAG-CONS(WS-FLAG-COUNT)
                    ELSE
                       DISPLAY 'NBOFFER LOAD-RULE-FLAGS RULEFLAG '
                          'EXCEEDS IN-MEMORY TABLE CAPACITY '
                          WS-FLAG-MAX
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE FLAG-FILE
           END-IF.

      *****************************************************************
      * RULEXREF ARRIVES IN RULEOUT'S LIFT ORDER, BUT NOTHING BREAKS A
      * LIFT TIE - THE SORT RANKS BY LIFT THEN CONFIDENCE SO THE
      * FIRST QUALIFYING RULES FOR AN ACCOUNT ARE ITS BEST OFFERS
      *****************************************************************
       RELEASE-RULES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ XREF-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 PERFORM CHECK-RULE-FLAGGED
                 IF WS-RULE-FLAGGED = 'Y' THEN
                    ADD 1 TO WS-FLAG-SKIP-COUNT
                 ELSE
                    MOVE XR-LIFT       TO SD-LIFT
                    MOVE XR-CONFIDENCE TO SD-CONFIDENCE
                    MOVE XR-RULE-ID    TO SD-RULE-ID
                    MOVE XR-ANTE-SEQ   TO SD-ANTE-SEQ
                    MOVE XR-CONS-SEQ   TO SD-CONS-SEQ
                    RELEASE SD-RULE-REC
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-RULE-FLAGGED.
           MOVE 'N' TO WS-RULE-FLAGGED.
           PERFORM VARYING WS-FLX FROM 1 BY 1
              UNTIL WS-FLX > WS-FLAG-COUNT
              IF WS-FLAG-ANTE(WS-FLX) = XR-ANTE-SEQ AND
                 WS-FLAG-CONS(WS-FLX) = XR-CONS-SEQ THEN
                 MOVE 'Y' TO WS-RULE-FLAGGED
                 MOVE WS-FLAG-COUNT TO WS-FLX
              END-IF
           END-PERFORM.

       LOAD-RULES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              RETURN SORT-FILE INTO SD-RULE-REC
                 AT END MOVE 'Y' TO WS-EOF
              END-RETURN
              IF WS-EOF NOT = 'Y' THEN
                 IF WS-RULE-COUNT < WS-RULE-MAX THEN
                    ADD 1 TO WS-RULE-COUNT
                    MOVE WS-RULE-COUNT TO WS-RX
                    MOVE SD-RULE-ID    TO WS-RULE-ID(WS-RX)
                    MOVE SD-ANTE-SEQ   TO WS-RULE-ANTE(WS-RX)
                    MOVE SD-CONS-SEQ   TO WS-RULE-CONS(WS-RX)
                    MOVE SD-CONFIDENCE TO WS-RULE-CONF(WS-RX)
                    MOVE SD-LIFT       TO WS-RULE-LIFT(WS-RX)
                    MOVE SD-ANTE-SEQ TO WS-CUR-MASK
                    PERFORM BUILD-CODE-LIST
                    MOVE WS-CODE-LIST TO WS-RULE-ANTE-LIST(WS-RX)
                    MOVE SD-CONS-SEQ TO WS-CUR-MASK
                    PERFORM BUILD-CODE-LIST
                    MOVE WS-CODE-LIST TO WS-RULE-CONS-LIST(WS-RX)
                 ELSE
                    DISPLAY 'NBOFFER LOAD-RULES RULEXREF EXCEEDS '
                       'IN-MEMORY TABLE CAPACITY ' WS-RULE-MAX
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * ONE PASS OVER AXREF IN KEY ORDER - EVERY ACCOUNT'S ORDERS ARE
      * ADJACENT, SO THE HISTORY IS COMPLETE ON THE BREAK
      *****************************************************************
       SCAN-ACCOUNTS.
           MOVE LOW-VALUES TO AX-KEY.
           START AXREF-FILE KEY NOT < AX-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-XREF
           END-START.
           MOVE 0 TO WS-ACCT-ORDERS.
           PERFORM UNTIL WS-EOF-XREF = 'Y'
              READ AXREF-FILE NEXT
                 AT END MOVE 'Y' TO WS-EOF-XREF
              END-READ
              IF WS-EOF-XREF NOT = 'Y' THEN
                 IF FS1 NOT = '00' THEN
                    DISPLAY 'NBOFFER SCAN-ACCOUNTS FS1=' FS1
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-XREF-COUNT
                 IF AX-ACCOUNT NOT = WS-CUR-ACCOUNT THEN
                    PERFORM SCORE-ACCOUNT
                    MOVE AX-ACCOUNT TO WS-CUR-ACCOUNT
                    MOVE ZEROS TO WS-HIST-SEQ
                 END-IF
                 PERFORM FOLD-ORDER-MASK
              END-IF
           END-PERFORM.
           PERFORM SCORE-ACCOUNT.

       FOLD-ORDER-MASK.
           ADD 1 TO WS-ACCT-ORDERS.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > ITEM-MASK-WIDTH-MAX
              IF AX-SEQ(I:1) = '1' THEN
                 MOVE '1' TO WS-HIST-SEQ(I:1)
              END-IF
           END-PERFORM.

       SCORE-ACCOUNT.
           IF WS-ACCT-ORDERS > 0 THEN
              ADD 1 TO WS-ACCT-COUNT
              MOVE 0 TO WS-PICK-COUNT
              PERFORM VARYING WS-RX FROM 1 BY 1
                 UNTIL WS-RX > WS-RULE-COUNT OR
                    WS-PICK-COUNT >= WS-OFFER-MAX
                 PERFORM CHECK-RULE-FITS
                 IF WS-RULE-FITS = 'Y' THEN
                    ADD 1 TO WS-PICK-COUNT
                    MOVE WS-RX TO WS-PICK-RULE(WS-PICK-COUNT)
                 END-IF
              END-PERFORM
              IF WS-PICK-COUNT = 0 THEN
                 ADD 1 TO WS-NO-OFFER-COUNT
              ELSE
                 ADD 1 TO WS-OFFER-ACCTS
                 PERFORM VARYING WS-PX FROM 1 BY 1
                    UNTIL WS-PX > WS-PICK-COUNT
                    PERFORM WRITE-OFFER-REC
                 END-PERFORM
              END-IF
           END-IF.
           MOVE 0 TO WS-ACCT-ORDERS.

      *    THE HISTORY HOLDS EVERY ANTECEDENT ITEM AND NO CONSEQUENT
      *    ITEM, AND NO HIGHER-RANKED OFFER ALREADY CARRIES THE SAME
      *    CONSEQUENT
       CHECK-RULE-FITS.
           MOVE 'Y' TO WS-RULE-FITS.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > ITEM-MASK-WIDTH-MAX
              IF WS-RULE-ANTE(WS-RX)(I:1) = '1' AND
                 WS-HIST-SEQ(I:1) NOT = '1' THEN
                 MOVE 'N' TO WS-RULE-FITS
                 MOVE ITEM-MASK-WIDTH-MAX TO I
              END-IF
              IF WS-RULE-CONS(WS-RX)(I:1) = '1' AND
                 WS-HIST-SEQ(I:1) = '1' THEN
                 MOVE 'N' TO WS-RULE-FITS
                 MOVE ITEM-MASK-WIDTH-MAX TO I
              END-IF
           END-PERFORM.
           IF WS-RULE-FITS = 'Y' THEN
              MOVE 'N' TO WS-CONS-TAKEN
              PERFORM VARYING WS-PX FROM 1 BY 1
                 UNTIL WS-PX > WS-PICK-COUNT
                 IF WS-RULE-CONS(WS-PICK-RULE(WS-PX)) =
                    WS-RULE-CONS(WS-RX) THEN
                    MOVE 'Y' TO WS-CONS-TAKEN
                 END-IF
              END-PERFORM
              IF WS-CONS-TAKEN = 'Y' THEN
                 MOVE 'N' TO WS-RULE-FITS
              END-IF
           END-IF.

       WRITE-HEADER-REC.
           MOVE SPACES TO NBO-HDR-REC.
           MOVE 'H' TO NH-TYPE.
           MOVE WS-CYC-DATE TO NH-RUN-DATE.
           MOVE WS-OFFER-MAX TO NH-OFFER-MAX.
           WRITE NBO-HDR-REC.
           IF FS4 NOT = '00' THEN
              DISPLAY 'NBOFFER WRITE-HEADER-REC FS4=' FS4
              STOP RUN
           END-IF.

       WRITE-OFFER-REC.
           MOVE WS-PICK-RULE(WS-PX) TO WS-RX.
           MOVE SPACES TO NBO-DET-REC.
           MOVE 'D' TO ND-TYPE.
           MOVE WS-CUR-ACCOUNT TO ND-ACCOUNT.
           MOVE WS-PX TO ND-RANK.
           MOVE WS-RULE-ID(WS-RX) TO ND-RULE-ID.
           MOVE WS-RULE-ANTE-LIST(WS-RX) TO ND-ANTE-ITEMS.
           MOVE WS-RULE-CONS-LIST(WS-RX) TO ND-CONS-ITEMS.
           MOVE WS-RULE-CONF(WS-RX) TO ND-CONFIDENCE.
           MOVE WS-RULE-LIFT(WS-RX) TO ND-LIFT.
           WRITE NBO-DET-REC.
           IF FS4 NOT = '00' THEN
              DISPLAY 'NBOFFER WRITE-OFFER-REC FS4=' FS4
              STOP RUN
           END-IF.
           ADD 1 TO WS-OFFER-COUNT.

       WRITE-TRAILER-REC.
           MOVE SPACES TO NBO-TRL-REC.
           MOVE 'T' TO NT-TYPE.
           MOVE WS-ACCT-COUNT TO NT-ACCOUNTS.
           MOVE WS-OFFER-ACCTS TO NT-OFFER-ACCTS.
           MOVE WS-NO-OFFER-COUNT TO NT-NO-OFFER.
           MOVE WS-OFFER-COUNT TO NT-OFFERS.
           MOVE WS-RULE-COUNT TO NT-RULES.
           WRITE NBO-TRL-REC.
           IF FS4 NOT = '00' THEN
              DISPLAY 'NBOFFER WRITE-TRAILER-REC FS4=' FS4
              STOP RUN
           END-IF.

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
           OPEN INPUT AXREF-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'NBOFFER OPEN-DATA FS1=' FS1
              STOP RUN
           END-IF.
           OPEN INPUT XREF-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'NBOFFER OPEN-DATA FS2=' FS2
              STOP RUN
           END-IF.
           OPEN INPUT XWALK-FILE.
           IF FS3 NOT = '00' THEN
              DISPLAY 'NBOFFER OPEN-DATA FS3=' FS3
              STOP RUN
           END-IF.
           OPEN OUTPUT NBO-FILE.
           IF FS4 NOT = '00' THEN
              DISPLAY 'NBOFFER OPEN-DATA FS4=' FS4
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE AXREF-FILE.
           CLOSE XREF-FILE.
           CLOSE XWALK-FILE.
           CLOSE NBO-FILE.
