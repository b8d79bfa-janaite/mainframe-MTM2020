      * Changes:
      *---------
      * 20260920: initial release
      * 20261006: target accounts that already bought a known
      *           substitute of the consequent (SUBSTPR dataset, see
      *           copybook SUBSTPR) are dropped from the list and
      *           counted; SUBSTPR is optional - without it the list
      *           is built as before
      * 20261015: a rule flagged by the RULEBKT holdout backtest
      *           (RULEFLAG dataset, optional) gets no audience list -
      *           it ends with 8 the same as a rule not on RULEXREF,
      *           now that RULEXTR leaves flagged rules on RULEXREF for
      *           RULEBKT to re-test
      *
      *****************************************************************
      * CAMPAIGN AUDIENCE LIST FOR ONE EXTRACTED RULE
      * THE RULE'S ANTECEDENT MASK THAT HAVE NEVER BOUGHT THE
      * CONSEQUENT ITEM ON ANY ORDER.
      *
      * AN ACCOUNT THAT HAS BOUGHT A SUBSTITUTE OF ANY CONSEQUENT
      * ITEM (EITHER SIDE OF A SUBSTDET PAIR) ON ANY ORDER IS NOT
      * MAILED - SOMEONE WHO JUST BOUGHT BRAND A DOES NOT WANT TO BE
      * TOLD ABOUT ITS DIRECT COMPETITOR BRAND B.
      *
      * A RULE ON RULEFLAG (RULEBKT FLAGGED IT AS NOT HOLDING UP OUT
      * OF SAMPLE) IS NOT MAILED AT ALL - MATCHED ON THE ANTECEDENT
      * AND CONSEQUENT MASKS THE SAME WAY RULEXTR DOES.
      *
      * INPUT:
      *    RULEXREF dataset - RULEXTR's RULE-ID CROSS-REFERENCE
      *    FEATACCT dataset - RELATIVE, MASK + ACCOUNT PER ORDER
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *    SUBSTPR dataset - SUBSTDET'S SUBSTITUTE PAIRS (OPTIONAL)
      *    RULEFLAG dataset - RULEBKT'S FLAGGED RULES (OPTIONAL)
      *
      * PARM: 05(6) THE RULE ID (E.G. 'R00003')
      *
      *        CONSEQUENT TRANSLATED TO ITEM CODES), ONE 'D' RECORD
      *        PER TARGET ACCOUNT, 'T' COUNT TRAILER FOR
      *        RECONCILIATION. RETURN-CODE 8 WHEN THE RULE ID IS NOT
      *        ON RULEXREF OR THE RULE IS ON RULEFLAG
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CAMPAUD.
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT SUBST-FILE ASSIGN TO SUBSTPR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT FLAG-FILE ASSIGN TO RULEFLAG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS6.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
           05 AT-COUNT         PIC 9(9).
           05 FILLER           PIC X(77).

       FD  SUBST-FILE.
           COPY SUBSTPR.

       FD  FLAG-FILE.
           COPY RULEFLG.

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       01  FS2                   PIC X(2).
       01  FS3                   PIC X(2).
       01  FS4                   PIC X(2).
       01  FS5                   PIC X(2).
       01  FS6                   PIC X(2).
       01  FS-CYC                PIC X(2).
       01  WS-CYC-DATE           PIC X(8).
       01  WS-CYC-START          PIC X(8).

       01  WS-ORDER-COUNT        PIC 9(9)   VALUE 0.
       01  WS-TARGET-COUNT       PIC 9(9)   VALUE 0.
       01  WS-SUPPRESS-COUNT     PIC 9(9)   VALUE 0.
       01  WS-SUBST-PAIRS        PIC 9(9)   VALUE 0.
       01  I                     PIC 9(2).
       01  CNT                   PIC 9(2).
       01  WS-ANTE-SZ            PIC 9(2)   VALUE 0.
       01  WS-ANTE-MATCH         PIC X(1).
       01  WS-CONS-MATCH         PIC X(1).
       01  WS-SUBS-MATCH         PIC X(1).
       01  WS-SUBS-SIZE          PIC 9(2)   VALUE 0.

      *    MASK OF EVERY ITEM SUBSTDET PAIRED AS A SUBSTITUTE OF A
      *    CONSEQUENT ITEM - ONE ORDER HOLDING ANY OF THEM SUPPRESSES
      *    THE ACCOUNT
       01  WS-SUBS-SEQ           PIC X(24).
       01  WS-CONS-CODE          PIC X(10).
       01  WS-SUBS-CODE          PIC X(10).
       01  WS-FIND-CODE          PIC X(10).
       01  WS-CODE-COL           PIC 9(2).
       01  WS-COL                PIC 9(2).

      *    EVERY DISTINCT ACCOUNT SEEN ON FEATACCT WITH ITS THREE
      *    FLAGS - SAME IN-MEMORY TABLE IDIOM (AND GUARD) AS FTFREQ'S
      *    FEATURE TABLE
       01  WS-ACC-MAX            PIC 9(9)   VALUE 200000.
              10 WS-ACC-ID       PIC X(10).
              10 WS-ACC-ANTE     PIC X(1).
              10 WS-ACC-CONS     PIC X(1).
              10 WS-ACC-SUBS     PIC X(1).

      *    THE RULES RULEBKT FLAGGED AS NOT HOLDING UP OUT OF SAMPLE -
      *    SAME TABLE AND MATCH AS RULEXTR'S
       01  WS-FLAG-MAX           PIC 9(4)   VALUE 2000.
       01  WS-FLAG-COUNT         PIC 9(4)   VALUE 0.
       01  WS-FLX                PIC 9(4).
       01  WS-RULE-FLAGGED       PIC X(1).
       01  WS-FLAG-TAB.
           05 WS-FLAG-ENTRY OCCURS 2000 TIMES.
              10 WS-FLAG-ANTE    PIC X(24).
              10 WS-FLAG-CONS    PIC X(24).

       01  WS-XWALK-MAX          PIC 9(4)   VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)   VALUE 0.
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM LOAD-RULE-FLAGS.
           PERFORM CHECK-RULE-FLAGGED.
           IF WS-RULE-FLAGGED = 'Y' THEN
              DISPLAY 'CAMPAUD RULE ' WS-RULE-ID ' FLAGGED ON '
                 'RULEFLAG - NO AUDIENCE LIST'
              PERFORM CLOSE-DATA
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM LOAD-CROSSWALK.
           PERFORM LOAD-SUBSTITUTES.
           PERFORM SET-ANTE-SIZE.
           PERFORM WRITE-HEADER-REC.
           PERFORM SCAN-ACCOUNTS.
           PERFORM CLOSE-DATA.
           DISPLAY 'CAMPAUD ORDERS SCANNED   ' WS-ORDER-COUNT.
           DISPLAY 'CAMPAUD DISTINCT ACCTS   ' WS-ACC-COUNT.
           DISPLAY 'CAMPAUD SUBSTITUTE PAIRS ' WS-SUBST-PAIRS.
           DISPLAY 'CAMPAUD SUBST SUPPRESSED ' WS-SUPPRESS-COUNT.
           DISPLAY 'CAMPAUD TARGET ACCOUNTS  ' WS-TARGET-COUNT.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.
              END-IF
           END-PERFORM.

      *****************************************************************
      * RULEFLAG IS OPTIONAL - NOT CATALOGED (OR A DUMMY DD) MEANS NO
      * BACKTEST HAS FLAGGED ANYTHING, AND ANY RULEXREF RULE CAN BE
      * MAILED
      *****************************************************************
       LOAD-RULE-FLAGS.
           OPEN INPUT FLAG-FILE.
           IF FS6 NOT = '00' THEN
              DISPLAY 'CAMPAUD NO RULE FLAGS APPLIED (RULEFLAG FS6='
                 FS6 ')'
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
                       DISPLAY 'CAMPAUD LOAD-RULE-FLAGS RULEFLAG '
                          'EXCEEDS IN-MEMORY TABLE CAPACITY '
                          WS-FLAG-MAX
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE FLAG-FILE
           END-IF.

       CHECK-RULE-FLAGGED.
           MOVE 'N' TO WS-RULE-FLAGGED.
           PERFORM VARYING WS-FLX FROM 1 BY 1
              UNTIL WS-FLX > WS-FLAG-COUNT
              IF WS-FLAG-ANTE(WS-FLX) = WS-ANTE-SEQ AND
                 WS-FLAG-CONS(WS-FLX) = WS-CONS-SEQ THEN
                 MOVE 'Y' TO WS-RULE-FLAGGED
                 MOVE WS-FLAG-COUNT TO WS-FLX
              END-IF
           END-PERFORM.

       LOAD-CROSSWALK.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              END-IF
           END-PERFORM.

      *****************************************************************
      * SUBSTPR IS OPTIONAL - NOT CATALOGED (OR A DUMMY DD) MEANS NO
      * SUBSTITUTES ARE KNOWN, AND THE LIST IS BUILT AS IT WAS BEFORE
      * SUBSTDET EXISTED. A PAIR COUNTS WHEN EITHER ITS ITEM A OR ITS
      * ITEM B IS ON THE CONSEQUENT - THE OTHER ONE IS THE SUBSTITUTE
      *****************************************************************
       LOAD-SUBSTITUTES.
           MOVE ALL '0' TO WS-SUBS-SEQ.
           OPEN INPUT SUBST-FILE.
           IF FS5 NOT = '00' THEN
              DISPLAY 'CAMPAUD NO SUBSTITUTES APPLIED (SUBSTPR FS5='
                 FS5 ')'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SUBST-FILE AT END MOVE 'Y' TO WS-EOF END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    ADD 1 TO WS-SUBST-PAIRS
                    MOVE SB-ITEM-A TO WS-CONS-CODE
                    MOVE SB-ITEM-B TO WS-SUBS-CODE
                    PERFORM APPLY-SUBST-PAIR
                    MOVE SB-ITEM-B TO WS-CONS-CODE
                    MOVE SB-ITEM-A TO WS-SUBS-CODE
                    PERFORM APPLY-SUBST-PAIR
                 END-IF
              END-PERFORM
              CLOSE SUBST-FILE
           END-IF.
           MOVE 0 TO WS-SUBS-SIZE.
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > ITEM-MASK-WIDTH-MAX
              IF WS-SUBS-SEQ(I:1) = '1' THEN
                 ADD 1 TO WS-SUBS-SIZE
              END-IF
           END-PERFORM.

      *    A SUBSTITUTE THAT IS ITSELF ON THE CONSEQUENT IS NOT
      *    MARKED - BUYING IT ALREADY MAKES THE ACCOUNT A NON-TARGET
       APPLY-SUBST-PAIR.
           MOVE WS-CONS-CODE TO WS-FIND-CODE.
           PERFORM FIND-CODE-COLUMN.
           IF WS-CODE-COL > 0 THEN
              IF WS-CONS-SEQ(WS-CODE-COL:1) = '1' THEN
                 MOVE WS-SUBS-CODE TO WS-FIND-CODE
                 PERFORM FIND-CODE-COLUMN
                 IF WS-CODE-COL > 0 THEN
                    IF WS-CONS-SEQ(WS-CODE-COL:1) NOT = '1' THEN
                       MOVE '1' TO WS-SUBS-SEQ(WS-CODE-COL:1)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       FIND-CODE-COLUMN.
           MOVE 0 TO WS-CODE-COL.
           PERFORM VARYING WS-XIDX FROM 1 BY 1
              UNTIL WS-XIDX > WS-XWALK-COUNT
              IF WS-XWALK-CODE(WS-XIDX) = WS-FIND-CODE THEN
                 COMPUTE WS-CODE-COL = ITEM-MASK-WIDTH-MAX -
                    WS-XWALK-BITPOS(WS-XIDX) + 1
                 SET WS-XIDX TO WS-XWALK-COUNT
              END-IF
           END-PERFORM.

       SET-ANTE-SIZE.
           MOVE 0 TO WS-ANTE-SZ.
           PERFORM VARYING I FROM 1 BY 1
           END-PERFORM.

      *****************************************************************
      * ONE KEYED SCAN OF FEATACCT - EVERY ORDER FOLDS ITS THREE
      * FACTS INTO ITS ACCOUNT'S ENTRY: MATCHED THE ANTECEDENT AT
      * LEAST ONCE, EVER BOUGHT THE CONSEQUENT, AND EVER BOUGHT A
      * SUBSTITUTE OF IT
      *****************************************************************
       SCAN-ACCOUNTS.
           MOVE 'N' TO WS-EOF.
       APPLY-ORDER-FACTS.
           PERFORM CHECK-ANTE-MATCH.
           PERFORM CHECK-CONS-MATCH.
           PERFORM CHECK-SUBS-MATCH.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF WS-ACC-FOUND > 0 THEN
              IF WS-ANTE-MATCH = 'Y' THEN
              IF WS-CONS-MATCH = 'Y' THEN
                 MOVE 'Y' TO WS-ACC-CONS(WS-ACC-FOUND)
              END-IF
              IF WS-SUBS-MATCH = 'Y' THEN
                 MOVE 'Y' TO WS-ACC-SUBS(WS-ACC-FOUND)
              END-IF
           END-IF.

       CHECK-ANTE-MATCH.
              END-IF
           END-PERFORM.

       CHECK-SUBS-MATCH.
           MOVE 'N' TO WS-SUBS-MATCH.
           IF WS-SUBS-SIZE > 0 THEN
              PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > ITEM-MASK-WIDTH-MAX
                 IF WS-SUBS-SEQ(I:1) = '1' AND FA-SEQ(I:1) = '1' THEN
                    MOVE 'Y' TO WS-SUBS-MATCH
                    MOVE ITEM-MASK-WIDTH-MAX TO I
                 END-IF
              END-PERFORM
           END-IF.

       FIND-ACCOUNT-ENTRY.
           MOVE 0 TO WS-ACC-FOUND.
           PERFORM VARYING WS-AX FROM 1 BY 1
                 MOVE FA-ACCOUNT TO WS-ACC-ID(WS-ACC-COUNT)
                 MOVE 'N' TO WS-ACC-ANTE(WS-ACC-COUNT)
                 MOVE 'N' TO WS-ACC-CONS(WS-ACC-COUNT)
                 MOVE 'N' TO WS-ACC-SUBS(WS-ACC-COUNT)
                 MOVE WS-ACC-COUNT TO WS-ACC-FOUND
              ELSE
                 DISPLAY 'CAMPAUD FIND-ACCOUNT-ENTRY FEATACCT '
           PERFORM VARYING WS-AX FROM 1 BY 1
              UNTIL WS-AX > WS-ACC-COUNT
              IF WS-ACC-ANTE(WS-AX) = 'Y' AND
                 WS-ACC-CONS(WS-AX) = 'N' AND
                 WS-ACC-SUBS(WS-AX) = 'Y' THEN
                 ADD 1 TO WS-SUPPRESS-COUNT
              END-IF
              IF WS-ACC-ANTE(WS-AX) = 'Y' AND
                 WS-ACC-CONS(WS-AX) = 'N' AND
                 WS-ACC-SUBS(WS-AX) = 'N' THEN
                 MOVE SPACES TO AUD-DET-REC
                 MOVE 'D' TO AD-TYPE
                 MOVE WS-ACC-ID(WS-AX) TO AD-ACCOUNT
