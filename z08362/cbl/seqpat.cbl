      *****************************************************************
      * Program name:    SEQPAT
      * Original author: JORGE JANAITE NETO
      * Date:            20261001
      *
      * Changes:
      *---------
      * 20261001: initial release
      * 20261015: a non-numeric PARM day window or minimum account
      *           count is displayed and ends the step with 8 (both
      *           were moved into numeric fields unchecked); a blank
      *           field keeps its default
      *
      *****************************************************************
      * SEQUENTIAL "BOUGHT NEXT" PATTERN MINING ACROSS AN ACCOUNT'S
      * ORDERS
      *
      * EVERYTHING ELSE IN THE CHAIN (CBITEM, FTFREQ, ASSOCRUL) LOOKS
      * INSIDE ONE ORDER'S MASK, SO IT CAN SAY "A AND B SELL
      * TOGETHER" BUT NEVER "ACCOUNTS THAT BUY A COME BACK FOR B
      * WITHIN 60 DAYS". THIS PROGRAM WALKS EACH ACCOUNT'S ORDERS OFF
      * THE AXREF CROSS-REFERENCE (AX-ACCOUNT + AX-ORDKEY), DATES
      * EVERY ORDER FROM ITS FEATPERD RECORD, PUTS THE ACCOUNT'S
      * ORDERS IN DATE ORDER AND COUNTS, PER ACCOUNT, EVERY ITEM ON
      * AN ORDER FOLLOWED BY AN ITEM ON A LATER ORDER WITHIN THE
      * OPERATOR'S DAY WINDOW. THE SAME ITEM FOLLOWED BY ITSELF IS A
      * REPLENISHMENT AND IS KEPT.
      *
      * AN ACCOUNT COUNTS ONCE PER PATTERN, AT ITS SHORTEST GAP; THE
      * GAPS ARE KEPT AS A PER-PATTERN DAY HISTOGRAM SO THE MEDIAN
      * COMES OUT WITHOUT HOLDING EVERY ACCOUNT'S GAP.
      *
      * AN ORDER WITHOUT A FEATPERD RECORD, OR WITH AN INVALID DATE,
      * CANNOT BE PLACED IN SEQUENCE - IT IS COUNTED AND LEFT OUT.
      *
      * INPUT:
      *    AXREF dataset - INDEXED ACCOUNT/ORDER-KEY CROSS-REFERENCE
      *        (AXREFBLD'S OUTPUT)
      *    FEATPERD dataset - RELATIVE, DATE/QTY/AMOUNT PER ORDER
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *
      * PARM: 05(3) DAY WINDOW, 000-365 (DEFAULT 060)
      *       05(5) MINIMUM ACCOUNTS FOR A PATTERN TO BE WRITTEN
      *          (DEFAULT 00001)
      *
      * OUTPUT:
      *    SEQPATO dataset - ONE RECORD PER PATTERN (SEE COPYBOOK
      *        SEQPATR), RANKED DESCENDING BY ACCOUNTS, THEN
      *        ASCENDING BY MEDIAN DAYS
      *    SEQPRT report - THE SAME PATTERNS WITH ITEMXWLK NAMES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SEQPAT.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AXREF-FILE ASSIGN TO AXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AX-KEY
              FILE STATUS IS FS1.

           SELECT PERIOD-FILE ASSIGN TO FEATPERD
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS PERIOD-FILE-KEY
              FILE STATUS IS FS2.

           SELECT XWALK-FILE ASSIGN TO ITEMXWLK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

           SELECT PATTERN-FILE ASSIGN TO SEQPATO
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT REPORT-FILE ASSIGN TO SEQPRT
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

       FD  PERIOD-FILE.
           COPY FEATPERD.

       FD  XWALK-FILE.
           COPY ITEMXWLK.

       FD  PATTERN-FILE.
           COPY SEQPATR.

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(132).

       SD  SORT-FILE.
       01  SD-PATTERN-REC.
           05 SD-ACCOUNTS           PIC 9(9).
           05 SD-MEDIAN-DAYS        PIC 9(3).
           05 SD-FIRST-X            PIC 9(2).
           05 SD-LATER-X            PIC 9(2).

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
       01  PERIOD-FILE-KEY       PIC 9(9)   VALUE 0.

       01  WS-WINDOW-MAX         PIC 9(3)   VALUE 365.
       01  WS-WINDOW             PIC 9(3)   VALUE 60.
       01  WS-MIN-ACCTS          PIC 9(5)   VALUE 1.

       01  WS-XREF-COUNT         PIC 9(9)   VALUE 0.
       01  WS-ORDER-COUNT        PIC 9(9)   VALUE 0.
       01  WS-NODATE-COUNT       PIC 9(9)   VALUE 0.
       01  WS-ACCT-TOTAL         PIC 9(9)   VALUE 0.
       01  WS-PATTERN-COUNT      PIC 9(9)   VALUE 0.
       01  WS-CUR-ACCOUNT        PIC X(10)  VALUE SPACES.

      *    ONE ACCOUNT'S DATED ORDERS, KEPT IN DATE ORDER AS THEY ARE
      *    ADDED - SAME IN-MEMORY TABLE IDIOM (AND GUARD) AS FTFREQ'S
      *    FEATURE TABLE
       01  WS-ORD-MAX            PIC 9(5)   VALUE 1000.
       01  WS-ORD-COUNT          PIC 9(5)   VALUE 0.
       01  WS-OX                 PIC 9(5).
       01  WS-OY                 PIC 9(5).
       01  WS-SLOT-FOUND         PIC X(1).
       01  WS-ORD-TAB.
           05 WS-ORD-ENTRY OCCURS 1000 TIMES.
              10 WS-ORD-DAYNUM   PIC 9(7).
              10 WS-ORD-SEQ      PIC X(24).

      *    THE CURRENT ACCOUNT'S SHORTEST GAP PER FIRST-ITEM/LATER-
      *    ITEM PAIR, BY CROSSWALK ENTRY - 999 = NOT SEEN
       01  WS-AG-TAB.
           05 WS-AG-ROW OCCURS 24 TIMES.
              10 WS-AG-GAP       PIC 9(3) OCCURS 24 TIMES.

      *    EVERY ACCOUNT'S SHORTEST GAP, AS A PER-PAIR HISTOGRAM OF
      *    DAYS 0-365 (ENTRY = DAYS + 1)
       01  WS-PAT-TAB.
           05 WS-PAT-ROW OCCURS 24 TIMES.
              10 WS-PAT-COL OCCURS 24 TIMES.
                 15 WS-PAT-ACCTS    PIC 9(7).
                 15 WS-PAT-GAP-CNT  PIC 9(7) OCCURS 366 TIMES.

       01  WS-XWALK-MAX          PIC 9(4)   VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)   VALUE 0.
       01  WS-XWALK-TAB.
           05 WS-XWALK-ENTRY OCCURS 24 TIMES INDEXED BY WS-XIDX.
              10 WS-XWALK-CODE   PIC X(10).
              10 WS-XWALK-NAME   PIC X(20).
              10 WS-XWALK-BITPOS PIC 9(2).
              10 WS-XWALK-COL    PIC 9(2).

       01  WS-FX                 PIC 9(2).
       01  WS-LX                 PIC 9(2).
       01  WS-GX                 PIC 9(3).
       01  WS-GAP                PIC 9(7).
       01  WS-PAST-WINDOW        PIC X(1).
       01  WS-MEDIAN-POS         PIC 9(7).
       01  WS-RUNNING            PIC 9(7).
       01  WS-MEDIAN-DAYS        PIC 9(3).
       01  WS-PCT                PIC 9(3)V9(2).

      *    YYYYMMDD TO A DAY NUMBER - DAYS BEFORE THE YEAR (LEAP DAYS
      *    INCLUDED), PLUS DAYS BEFORE THE MONTH, PLUS THE DAY. ONLY
      *    DIFFERENCES BETWEEN TWO DAY NUMBERS ARE EVER USED
       01  WS-DATE-OK            PIC X(1).
       01  WS-YYYY               PIC 9(4).
       01  WS-MM                 PIC 9(2).
       01  WS-DD                 PIC 9(2).
       01  WS-MONTH-END          PIC 9(2).
       01  WS-LEAP-REM           PIC 9(4).
       01  WS-LEAP-YEARS         PIC 9(4).
       01  WS-DIV4               PIC 9(4).
       01  WS-DIV100             PIC 9(4).
       01  WS-DIV400             PIC 9(4).
       01  WS-DAYNUM             PIC 9(7).
       01  WS-CUM-DAYS-VALUES.
           05 FILLER             PIC 9(3)   VALUE 0.
           05 FILLER             PIC 9(3)   VALUE 31.
           05 FILLER             PIC 9(3)   VALUE 59.
           05 FILLER             PIC 9(3)   VALUE 90.
           05 FILLER             PIC 9(3)   VALUE 120.
           05 FILLER             PIC 9(3)   VALUE 151.
           05 FILLER             PIC 9(3)   VALUE 181.
           05 FILLER             PIC 9(3)   VALUE 212.
           05 FILLER             PIC 9(3)   VALUE 243.
           05 FILLER             PIC 9(3)   VALUE 273.
           05 FILLER             PIC 9(3)   VALUE 304.
           05 FILLER             PIC 9(3)   VALUE 334.
       01  WS-CUM-DAYS-TAB REDEFINES WS-CUM-DAYS-VALUES.
           05 WS-CUM-DAYS        PIC 9(3) OCCURS 12 TIMES.

       01  WS-CNT-DISP           PIC ZZZZZZZZ9.
       01  WS-DAYS-DISP          PIC ZZ9.
       01  WS-PCT-DISP           PIC ZZ9.99.
       01  WS-RPT-LINE           PIC X(132).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-WINDOW     PIC X(3).
              10 PARM-MIN-ACCTS  PIC X(5).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           IF PARM-LENGTH > 2 THEN
              IF PARM-WINDOW NOT = SPACES THEN
                 IF PARM-WINDOW NOT NUMERIC THEN
                    DISPLAY 'SEQPAT DAY WINDOW ' PARM-WINDOW
                       ' NOT NUMERIC'
                    MOVE 8 TO RETURN-CODE
                    PERFORM WRITE-CYCLE-LOG
                    STOP RUN
                 END-IF
                 MOVE PARM-WINDOW TO WS-WINDOW
              END-IF
           END-IF.
           IF PARM-LENGTH > 7 THEN
              IF PARM-MIN-ACCTS NOT = SPACES THEN
                 IF PARM-MIN-ACCTS NOT NUMERIC THEN
                    DISPLAY 'SEQPAT MINIMUM ACCOUNTS ' PARM-MIN-ACCTS
                       ' NOT NUMERIC'
                    MOVE 8 TO RETURN-CODE
                    PERFORM WRITE-CYCLE-LOG
                    STOP RUN
                 END-IF
                 MOVE PARM-MIN-ACCTS TO WS-MIN-ACCTS
              END-IF
           END-IF.
           IF WS-WINDOW > WS-WINDOW-MAX THEN
              DISPLAY 'SEQPAT DAY WINDOW ' WS-WINDOW
                 ' EXCEEDS MAXIMUM ' WS-WINDOW-MAX
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           IF WS-MIN-ACCTS = 0 THEN
              MOVE 1 TO WS-MIN-ACCTS
           END-IF.
           MOVE ZEROS TO WS-PAT-TAB.
           PERFORM OPEN-DATA.
           PERFORM LOAD-CROSSWALK.
           PERFORM SCAN-ACCOUNTS.
           PERFORM WRITE-REPORT-HEADER.
           SORT SORT-FILE
              ON DESCENDING KEY SD-ACCOUNTS
              ON ASCENDING KEY SD-MEDIAN-DAYS
              INPUT PROCEDURE IS BUILD-PATTERNS
              OUTPUT PROCEDURE IS WRITE-PATTERNS.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM CLOSE-DATA.
           DISPLAY 'SEQPAT AXREF RECORDS      ' WS-XREF-COUNT.
           DISPLAY 'SEQPAT DATED ORDERS       ' WS-ORDER-COUNT.
           DISPLAY 'SEQPAT UNDATED ORDERS     ' WS-NODATE-COUNT.
           DISPLAY 'SEQPAT ACCOUNTS           ' WS-ACCT-TOTAL.
           DISPLAY 'SEQPAT PATTERNS WRITTEN   ' WS-PATTERN-COUNT.
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
              DISPLAY 'SEQPAT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'SEQPAT' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-XREF-COUNT TO CY-IN-COUNT
              MOVE WS-PATTERN-COUNT TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'SEQPAT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
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
                    DISPLAY 'SEQPAT LOAD-CROSSWALK ITEMXWLK EXCEEDS '
                       'IN-MEMORY TABLE CAPACITY ' WS-XWALK-MAX
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * ONE PASS OVER AXREF IN KEY ORDER - EVERY ACCOUNT'S ORDERS ARE
      * ADJACENT, SO THE ACCOUNT IS SCORED ON THE BREAK
      *****************************************************************
       SCAN-ACCOUNTS.
           MOVE LOW-VALUES TO AX-KEY.
           START AXREF-FILE KEY NOT < AX-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-XREF
           END-START.
           MOVE 0 TO WS-ORD-COUNT.
           PERFORM UNTIL WS-EOF-XREF = 'Y'
              READ AXREF-FILE NEXT
                 AT END MOVE 'Y' TO WS-EOF-XREF
              END-READ
              IF WS-EOF-XREF NOT = 'Y' THEN
                 IF FS1 NOT = '00' THEN
                    DISPLAY 'SEQPAT SCAN-ACCOUNTS FS1=' FS1
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-XREF-COUNT
                 IF AX-ACCOUNT NOT = WS-CUR-ACCOUNT THEN
                    PERFORM SCORE-ACCOUNT
                    MOVE AX-ACCOUNT TO WS-CUR-ACCOUNT
                 END-IF
                 PERFORM ADD-ACCOUNT-ORDER
              END-IF
           END-PERFORM.
           PERFORM SCORE-ACCOUNT.

       ADD-ACCOUNT-ORDER.
           MOVE AX-ORDKEY TO PERIOD-FILE-KEY.
           MOVE 'N' TO WS-DATE-OK.
           READ PERIOD-FILE
              INVALID KEY MOVE 'N' TO WS-DATE-OK
              NOT INVALID KEY PERFORM DATE-TO-DAYNUM
           END-READ.
           IF WS-DATE-OK = 'N' THEN
              ADD 1 TO WS-NODATE-COUNT
           ELSE
              IF WS-ORD-COUNT < WS-ORD-MAX THEN
                 ADD 1 TO WS-ORDER-COUNT
                 PERFORM INSERT-ORDER-BY-DATE
              ELSE
                 DISPLAY 'SEQPAT ADD-ACCOUNT-ORDER ACCOUNT '
                    AX-ACCOUNT ' EXCEEDS IN-MEMORY TABLE CAPACITY '
                    WS-ORD-MAX
              END-IF
           END-IF.


      *    SHIFT LATER-DATED ORDERS UP ONE AND DROP THE NEW ORDER IN
      *    BEHIND THE LAST ONE NOT LATER - EQUAL DATES STAY IN
      *    ORDER-KEY SEQUENCE
       INSERT-ORDER-BY-DATE.
           ADD 1 TO WS-ORD-COUNT.
           MOVE WS-ORD-COUNT TO WS-OX.
           MOVE 'N' TO WS-SLOT-FOUND.
           PERFORM UNTIL WS-OX = 1 OR WS-SLOT-FOUND = 'Y'
              COMPUTE WS-OY = WS-OX - 1
              IF WS-ORD-DAYNUM(WS-OY) > WS-DAYNUM THEN
                 MOVE WS-ORD-ENTRY(WS-OY) TO WS-ORD-ENTRY(WS-OX)
                 MOVE WS-OY TO WS-OX
              ELSE
                 MOVE 'Y' TO WS-SLOT-FOUND
              END-IF
           END-PERFORM.
           MOVE WS-DAYNUM TO WS-ORD-DAYNUM(WS-OX).
           MOVE AX-SEQ TO WS-ORD-SEQ(WS-OX).

      *    SAME DATE EDIT AS FEATCHK'S VALIDATE-DATE, THEN THE DAY
      *    NUMBER - JANUARY AND FEBRUARY COUNT THE LEAP DAYS OF THE
      *    YEARS BEFORE, LATER MONTHS THOSE UP TO AND INCLUDING THIS
      *    ONE
       DATE-TO-DAYNUM.
           MOVE 'N' TO WS-DATE-OK.
           IF FP-DATE NUMERIC THEN
              MOVE FP-DATE(1:4) TO WS-YYYY
              MOVE FP-DATE(5:2) TO WS-MM
              MOVE FP-DATE(7:2) TO WS-DD
              IF WS-YYYY > 0 AND WS-MM >= 1 AND WS-MM <= 12 AND
                 WS-DD >= 1 THEN
                 PERFORM SET-MONTH-END
                 IF WS-DD <= WS-MONTH-END THEN
                    MOVE 'Y' TO WS-DATE-OK
                 END-IF
              END-IF
           END-IF.
           IF WS-DATE-OK = 'Y' THEN
              IF WS-MM < 3 THEN
                 COMPUTE WS-LEAP-YEARS = WS-YYYY - 1
              ELSE
                 MOVE WS-YYYY TO WS-LEAP-YEARS
              END-IF
              COMPUTE WS-DIV4 = WS-LEAP-YEARS / 4
              COMPUTE WS-DIV100 = WS-LEAP-YEARS / 100
              COMPUTE WS-DIV400 = WS-LEAP-YEARS / 400
              COMPUTE WS-DAYNUM = WS-YYYY * 365 + WS-DIV4 -
                 WS-DIV100 + WS-DIV400 + WS-CUM-DAYS(WS-MM) + WS-DD
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

      *****************************************************************
      * ONE ACCOUNT'S ORDERS ARE IN DATE ORDER - EVERY ORDER AGAINST
      * EVERY LATER ORDER UNTIL THE GAP PASSES THE WINDOW, KEEPING
      * THE SHORTEST GAP PER PAIR, THEN POST THE ACCOUNT'S PAIRS TO
      * THE RUN-WIDE HISTOGRAMS. AN ACCOUNT WITH NO DATED ORDER IS
      * NOT AN ACCOUNT FOR THE SUPPORT PERCENT
      *****************************************************************
       SCORE-ACCOUNT.
           IF WS-ORD-COUNT > 0 THEN
              ADD 1 TO WS-ACCT-TOTAL
              PERFORM VARYING WS-FX FROM 1 BY 1
                 UNTIL WS-FX > WS-XWALK-COUNT
                 PERFORM VARYING WS-LX FROM 1 BY 1
                    UNTIL WS-LX > WS-XWALK-COUNT
                    MOVE 999 TO WS-AG-GAP(WS-FX, WS-LX)
                 END-PERFORM
              END-PERFORM
              PERFORM VARYING WS-OX FROM 1 BY 1
                 UNTIL WS-OX >= WS-ORD-COUNT
                 MOVE 'N' TO WS-PAST-WINDOW
                 COMPUTE WS-OY = WS-OX + 1
                 PERFORM UNTIL WS-OY > WS-ORD-COUNT OR
                    WS-PAST-WINDOW = 'Y'
                    COMPUTE WS-GAP = WS-ORD-DAYNUM(WS-OY) -
                       WS-ORD-DAYNUM(WS-OX)
                    IF WS-GAP > WS-WINDOW THEN
                       MOVE 'Y' TO WS-PAST-WINDOW
                    ELSE
                       PERFORM SCORE-ORDER-PAIR
                       ADD 1 TO WS-OY
                    END-IF
                 END-PERFORM
              END-PERFORM
              PERFORM POST-ACCOUNT-PATTERNS
           END-IF.
           MOVE 0 TO WS-ORD-COUNT.

       SCORE-ORDER-PAIR.
           PERFORM VARYING WS-FX FROM 1 BY 1
              UNTIL WS-FX > WS-XWALK-COUNT
              IF WS-ORD-SEQ(WS-OX)(WS-XWALK-COL(WS-FX):1) = '1' THEN
                 PERFORM VARYING WS-LX FROM 1 BY 1
                    UNTIL WS-LX > WS-XWALK-COUNT
                    IF WS-ORD-SEQ(WS-OY)(WS-XWALK-COL(WS-LX):1) = '1'
                       AND WS-GAP < WS-AG-GAP(WS-FX, WS-LX) THEN
                       MOVE WS-GAP TO WS-AG-GAP(WS-FX, WS-LX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       POST-ACCOUNT-PATTERNS.
           PERFORM VARYING WS-FX FROM 1 BY 1
              UNTIL WS-FX > WS-XWALK-COUNT
              PERFORM VARYING WS-LX FROM 1 BY 1
                 UNTIL WS-LX > WS-XWALK-COUNT
                 IF WS-AG-GAP(WS-FX, WS-LX) NOT = 999 THEN
                    ADD 1 TO WS-PAT-ACCTS(WS-FX, WS-LX)
                    COMPUTE WS-GX = WS-AG-GAP(WS-FX, WS-LX) + 1
                    ADD 1 TO WS-PAT-GAP-CNT(WS-FX, WS-LX, WS-GX)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *****************************************************************
      * SORT INPUT - EVERY PAIR SHOWN BY AT LEAST THE MINIMUM NUMBER
      * OF ACCOUNTS, WITH ITS MEDIAN GAP
      *****************************************************************
       BUILD-PATTERNS.
           PERFORM VARYING WS-FX FROM 1 BY 1
              UNTIL WS-FX > WS-XWALK-COUNT
              PERFORM VARYING WS-LX FROM 1 BY 1
                 UNTIL WS-LX > WS-XWALK-COUNT
                 IF WS-PAT-ACCTS(WS-FX, WS-LX) >= WS-MIN-ACCTS THEN
                    PERFORM SET-MEDIAN-DAYS
                    MOVE WS-PAT-ACCTS(WS-FX, WS-LX) TO SD-ACCOUNTS
                    MOVE WS-MEDIAN-DAYS TO SD-MEDIAN-DAYS
                    MOVE WS-FX TO SD-FIRST-X
                    MOVE WS-LX TO SD-LATER-X
                    RELEASE SD-PATTERN-REC
                 END-IF
              END-PERFORM
           END-PERFORM.

      *    THE LOWER MEDIAN - THE DAY AT WHICH THE RUNNING COUNT OF
      *    ACCOUNTS FIRST REACHES HALF OF THEM, ROUNDED UP
       SET-MEDIAN-DAYS.
           COMPUTE WS-MEDIAN-POS =
              (WS-PAT-ACCTS(WS-FX, WS-LX) + 1) / 2.
           MOVE 0 TO WS-RUNNING.
           MOVE 0 TO WS-MEDIAN-DAYS.
           PERFORM VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 366 OR WS-RUNNING >= WS-MEDIAN-POS
              ADD WS-PAT-GAP-CNT(WS-FX, WS-LX, WS-GX) TO WS-RUNNING
              IF WS-RUNNING >= WS-MEDIAN-POS THEN
                 COMPUTE WS-MEDIAN-DAYS = WS-GX - 1
              END-IF
           END-PERFORM.

       WRITE-PATTERNS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              RETURN SORT-FILE INTO SD-PATTERN-REC
                 AT END MOVE 'Y' TO WS-EOF
              END-RETURN
              IF WS-EOF NOT = 'Y' THEN
                 PERFORM WRITE-PATTERN-REC
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

       WRITE-PATTERN-REC.
           MOVE SD-FIRST-X TO WS-FX.
           MOVE SD-LATER-X TO WS-LX.
           IF WS-ACCT-TOTAL > 0 THEN
              COMPUTE WS-PCT ROUNDED =
                 SD-ACCOUNTS * 100 / WS-ACCT-TOTAL
           ELSE
              MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-XWALK-CODE(WS-FX) TO SP-FIRST-ITEM.
           MOVE WS-XWALK-CODE(WS-LX) TO SP-LATER-ITEM.
           MOVE SD-ACCOUNTS TO SP-ACCOUNTS.
           MOVE SD-MEDIAN-DAYS TO SP-MEDIAN-DAYS.
           MOVE WS-PCT TO SP-SUPPORT-PCT.
           WRITE SEQPAT-REC.
           IF FS4 NOT = '00' THEN
              DISPLAY 'SEQPAT WRITE-PATTERN-REC FS4=' FS4
              STOP RUN
           END-IF.
           ADD 1 TO WS-PATTERN-COUNT.

      *****************************************************************
      * PRINTED REPORT - ONE LINE PER PATTERN IN RANK ORDER, CODES
      * AND NAMES FOR BOTH ITEMS
      *****************************************************************
       WRITE-REPORT-HEADER.
           MOVE WS-WINDOW TO WS-DAYS-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BOUGHT-NEXT PATTERNS WITHIN ' WS-DAYS-DISP
              ' DAYS - RUN ' WS-CYC-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-ACCT-TOTAL TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ACCOUNTS WITH DATED ORDERS ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'FIRST ITEM                      '
              'LATER ITEM                      '
              ' ACCOUNTS MEDIAN DAYS  SUPPORT'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-REPORT-LINE.
           MOVE SD-ACCOUNTS TO WS-CNT-DISP.
           MOVE SD-MEDIAN-DAYS TO WS-DAYS-DISP.
           MOVE WS-PCT TO WS-PCT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-XWALK-CODE(WS-FX) ' ' WS-XWALK-NAME(WS-FX) ' '
              WS-XWALK-CODE(WS-LX) ' ' WS-XWALK-NAME(WS-LX) ' '
              WS-CNT-DISP '         ' WS-DAYS-DISP '  '
              WS-PCT-DISP '%'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-ORDER-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DATED ORDERS READ     ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-NODATE-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'UNDATED ORDERS SKIPPED' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-PATTERN-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PATTERNS WRITTEN      ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       OPEN-DATA.
           OPEN INPUT AXREF-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'SEQPAT OPEN-DATA FS1=' FS1
              STOP RUN
           END-IF.
           OPEN INPUT PERIOD-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'SEQPAT OPEN-DATA FS2=' FS2
              STOP RUN
           END-IF.
           OPEN INPUT XWALK-FILE.
           IF FS3 NOT = '00' THEN
              DISPLAY 'SEQPAT OPEN-DATA FS3=' FS3
              STOP RUN
           END-IF.
           OPEN OUTPUT PATTERN-FILE.
           IF FS4 NOT = '00' THEN
              DISPLAY 'SEQPAT OPEN-DATA FS4=' FS4
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF FS5 NOT = '00' THEN
              DISPLAY 'SEQPAT OPEN-DATA FS5=' FS5
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE AXREF-FILE.
           CLOSE PERIOD-FILE.
           CLOSE XWALK-FILE.
           CLOSE PATTERN-FILE.
           CLOSE REPORT-FILE.
