      *****************************************************************
      * Program name:    PRMEDIT
      * Original author: JORGE JANAITE NETO
      * Date:            20261005
      *
      * Changes:
      *---------
      * 20261005: initial release
      *
      *****************************************************************
      * BATCH EDIT OF THE PROMOTION CALENDAR INTO THE PROMOCAL MASTER
      *
      * MERCHANDISING SENDS THE PROMOTION CALENDAR AS A FLAT FILE, ONE
      * RECORD PER ITEM PER PROMOTION (SEE COPYBOOK PROMOCAL). TXFEAT
      * FLAGS PROMO ORDERS FROM IT, SO A MISTYPED ITEM CODE OR DATE
      * WOULD QUIETLY FILE A PROMOTION'S ORDERS AS ORGANIC. THIS
      * PROGRAM RUNS AHEAD OF TXFEAT, PASSES THE GOOD RECORDS THROUGH
      * AS THE NEW PROMOCAL MASTER AND SETS ASIDE THE REST WITH A
      * REASON CODE - SAME SHAPE AS TXEDIT FOR TRANFILE.
      *
      * INPUT:
      *    PROMOIN dataset - THE CALENDAR AS RECEIVED, PROMOCAL LAYOUT
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *
      * OUTPUT:
      *    PROMOCAL dataset - ACCEPTED RECORDS, THE MASTER TXFEAT READS
      *    PROMOREJ dataset - ONE RECORD PER REJECT, A 2-BYTE REASON
      *        CODE FOLLOWED BY THE ORIGINAL RECORD IMAGE:
      *          01 = BLANK ITEM CODE
      *          02 = ITEM CODE NOT ON ITEMXWLK
      *          03 = BLANK PROMO CODE
      *          04 = FROM DATE NOT A VALID DATE
      *          05 = TO DATE NOT A VALID DATE
      *          06 = TO DATE BEFORE FROM DATE
      *          07 = PROMO TYPE NOT BN/PD/BG/CP/DS
      *          08 = ITEM + PROMO CODE ALREADY ACCEPTED THIS RUN
      *
      * ENDS WITH A COUNTS SUMMARY ON SYSOUT AND RETURN-CODE 4 WHEN
      * ANYTHING WAS REJECTED - THE ACCEPTED CALENDAR IS STILL GOOD TO
      * USE, BUT SOMEBODY HAS TO LOOK AT PROMOREJ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRMEDIT.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOIN-FILE ASSIGN TO PROMOIN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS1.

           SELECT XWALK-FILE ASSIGN TO ITEMXWLK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS2.

           SELECT PROMO-FILE ASSIGN TO PROMOCAL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

           SELECT REJECT-FILE ASSIGN TO PROMOREJ
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  PROMOIN-FILE.
       01  PROMOIN-REC.
           05 PI-ITEM-CODE            PIC X(10).
           05 PI-PROMO-CODE           PIC X(8).
           05 PI-FROM-DATE            PIC X(8).
           05 PI-TO-DATE              PIC X(8).
           05 PI-PROMO-TYPE           PIC X(2).

       FD  XWALK-FILE.
           COPY ITEMXWLK.

       FD  PROMO-FILE.
           COPY PROMOCAL.

       FD  REJECT-FILE.
       01  REJECT-REC.
           05 PRJ-REASON              PIC X(2).
           05 PRJ-IMAGE               PIC X(36).

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       WORKING-STORAGE SECTION.

       01  FS-CYC                PIC X(2).
       01  WS-CYC-DATE           PIC X(8).
       01  WS-CYC-START          PIC X(8).
       01  WS-CYC-END            PIC X(8).

       01  FS1                   PIC X(2).
       01  FS2                   PIC X(2).
       01  FS3                   PIC X(2).
       01  FS4                   PIC X(2).

       01  WS-EOF                PIC X(1).
       01  WS-EOF-PROMO          PIC X(1)  VALUE 'N'.
       01  WS-REASON             PIC X(2).
       01  WS-FOUND              PIC X(1).

       01  WS-READ-COUNT         PIC 9(9)  VALUE 0.
       01  WS-OK-COUNT           PIC 9(9)  VALUE 0.
       01  WS-REJ-COUNT          PIC 9(9)  VALUE 0.
       01  WS-REJ-BLANK-ITEM     PIC 9(9)  VALUE 0.
       01  WS-REJ-UNKNOWN-ITEM   PIC 9(9)  VALUE 0.
       01  WS-REJ-BLANK-PROMO    PIC 9(9)  VALUE 0.
       01  WS-REJ-BAD-FROM       PIC 9(9)  VALUE 0.
       01  WS-REJ-BAD-TO         PIC 9(9)  VALUE 0.
       01  WS-REJ-BAD-RANGE      PIC 9(9)  VALUE 0.
       01  WS-REJ-BAD-TYPE       PIC 9(9)  VALUE 0.
       01  WS-REJ-DUPLICATE      PIC 9(9)  VALUE 0.

      *    DATE VALIDATION WORK - SAME CALENDAR RULES AS FEATCHK
       01  WS-CHECK-DATE         PIC X(8).
       01  WS-DATE-OK            PIC X(1).
       01  WS-DD                 PIC 9(2).
       01  WS-MM                 PIC 9(2).
       01  WS-YYYY               PIC 9(4).
       01  WS-MONTH-END          PIC 9(2).
       01  WS-LEAP-REM           PIC 9(4).

       01  WS-XWALK-MAX          PIC 9(4)  VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)  VALUE 0.
       01  WS-XWALK-TAB.
           05 WS-XWALK-ENTRY OCCURS 24 TIMES INDEXED BY WS-XIDX.
              10 WS-XWALK-CODE   PIC X(10).

      *    EVERY ITEM + PROMO CODE ACCEPTED SO FAR - SAME IN-MEMORY
      *    TABLE IDIOM (AND GUARD) AS TXEDIT'S SEEN-ORDER TABLE
       01  WS-SEEN-MAX           PIC 9(9)  VALUE 20000.
       01  WS-SEEN-COUNT         PIC 9(9)  VALUE 0.
       01  WS-SX                 PIC 9(9).
       01  WS-SEEN-TAB.
           05 WS-SEEN-ENTRY OCCURS 20000 TIMES.
              10 WS-SEEN-ITEM    PIC X(10).
              10 WS-SEEN-PROMO   PIC X(8).

       PROCEDURE DIVISION.
           PERFORM START-CYCLE-LOG.
           PERFORM OPEN-DATA.
           PERFORM LOAD-CROSSWALK.
           PERFORM READ-PROMOIN.
           PERFORM EDIT-RECORD UNTIL WS-EOF-PROMO = 'Y'.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-DATA.
           IF WS-REJ-COUNT > 0 THEN
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
           OPEN EXTEND CYCLOG-FILE.
           IF FS-CYC = '05' OR FS-CYC = '35' THEN
              OPEN OUTPUT CYCLOG-FILE
           END-IF.
           IF FS-CYC NOT = '00' THEN
              DISPLAY 'PRMEDIT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'PRMEDIT' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-READ-COUNT TO CY-IN-COUNT
              MOVE WS-OK-COUNT TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'PRMEDIT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
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
                 ELSE
                    DISPLAY 'PRMEDIT LOAD-CROSSWALK ITEMXWLK EXCEEDS '
                       'IN-MEMORY TABLE CAPACITY ' WS-XWALK-MAX
                 END-IF
              END-IF
           END-PERFORM.

       READ-PROMOIN.
           READ PROMOIN-FILE
              AT END MOVE 'Y' TO WS-EOF-PROMO
           END-READ.
           IF FS1 NOT = '00' AND FS1 NOT = '10' THEN
              DISPLAY 'PRMEDIT READ-PROMOIN FS1=' FS1
              STOP RUN
           END-IF.
           IF WS-EOF-PROMO NOT = 'Y' THEN
              ADD 1 TO WS-READ-COUNT
           END-IF.

       EDIT-RECORD.
           MOVE SPACES TO WS-REASON.
           PERFORM CHECK-ITEM-CODE.
           IF WS-REASON = SPACES THEN
              PERFORM CHECK-PROMO-FIELDS
           END-IF.
           IF WS-REASON = SPACES THEN
              PERFORM CHECK-DUPLICATE
           END-IF.
           IF WS-REASON = SPACES THEN
              PERFORM WRITE-ACCEPTED
           ELSE
              PERFORM WRITE-REJECT
           END-IF.
           PERFORM READ-PROMOIN.

       CHECK-ITEM-CODE.
           IF PI-ITEM-CODE = SPACES THEN
              MOVE '01' TO WS-REASON
              ADD 1 TO WS-REJ-BLANK-ITEM
           ELSE
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-XIDX FROM 1 BY 1
                 UNTIL WS-XIDX > WS-XWALK-COUNT
                 IF WS-XWALK-CODE(WS-XIDX) = PI-ITEM-CODE THEN
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-PERFORM
              IF WS-FOUND = 'N' THEN
                 MOVE '02' TO WS-REASON
                 ADD 1 TO WS-REJ-UNKNOWN-ITEM
              END-IF
           END-IF.

       CHECK-PROMO-FIELDS.
           IF PI-PROMO-CODE = SPACES THEN
              MOVE '03' TO WS-REASON
              ADD 1 TO WS-REJ-BLANK-PROMO
           ELSE
              MOVE PI-FROM-DATE TO WS-CHECK-DATE
              PERFORM VALIDATE-DATE
              IF WS-DATE-OK = 'N' THEN
                 MOVE '04' TO WS-REASON
                 ADD 1 TO WS-REJ-BAD-FROM
              ELSE
                 MOVE PI-TO-DATE TO WS-CHECK-DATE
                 PERFORM VALIDATE-DATE
                 IF WS-DATE-OK = 'N' THEN
                    MOVE '05' TO WS-REASON
                    ADD 1 TO WS-REJ-BAD-TO
                 ELSE
                    PERFORM CHECK-RANGE-AND-TYPE
                 END-IF
              END-IF
           END-IF.

       CHECK-RANGE-AND-TYPE.
           IF PI-TO-DATE < PI-FROM-DATE THEN
              MOVE '06' TO WS-REASON
              ADD 1 TO WS-REJ-BAD-RANGE
           ELSE
              IF PI-PROMO-TYPE NOT = 'BN' AND
                 PI-PROMO-TYPE NOT = 'PD' AND
                 PI-PROMO-TYPE NOT = 'BG' AND
                 PI-PROMO-TYPE NOT = 'CP' AND
                 PI-PROMO-TYPE NOT = 'DS' THEN
                 MOVE '07' TO WS-REASON
                 ADD 1 TO WS-REJ-BAD-TYPE
              END-IF
           END-IF.

      *    THE SAME ITEM ON THE SAME PROMOTION TWICE IS A RESENT ROW -
      *    THE FIRST ONE WINS. THE SAME ITEM ON TWO DIFFERENT
      *    PROMOTIONS, EVEN OVERLAPPING, IS LEGITIMATE.
       CHECK-DUPLICATE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SX FROM 1 BY 1
              UNTIL WS-SX > WS-SEEN-COUNT
              IF WS-SEEN-ITEM(WS-SX) = PI-ITEM-CODE AND
                 WS-SEEN-PROMO(WS-SX) = PI-PROMO-CODE THEN
                 MOVE 'Y' TO WS-FOUND
                 MOVE WS-SEEN-COUNT TO WS-SX
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y' THEN
              MOVE '08' TO WS-REASON
              ADD 1 TO WS-REJ-DUPLICATE
           ELSE
              IF WS-SEEN-COUNT < WS-SEEN-MAX THEN
                 ADD 1 TO WS-SEEN-COUNT
                 MOVE PI-ITEM-CODE TO WS-SEEN-ITEM(WS-SEEN-COUNT)
                 MOVE PI-PROMO-CODE TO WS-SEEN-PROMO(WS-SEEN-COUNT)
              ELSE
                 DISPLAY 'PRMEDIT CHECK-DUPLICATE PROMOIN EXCEEDS '
                    'IN-MEMORY TABLE CAPACITY ' WS-SEEN-MAX
              END-IF
           END-IF.

      *    CALENDAR VALIDATION INCLUDING MONTH LENGTHS AND THE LEAP
      *    RULE - SAME AS FEATCHK'S VALIDATE-DATE
       VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF WS-CHECK-DATE NOT NUMERIC THEN
              MOVE 'N' TO WS-DATE-OK
           ELSE
              MOVE WS-CHECK-DATE(1:4) TO WS-YYYY
              MOVE WS-CHECK-DATE(5:2) TO WS-MM
              MOVE WS-CHECK-DATE(7:2) TO WS-DD
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

       WRITE-ACCEPTED.
           MOVE PI-ITEM-CODE  TO PC-ITEM-CODE.
           MOVE PI-PROMO-CODE TO PC-PROMO-CODE.
           MOVE PI-FROM-DATE  TO PC-FROM-DATE.
           MOVE PI-TO-DATE    TO PC-TO-DATE.
           MOVE PI-PROMO-TYPE TO PC-PROMO-TYPE.
           WRITE PROMOCAL-REC.
           IF FS3 NOT = '00' THEN
              DISPLAY 'PRMEDIT WRITE-ACCEPTED FS3=' FS3
              STOP RUN
           END-IF.
           ADD 1 TO WS-OK-COUNT.

       WRITE-REJECT.
           MOVE WS-REASON TO PRJ-REASON.
           MOVE PROMOIN-REC TO PRJ-IMAGE.
           WRITE REJECT-REC.
           IF FS4 NOT = '00' THEN
              DISPLAY 'PRMEDIT WRITE-REJECT FS4=' FS4
              STOP RUN
           END-IF.
           ADD 1 TO WS-REJ-COUNT.

       WRITE-SUMMARY.
           DISPLAY 'PRMEDIT RECORDS READ          ' WS-READ-COUNT.
           DISPLAY 'PRMEDIT RECORDS ACCEPTED      ' WS-OK-COUNT.
           DISPLAY 'PRMEDIT RECORDS REJECTED      ' WS-REJ-COUNT.
           DISPLAY 'PRMEDIT REJ 01 BLANK ITEM     ' WS-REJ-BLANK-ITEM.
           DISPLAY 'PRMEDIT REJ 02 UNKNOWN ITEM   '
              WS-REJ-UNKNOWN-ITEM.
           DISPLAY 'PRMEDIT REJ 03 BLANK PROMO    ' WS-REJ-BLANK-PROMO.
           DISPLAY 'PRMEDIT REJ 04 BAD FROM DATE  ' WS-REJ-BAD-FROM.
           DISPLAY 'PRMEDIT REJ 05 BAD TO DATE    ' WS-REJ-BAD-TO.
           DISPLAY 'PRMEDIT REJ 06 TO BEFORE FROM ' WS-REJ-BAD-RANGE.
           DISPLAY 'PRMEDIT REJ 07 BAD PROMO TYPE ' WS-REJ-BAD-TYPE.
           DISPLAY 'PRMEDIT REJ 08 DUPLICATE      ' WS-REJ-DUPLICATE.

       OPEN-DATA.
           OPEN INPUT PROMOIN-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'PRMEDIT OPEN-DATA FS1=' FS1
              STOP RUN
           END-IF.
           OPEN INPUT XWALK-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'PRMEDIT OPEN-DATA FS2=' FS2
              STOP RUN
           END-IF.
           OPEN OUTPUT PROMO-FILE.
           IF FS3 NOT = '00' THEN
              DISPLAY 'PRMEDIT OPEN-DATA FS3=' FS3
              STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF FS4 NOT = '00' THEN
              DISPLAY 'PRMEDIT OPEN-DATA FS4=' FS4
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE PROMOIN-FILE.
           CLOSE XWALK-FILE.
           CLOSE PROMO-FILE.
           CLOSE REJECT-FILE.
