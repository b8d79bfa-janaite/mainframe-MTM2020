      *****************************************************************
      * Program name:    RULDRIFT
      * Original author: JORGE JANAITE NETO
      * Date:            20261004
      *
      * Changes:
      *---------
      * 20261004: initial release
      * 20261015: a same-date rerun no longer has its rules unioned
      *           with the run before it - only the latest RH-RUN-TIME
      *           of each date is compared; a percent change too big
      *           for WS-CONF-CHG/WS-LIFT-CHG is shown as 9999.9 (the
      *           zero-prior cap) instead of being truncated; a non-
      *           numeric PARM and an open failure end the step with 8
      *
      *****************************************************************
      * CYCLE-OVER-CYCLE ASSOCIATION RULE DRIFT REPORT
      *
      * RULEOUT IS OVERWRITTEN EVERY CYCLE, SO ASSOCRUL NOW ALSO
      * APPENDS EVERY RULE IT WRITES TO RULEHIST WITH THE RUN DATE
      * (SEE COPYBOOK RULEHST). THIS PROGRAM COMPARES THE LATEST RUN
      * DATE ON RULEHIST WITH THE RUN DATE BEFORE IT, RULE BY RULE,
      * MATCHING ON ANTECEDENT + CONSEQUENT MASK:
      *
      *    NEW     - RULE IN THE LATEST CYCLE ONLY
      *    DROPPED - RULE IN THE PRIOR CYCLE ONLY
      *    MOVED   - RULE IN BOTH, WITH CONFIDENCE OR LIFT CHANGED BY
      *              MORE THAN THE PARM PERCENTAGE OF ITS PRIOR VALUE
      *
      * A CYCLE RERUN ON THE SAME DATE APPENDS ITS RULES AGAIN WITH A
      * LATER RUN TIME - ONLY THE LATEST RUN OF EACH OF THE TWO DATES
      * IS COMPARED, SO A RULE THE RERUN NO LONGER PRODUCES COUNTS AS
      * DROPPED RATHER THAN SURVIVING FROM THE EARLIER RUN.
      *
      * INPUT:
      *    RULEHIST dataset - ASSOCRUL'S RULE HISTORY, APPENDED ACROSS
      *        RUNS
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *
      * PARM: 05(3) MOVE THRESHOLD, WHOLE PERCENT OF THE PRIOR
      *          CONFIDENCE OR LIFT (DEFAULT 010)
      *
      * OUTPUT:
      *    DRIFTRPT report - NEW, DROPPED AND MOVED RULES WITH ITEM
      *        NAMES, PRIOR AND LATEST CONFIDENCE/LIFT, AND A SUMMARY
      *    RETURN-CODE 4 WHEN ANY RULE DROPPED OR MOVED, SO THE JOB
      *        CAN ROUTE THE REPORT TO THE CAMPAIGN TEAM; 8 ON A
      *        NON-NUMERIC PARM OR A FILE THAT WILL NOT OPEN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RULDRIFT.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO RULEHIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS1.

           SELECT XWALK-FILE ASSIGN TO ITEMXWLK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS2.

           SELECT REPORT-FILE ASSIGN TO DRIFTRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  HIST-FILE.
           COPY RULEHST.

       FD  XWALK-FILE.
           COPY ITEMXWLK.

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
       01  WS-EOF                PIC X(1).
       01  WS-COL                PIC 9(2).

       01  WS-MOVE-PCT           PIC 9(3)   VALUE 10.

       01  WS-LATEST-DATE        PIC X(8)   VALUE SPACES.
       01  WS-PRIOR-DATE         PIC X(8)   VALUE SPACES.
       01  WS-LATEST-RUN         PIC X(8)   VALUE SPACES.
       01  WS-PRIOR-RUN          PIC X(8)   VALUE SPACES.

       01  WS-HIST-COUNT         PIC 9(9)   VALUE 0.
       01  WS-NEW-COUNT          PIC 9(9)   VALUE 0.
       01  WS-DROP-COUNT         PIC 9(9)   VALUE 0.
       01  WS-MOVE-COUNT         PIC 9(9)   VALUE 0.
       01  WS-SAME-COUNT         PIC 9(9)   VALUE 0.

      *    ONE TABLE PER CYCLE - SAME IN-MEMORY TABLE IDIOM (AND
      *    GUARD) AS FTFREQ'S FEATURE TABLE. WS-xxx-MATCHED MARKS A
      *    RULE FOUND IN THE OTHER CYCLE.
       01  WS-RULE-MAX           PIC 9(9)   VALUE 5000.
       01  WS-CUR-COUNT          PIC 9(9)   VALUE 0.
       01  WS-CUR-TAB.
           05 WS-CUR-ENTRY OCCURS 5000 TIMES.
              10 WS-CUR-KEY         PIC X(48).
              10 WS-CUR-CONF        PIC 9(3)V9(4).
              10 WS-CUR-LIFT        PIC 9(5)V9(4).
              10 WS-CUR-MATCHED     PIC X(1).
       01  WS-PRV-COUNT          PIC 9(9)   VALUE 0.
       01  WS-PRV-TAB.
           05 WS-PRV-ENTRY OCCURS 5000 TIMES.
              10 WS-PRV-KEY         PIC X(48).
              10 WS-PRV-CONF        PIC 9(3)V9(4).
              10 WS-PRV-LIFT        PIC 9(5)V9(4).
              10 WS-PRV-MATCHED     PIC X(1).
       01  WS-CX                 PIC 9(9).
       01  WS-PX                 PIC 9(9).
       01  WS-FOUND              PIC X(1).

       01  WS-CONF-CHG           PIC S9(5)V9(1).
       01  WS-LIFT-CHG           PIC S9(5)V9(1).
       01  WS-CONF-MOVED         PIC X(1).
       01  WS-LIFT-MOVED         PIC X(1).

       01  WS-XWALK-MAX          PIC 9(4)   VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)   VALUE 0.
       01  WS-XWALK-TAB.
           05 WS-XWALK-ENTRY OCCURS 24 TIMES INDEXED BY WS-XIDX.
              10 WS-XWALK-CODE   PIC X(10).
              10 WS-XWALK-NAME   PIC X(20).
              10 WS-XWALK-BITPOS PIC 9(2).

       01  WS-CUR-MASK           PIC X(24).
       01  WS-NAME-LIST          PIC X(60).
       01  WS-ANTE-LIST          PIC X(60).
       01  WS-CONS-LIST          PIC X(60).

      *    ONE REPORT LINE'S VALUES - ZERO/BLANK ON THE SIDE A NEW OR
      *    DROPPED RULE DOES NOT HAVE
       01  WS-LINE-STATUS        PIC X(7).
       01  WS-LINE-KEY           PIC X(48).
       01  WS-LINE-PRV-CONF      PIC 9(3)V9(4).
       01  WS-LINE-CUR-CONF      PIC 9(3)V9(4).
       01  WS-LINE-PRV-LIFT      PIC 9(5)V9(4).
       01  WS-LINE-CUR-LIFT      PIC 9(5)V9(4).

       01  WS-CNT-DISP           PIC ZZZZZZZZ9.
       01  WS-CONF-DISP          PIC ZZ9.9999.
       01  WS-CONF-DISP-2        PIC ZZ9.9999.
       01  WS-LIFT-DISP          PIC ZZZZ9.9999.
       01  WS-LIFT-DISP-2        PIC ZZZZ9.9999.
       01  WS-CHG-DISP           PIC ----9.9.
       01  WS-CHG-DISP-2         PIC ----9.9.
       01  WS-PCT-DISP           PIC ZZ9.
       01  WS-RPT-LINE           PIC X(132).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-MOVE-PCT   PIC X(3).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           IF PARM-LENGTH > 2 THEN
              IF PARM-MOVE-PCT NOT NUMERIC THEN
                 DISPLAY 'RULDRIFT MOVE THRESHOLD ' PARM-MOVE-PCT
                    ' NOT NUMERIC'
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              MOVE PARM-MOVE-PCT TO WS-MOVE-PCT
           END-IF.
           PERFORM OPEN-DATA.
           PERFORM LOAD-CROSSWALK.
           PERFORM FIND-CYCLE-DATES.
           PERFORM LOAD-CYCLES.
           PERFORM MATCH-CYCLES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM REPORT-NEW-RULES.
           PERFORM REPORT-DROPPED-RULES.
           PERFORM REPORT-MOVED-RULES.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM CLOSE-DATA.
           DISPLAY 'RULDRIFT HISTORY RECORDS ' WS-HIST-COUNT.
           DISPLAY 'RULDRIFT LATEST CYCLE    ' WS-LATEST-DATE
              ' RUN ' WS-LATEST-RUN.
           DISPLAY 'RULDRIFT PRIOR CYCLE     ' WS-PRIOR-DATE
              ' RUN ' WS-PRIOR-RUN.
           DISPLAY 'RULDRIFT RULES NEW       ' WS-NEW-COUNT.
           DISPLAY 'RULDRIFT RULES DROPPED   ' WS-DROP-COUNT.
           DISPLAY 'RULDRIFT RULES MOVED     ' WS-MOVE-COUNT.
           IF WS-DROP-COUNT > 0 OR WS-MOVE-COUNT > 0 THEN
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
              DISPLAY 'RULDRIFT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'RULDRIFT' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-HIST-COUNT TO CY-IN-COUNT
              COMPUTE CY-OUT-COUNT =
                 WS-NEW-COUNT + WS-DROP-COUNT + WS-MOVE-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'RULDRIFT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
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
                    DISPLAY 'RULDRIFT LOAD-CROSSWALK ITEMXWLK EXCEEDS '
                       'IN-MEMORY TABLE CAPACITY ' WS-XWALK-MAX
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * FIRST PASS - THE LATEST RUN DATE ON THE HISTORY AND THE
      * LATEST ONE BEFORE IT, AND THE LATEST RUN TIME WITHIN EACH OF
      * THE TWO. THE HISTORY IS APPENDED IN RUN ORDER, BUT A RESTORED
      * OR CONCATENATED FILE NEED NOT BE, SO THE DATES AND TIMES ARE
      * COMPARED RATHER THAN TAKEN FROM THE END OF THE FILE. RECORDS
      * FROM BEFORE RH-RUN-TIME EXISTED CARRY IT BLANK, WHICH SORTS
      * BELOW ANY REAL TIME.
      *****************************************************************
       FIND-CYCLE-DATES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ HIST-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-HIST-COUNT
                 IF RH-RUN-DATE > WS-LATEST-DATE THEN
                    MOVE WS-LATEST-DATE TO WS-PRIOR-DATE
                    MOVE WS-LATEST-RUN TO WS-PRIOR-RUN
                    MOVE RH-RUN-DATE TO WS-LATEST-DATE
                    MOVE RH-RUN-TIME TO WS-LATEST-RUN
                 ELSE
                    IF RH-RUN-DATE = WS-LATEST-DATE THEN
                       IF RH-RUN-TIME > WS-LATEST-RUN THEN
                          MOVE RH-RUN-TIME TO WS-LATEST-RUN
                       END-IF
                    ELSE
                       IF RH-RUN-DATE > WS-PRIOR-DATE THEN
                          MOVE RH-RUN-DATE TO WS-PRIOR-DATE
                          MOVE RH-RUN-TIME TO WS-PRIOR-RUN
                       ELSE
                          IF RH-RUN-DATE = WS-PRIOR-DATE AND
                             RH-RUN-TIME > WS-PRIOR-RUN THEN
                             MOVE RH-RUN-TIME TO WS-PRIOR-RUN
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE HIST-FILE.

      *    SECOND PASS - ONLY THE LATEST RUN OF EACH OF THE TWO
      *    CYCLES BEING COMPARED IS KEPT
       LOAD-CYCLES.
           OPEN INPUT HIST-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'RULDRIFT LOAD-CYCLES FS1=' FS1
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ HIST-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 IF RH-RUN-DATE = WS-LATEST-DATE AND
                    RH-RUN-TIME = WS-LATEST-RUN THEN
                    PERFORM STORE-LATEST-RULE
                 END-IF
                 IF RH-RUN-DATE = WS-PRIOR-DATE AND
                    RH-RUN-TIME = WS-PRIOR-RUN AND
                    WS-PRIOR-DATE NOT = SPACES THEN
                    PERFORM STORE-PRIOR-RULE
                 END-IF
              END-IF
           END-PERFORM.

      *    A KEY ALREADY HELD FOR THE SAME RUN (A RESTORED FILE
      *    CONCATENATED TWICE, SAY) - THE LATER RECORD REPLACES THE
      *    EARLIER ONE
       STORE-LATEST-RULE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > WS-CUR-COUNT OR WS-FOUND = 'Y'
              IF WS-CUR-KEY(WS-CX) = RH-KEY THEN
                 MOVE 'Y' TO WS-FOUND
                 MOVE RH-CONFIDENCE TO WS-CUR-CONF(WS-CX)
                 MOVE RH-LIFT TO WS-CUR-LIFT(WS-CX)
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' THEN
              IF WS-CUR-COUNT < WS-RULE-MAX THEN
                 ADD 1 TO WS-CUR-COUNT
                 MOVE RH-KEY TO WS-CUR-KEY(WS-CUR-COUNT)
                 MOVE RH-CONFIDENCE TO WS-CUR-CONF(WS-CUR-COUNT)
                 MOVE RH-LIFT TO WS-CUR-LIFT(WS-CUR-COUNT)
                 MOVE 'N' TO WS-CUR-MATCHED(WS-CUR-COUNT)
              ELSE
                 DISPLAY 'RULDRIFT STORE-LATEST-RULE RULEHIST EXCEEDS '
                    'IN-MEMORY TABLE CAPACITY ' WS-RULE-MAX
              END-IF
           END-IF.

       STORE-PRIOR-RULE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-PX FROM 1 BY 1
              UNTIL WS-PX > WS-PRV-COUNT OR WS-FOUND = 'Y'
              IF WS-PRV-KEY(WS-PX) = RH-KEY THEN
                 MOVE 'Y' TO WS-FOUND
                 MOVE RH-CONFIDENCE TO WS-PRV-CONF(WS-PX)
                 MOVE RH-LIFT TO WS-PRV-LIFT(WS-PX)
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' THEN
              IF WS-PRV-COUNT < WS-RULE-MAX THEN
                 ADD 1 TO WS-PRV-COUNT
                 MOVE RH-KEY TO WS-PRV-KEY(WS-PRV-COUNT)
                 MOVE RH-CONFIDENCE TO WS-PRV-CONF(WS-PRV-COUNT)
                 MOVE RH-LIFT TO WS-PRV-LIFT(WS-PRV-COUNT)
                 MOVE 'N' TO WS-PRV-MATCHED(WS-PRV-COUNT)
              ELSE
                 DISPLAY 'RULDRIFT STORE-PRIOR-RULE RULEHIST EXCEEDS '
                    'IN-MEMORY TABLE CAPACITY ' WS-RULE-MAX
              END-IF
           END-IF.

      *    PAIR EACH LATEST RULE WITH ITS PRIOR-CYCLE SELF, IF ANY -
      *    BOTH SIDES ARE MARKED, SO WHAT IS LEFT UNMARKED IS NEW
      *    (LATEST) OR DROPPED (PRIOR)
       MATCH-CYCLES.
           PERFORM VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > WS-CUR-COUNT
              PERFORM FIND-PRIOR-RULE
              IF WS-FOUND = 'Y' THEN
                 MOVE 'Y' TO WS-CUR-MATCHED(WS-CX)
                 MOVE 'Y' TO WS-PRV-MATCHED(WS-PX)
              END-IF
           END-PERFORM.

       FIND-PRIOR-RULE.
           MOVE 'N' TO WS-FOUND.
           MOVE 1 TO WS-PX.
           PERFORM UNTIL WS-PX > WS-PRV-COUNT OR WS-FOUND = 'Y'
              IF WS-PRV-KEY(WS-PX) = WS-CUR-KEY(WS-CX) THEN
                 MOVE 'Y' TO WS-FOUND
              ELSE
                 ADD 1 TO WS-PX
              END-IF
           END-PERFORM.

      *****************************************************************
      * REPORT - THREE SECTIONS, NEW / DROPPED / MOVED, ONE LINE PER
      * RULE WITH THE PRIOR AND LATEST CONFIDENCE AND LIFT AND THE
      * PERCENT CHANGE OF EACH
      *****************************************************************
       WRITE-REPORT-HEADER.
           MOVE WS-MOVE-PCT TO WS-PCT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULE DRIFT - LATEST CYCLE ' WS-LATEST-DATE
              ' AGAINST PRIOR CYCLE ' WS-PRIOR-DATE
              ' - MOVE THRESHOLD ' WS-PCT-DISP '% - RUN ' WS-CYC-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           IF WS-LATEST-DATE = SPACES THEN
              MOVE 'NO RULES ON RULEHIST' TO WS-RPT-LINE
              WRITE REPORT-REC FROM WS-RPT-LINE
           END-IF.
           IF WS-LATEST-DATE NOT = SPACES AND
              WS-PRIOR-DATE = SPACES THEN
              MOVE 'ONLY ONE CYCLE ON RULEHIST - EVERY RULE IS NEW'
                 TO WS-RPT-LINE
              WRITE REPORT-REC FROM WS-RPT-LINE
           END-IF.

       WRITE-SECTION-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'STATUS  ANTECEDENT                           '
              'CONSEQUENT                 PRIOR CF LATEST CF   '
              'CHG % PRIOR LIFT  LAST LIFT   CHG %'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       REPORT-NEW-RULES.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > WS-CUR-COUNT
              IF WS-CUR-MATCHED(WS-CX) = 'N' THEN
                 ADD 1 TO WS-NEW-COUNT
                 MOVE 'NEW' TO WS-LINE-STATUS
                 MOVE WS-CUR-KEY(WS-CX) TO WS-LINE-KEY
                 MOVE 0 TO WS-LINE-PRV-CONF
                 MOVE 0 TO WS-LINE-PRV-LIFT
                 MOVE WS-CUR-CONF(WS-CX) TO WS-LINE-CUR-CONF
                 MOVE WS-CUR-LIFT(WS-CX) TO WS-LINE-CUR-LIFT
                 MOVE 0 TO WS-CONF-CHG
                 MOVE 0 TO WS-LIFT-CHG
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

       REPORT-DROPPED-RULES.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM VARYING WS-PX FROM 1 BY 1
              UNTIL WS-PX > WS-PRV-COUNT
              IF WS-PRV-MATCHED(WS-PX) = 'N' THEN
                 ADD 1 TO WS-DROP-COUNT
                 MOVE 'DROPPED' TO WS-LINE-STATUS
                 MOVE WS-PRV-KEY(WS-PX) TO WS-LINE-KEY
                 MOVE WS-PRV-CONF(WS-PX) TO WS-LINE-PRV-CONF
                 MOVE WS-PRV-LIFT(WS-PX) TO WS-LINE-PRV-LIFT
                 MOVE 0 TO WS-LINE-CUR-CONF
                 MOVE 0 TO WS-LINE-CUR-LIFT
                 MOVE 0 TO WS-CONF-CHG
                 MOVE 0 TO WS-LIFT-CHG
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.

       REPORT-MOVED-RULES.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > WS-CUR-COUNT
              IF WS-CUR-MATCHED(WS-CX) = 'Y' THEN
                 PERFORM FIND-PRIOR-RULE
                 PERFORM MEASURE-MOVE
                 IF WS-CONF-MOVED = 'Y' OR WS-LIFT-MOVED = 'Y' THEN
                    ADD 1 TO WS-MOVE-COUNT
                    MOVE 'MOVED' TO WS-LINE-STATUS
                    MOVE WS-CUR-KEY(WS-CX) TO WS-LINE-KEY
                    MOVE WS-PRV-CONF(WS-PX) TO WS-LINE-PRV-CONF
                    MOVE WS-PRV-LIFT(WS-PX) TO WS-LINE-PRV-LIFT
                    MOVE WS-CUR-CONF(WS-CX) TO WS-LINE-CUR-CONF
                    MOVE WS-CUR-LIFT(WS-CX) TO WS-LINE-CUR-LIFT
                    PERFORM WRITE-REPORT-LINE
                 ELSE
                    ADD 1 TO WS-SAME-COUNT
                 END-IF
              END-IF
           END-PERFORM.

      *    PERCENT CHANGE AGAINST THE PRIOR VALUE. A PRIOR VALUE OF
      *    ZERO HAS NO PERCENT - ANY CHANGE FROM IT COUNTS AS A MOVE
      *    AND IS SHOWN AS 9999.9, THE SAME CAP AS A RISE TOO LARGE
      *    FOR THE FIELD (A FALL CANNOT PASS -100)
       MEASURE-MOVE.
           MOVE 'N' TO WS-CONF-MOVED.
           MOVE 'N' TO WS-LIFT-MOVED.
           IF WS-PRV-CONF(WS-PX) = 0 THEN
              MOVE 0 TO WS-CONF-CHG
              IF WS-CUR-CONF(WS-CX) NOT = 0 THEN
                 MOVE 9999.9 TO WS-CONF-CHG
                 MOVE 'Y' TO WS-CONF-MOVED
              END-IF
           ELSE
              COMPUTE WS-CONF-CHG ROUNDED =
                 (WS-CUR-CONF(WS-CX) - WS-PRV-CONF(WS-PX)) * 100
                 / WS-PRV-CONF(WS-PX)
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-CONF-CHG
              END-COMPUTE
              IF WS-CONF-CHG > WS-MOVE-PCT OR
                 WS-CONF-CHG < 0 - WS-MOVE-PCT THEN
                 MOVE 'Y' TO WS-CONF-MOVED
              END-IF
           END-IF.
           IF WS-PRV-LIFT(WS-PX) = 0 THEN
              MOVE 0 TO WS-LIFT-CHG
              IF WS-CUR-LIFT(WS-CX) NOT = 0 THEN
                 MOVE 9999.9 TO WS-LIFT-CHG
                 MOVE 'Y' TO WS-LIFT-MOVED
              END-IF
           ELSE
              COMPUTE WS-LIFT-CHG ROUNDED =
                 (WS-CUR-LIFT(WS-CX) - WS-PRV-LIFT(WS-PX)) * 100
                 / WS-PRV-LIFT(WS-PX)
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-LIFT-CHG
              END-COMPUTE
              IF WS-LIFT-CHG > WS-MOVE-PCT OR
                 WS-LIFT-CHG < 0 - WS-MOVE-PCT THEN
                 MOVE 'Y' TO WS-LIFT-MOVED
              END-IF
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-LINE-KEY(1:24) TO WS-CUR-MASK.
           PERFORM BUILD-NAME-LIST.
           MOVE WS-NAME-LIST TO WS-ANTE-LIST.
           MOVE WS-LINE-KEY(25:24) TO WS-CUR-MASK.
           PERFORM BUILD-NAME-LIST.
           MOVE WS-NAME-LIST TO WS-CONS-LIST.
           MOVE WS-LINE-PRV-CONF TO WS-CONF-DISP.
           MOVE WS-LINE-CUR-CONF TO WS-CONF-DISP-2.
           MOVE WS-LINE-PRV-LIFT TO WS-LIFT-DISP.
           MOVE WS-LINE-CUR-LIFT TO WS-LIFT-DISP-2.
           MOVE WS-CONF-CHG TO WS-CHG-DISP.
           MOVE WS-LIFT-CHG TO WS-CHG-DISP-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-LINE-STATUS ' ' WS-ANTE-LIST(1:36) ' '
              WS-CONS-LIST(1:26) ' ' WS-CONF-DISP '  '
              WS-CONF-DISP-2 ' ' WS-CHG-DISP ' ' WS-LIFT-DISP ' '
              WS-LIFT-DISP-2 ' ' WS-CHG-DISP-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-CUR-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULES IN LATEST CYCLE ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-PRV-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULES IN PRIOR CYCLE  ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-NEW-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULES NEW             ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-DROP-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULES DROPPED         ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-MOVE-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULES MOVED           ' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-SAME-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULES WITHIN THRESHOLD' WS-CNT-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       BUILD-NAME-LIST.
           MOVE SPACES TO WS-NAME-LIST.
           PERFORM VARYING WS-XIDX FROM 1 BY 1
              UNTIL WS-XIDX > WS-XWALK-COUNT
              COMPUTE WS-COL = ITEM-MASK-WIDTH-MAX -
                 WS-XWALK-BITPOS(WS-XIDX) + 1
              IF WS-CUR-MASK(WS-COL:1) = '1' THEN
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
           OPEN INPUT HIST-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'RULDRIFT OPEN-DATA FS1=' FS1
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN INPUT XWALK-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'RULDRIFT OPEN-DATA FS2=' FS2
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF FS3 NOT = '00' THEN
              DISPLAY 'RULDRIFT OPEN-DATA FS3=' FS3
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE HIST-FILE.
           CLOSE XWALK-FILE.
           CLOSE REPORT-FILE.
