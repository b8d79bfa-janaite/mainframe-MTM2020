      * Changes:
      *---------
      * 20260917: initial release
      * 20261011: prints the settings each step ran with (the CYCLPARM
      *           records a RUNPARM-driven program appends next to its
      *           CYCLELOG record) under that step's line, with where
      *           each value came from; CYCLPARM is optional
      * 20261012: shows cycles CYCBKOUT has backed out - the backout
      *           marker prints as its own line and every step of the
      *           cycle logged before it is flagged BACKED OUT
      *
      *****************************************************************
      * NIGHTLY OPERATIONS REPORT OVER THE SHARED CYCLE LOG
      * INPUT:
      *    CYCLELOG dataset - THE SHARED CYCLE LOG, APPENDED ACROSS
      *        RUNS
      *    CYCLPARM dataset - OPTIONAL, THE SETTINGS EACH RUN USED
      *        (SEE COPYBOOK CYCPARM), MATCHED TO ITS STEP ON PROGRAM,
      *        RUN DATE AND START TIME
      *
      * PARM: optional cycle date (YYYYMMDD) - only that date's
      *       records are reported; absent means the whole log
      * OUTPUT:
      *    CYCLERPT report - ONE LINE PER LOGGED STEP IN LOG ORDER,
      *        WITH ELAPSED HH:MM:SS PER STEP (A STEP THAT RAN PAST
      *        MIDNIGHT IS HANDLED) AND A TOTAL ELAPSED LINE; UNDER
      *        A STEP THAT LOGGED SETTINGS, ONE LINE PER SETTING WITH
      *        ITS VALUE AND SOURCE (RUNPARM, PARM OR DEFAULT);
      *        A STEP WHOSE CYCLE WAS LATER BACKED OUT IS FLAGGED
      *        BACKED OUT, AND THE BACKOUT MARKER ITSELF PRINTS AS A
      *        CYCLE BACKED OUT LINE WITH ITS COUNTS (NOT A STEP - IT
      *        IS LEFT OUT OF THE STEP COUNT AND ELAPSED TOTAL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CYCLRPT.
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS2.

           SELECT CYCPARM-FILE ASSIGN TO CYCLPARM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

       DATA DIVISION.
       FILE SECTION.

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(132).

       FD  CYCPARM-FILE.
           COPY CYCPARM.

       WORKING-STORAGE SECTION.

       01  FS1                      PIC X(2).
       01  FS2                      PIC X(2).
       01  FS3                      PIC X(2).
       01  WS-EOF                   PIC X(1)   VALUE 'N'.

       01  WS-FILTER-DATE           PIC X(8)   VALUE SPACES.
       01  WS-EL-SS                 PIC 9(2).
       01  WS-EL-REM                PIC 9(7).

      *    THE SETTINGS OF THE REPORTED CYCLE(S), HELD SO EACH STEP
      *    LINE CAN PICK ITS OWN OUT - SAME IN-MEMORY TABLE IDIOM (AND
      *    GUARD) AS THE OTHER LOADERS
       01  WS-CP-MAX                PIC 9(5)   VALUE 5000.
       01  WS-CP-COUNT              PIC 9(5)   VALUE 0.
       01  WS-CPX                   PIC 9(5).
       01  WS-EOF-CP                PIC X(1)   VALUE 'N'.
       01  WS-CP-TAB.
           05 WS-CP-ENTRY OCCURS 5000 TIMES.
              10 WS-CP-PROGRAM      PIC X(8).
              10 WS-CP-RUN-DATE     PIC X(8).
              10 WS-CP-START-TIME   PIC X(8).
              10 WS-CP-NAME         PIC X(16).
              10 WS-CP-VALUE        PIC X(16).
              10 WS-CP-SOURCE       PIC X(8).

      *    BACKOUT MARKERS (SEE COPYBOOK CYCLOG) AND WHERE EACH SITS
      *    IN THE LOG - A STEP OF THE SAME DATE LOGGED BEFORE ITS
      *    MARKER BELONGS TO THE BACKED-OUT RUN OF THE CYCLE
       01  WS-BK-MAX                PIC 9(4)   VALUE 200.
       01  WS-BK-COUNT              PIC 9(4)   VALUE 0.
       01  WS-BKX                   PIC 9(4).
       01  WS-BK-TAB.
           05 WS-BK-ENTRY OCCURS 200 TIMES.
              10 WS-BK-RUN-DATE     PIC X(8).
              10 WS-BK-LOG-POS      PIC 9(9).
       01  WS-LOG-POS               PIC 9(9)   VALUE 0.
       01  WS-BACKED-OUT            PIC X(1).
       01  WS-BACKED-OUT-STEPS      PIC 9(5)   VALUE 0.

       01  WS-IN-DISP               PIC ZZZZZZZZ9.
       01  WS-OUT-DISP              PIC ZZZZZZZZ9.
       01  WS-RPT-LINE              PIC X(132).
              MOVE PARM-CYCLE-DATE TO WS-FILTER-DATE
           END-IF.
           PERFORM OPEN-DATA.
           PERFORM LOAD-CYCLE-PARMS.
           PERFORM LOAD-BACKOUT-MARKERS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PRINT-CYCLE.
           PERFORM WRITE-REPORT-TOTAL.
           PERFORM CLOSE-DATA.
           DISPLAY 'CYCLRPT STEPS REPORTED ' WS-STEP-COUNT.
           DISPLAY 'CYCLRPT STEPS BACKED OUT ' WS-BACKED-OUT-STEPS.
           STOP RUN.

       PRINT-CYCLE.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CYCLOG-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-LOG-POS
                 IF WS-FILTER-DATE = SPACES OR
                    CY-RUN-DATE = WS-FILTER-DATE THEN
                    IF CY-PROGRAM = 'BACKOUT' THEN
                       PERFORM PRINT-BACKOUT-LINE
                    ELSE
                       ADD 1 TO WS-STEP-COUNT
                       PERFORM PRINT-STEP-LINE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
              ' OUT ' WS-OUT-DISP
              ' COND ' CY-CONDITION
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM CHECK-STEP-BACKED-OUT.
           IF WS-BACKED-OUT = 'Y' THEN
              ADD 1 TO WS-BACKED-OUT-STEPS
              MOVE 'BACKED OUT' TO WS-RPT-LINE(107:10)
           END-IF.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'CYCLRPT PRINT-STEP-LINE FS2=' FS2
              STOP RUN
           END-IF.
           PERFORM PRINT-STEP-SETTINGS.

       CHECK-STEP-BACKED-OUT.
           MOVE 'N' TO WS-BACKED-OUT.
           PERFORM VARYING WS-BKX FROM 1 BY 1
              UNTIL WS-BKX > WS-BK-COUNT
              IF WS-BK-RUN-DATE(WS-BKX) = CY-RUN-DATE AND
                 WS-BK-LOG-POS(WS-BKX) > WS-LOG-POS THEN
                 MOVE 'Y' TO WS-BACKED-OUT
              END-IF
           END-PERFORM.

      *    THE MARKER'S TIMES AND CONDITION ARE THE BACKOUT RUN'S -
      *    CYCBKOUT'S OWN STEP LINE CARRIES ITS ELAPSED TIME
       PRINT-BACKOUT-LINE.
           MOVE CY-IN-COUNT TO WS-IN-DISP.
           MOVE CY-OUT-COUNT TO WS-OUT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING CY-RUN-DATE
              ' CYCLE BACKED OUT BY CYCBKOUT START '
              CY-START-TIME(1:6)
              ' ITMSTATS REVERSED ' WS-IN-DISP
              ' FREQHIST REMOVED ' WS-OUT-DISP
              ' COND ' CY-CONDITION
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'CYCLRPT PRINT-BACKOUT-LINE FS2=' FS2
              STOP RUN
           END-IF.

       PRINT-STEP-SETTINGS.
           PERFORM VARYING WS-CPX FROM 1 BY 1
              UNTIL WS-CPX > WS-CP-COUNT
              IF WS-CP-PROGRAM(WS-CPX) = CY-PROGRAM AND
                 WS-CP-RUN-DATE(WS-CPX) = CY-RUN-DATE AND
                 WS-CP-START-TIME(WS-CPX) = CY-START-TIME THEN
                 IF WS-CP-VALUE(WS-CPX) = SPACES THEN
                    MOVE '(BLANK)' TO WS-CP-VALUE(WS-CPX)
                 END-IF
                 MOVE SPACES TO WS-RPT-LINE
                 STRING '         SETTING ' WS-CP-NAME(WS-CPX)
                    ' = ' WS-CP-VALUE(WS-CPX)
                    ' FROM ' WS-CP-SOURCE(WS-CPX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 WRITE REPORT-REC FROM WS-RPT-LINE
              END-IF
           END-PERFORM.

      *    NO CYCLPARM JUST MEANS NO SETTINGS LINES - THE STEP LINES
      *    STAND ON THEIR OWN, AS THEY DID BEFORE RUNPARM
       LOAD-CYCLE-PARMS.
           OPEN INPUT CYCPARM-FILE.
           IF FS3 = '05' OR FS3 = '35' THEN
              DISPLAY 'CYCLRPT CYCLPARM NOT PRESENT - NO SETTINGS '
                 'LINES'
           ELSE
              IF FS3 NOT = '00' THEN
                 DISPLAY 'CYCLRPT LOAD-CYCLE-PARMS FS3=' FS3
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-EOF-CP = 'Y'
                 READ CYCPARM-FILE AT END MOVE 'Y' TO WS-EOF-CP
                 END-READ
                 IF WS-EOF-CP NOT = 'Y' THEN
                    IF WS-FILTER-DATE = SPACES OR
                       CP-RUN-DATE = WS-FILTER-DATE THEN
                       PERFORM ADD-CYCLE-PARM
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CYCPARM-FILE
           END-IF.

       ADD-CYCLE-PARM.
           IF WS-CP-COUNT < WS-CP-MAX THEN
              ADD 1 TO WS-CP-COUNT
              MOVE CP-PROGRAM TO WS-CP-PROGRAM(WS-CP-COUNT)
              MOVE CP-RUN-DATE TO WS-CP-RUN-DATE(WS-CP-COUNT)
              MOVE CP-START-TIME TO WS-CP-START-TIME(WS-CP-COUNT)
              MOVE CP-PARM-NAME TO WS-CP-NAME(WS-CP-COUNT)
              MOVE CP-VALUE TO WS-CP-VALUE(WS-CP-COUNT)
              MOVE CP-SOURCE TO WS-CP-SOURCE(WS-CP-COUNT)
           ELSE
              DISPLAY 'CYCLRPT LOAD-CYCLE-PARMS CYCLPARM '
                 'EXCEEDS IN-MEMORY TABLE CAPACITY ' WS-CP-MAX
           END-IF.

      *    A FIRST PASS OVER THE LOG FINDS THE BACKOUT MARKERS, SO A
      *    STEP CAN BE FLAGGED AS IT PRINTS EVEN THOUGH ITS MARKER
      *    COMES LATER IN THE LOG
       LOAD-BACKOUT-MARKERS.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CYCLOG-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-LOG-POS
                 IF CY-PROGRAM = 'BACKOUT' THEN
                    IF WS-BK-COUNT < WS-BK-MAX THEN
                       ADD 1 TO WS-BK-COUNT
                       MOVE CY-RUN-DATE TO WS-BK-RUN-DATE(WS-BK-COUNT)
                       MOVE WS-LOG-POS TO WS-BK-LOG-POS(WS-BK-COUNT)
                    ELSE
                       DISPLAY 'CYCLRPT LOAD-BACKOUT-MARKERS BACKOUTS '
                          'EXCEED IN-MEMORY TABLE CAPACITY ' WS-BK-MAX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CYCLOG-FILE.
           OPEN INPUT CYCLOG-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'CYCLRPT LOAD-BACKOUT-MARKERS FS1=' FS1
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-LOG-POS.

       TIME-TO-SECONDS.
           MOVE WS-WORK-TIME(1:2) TO WS-HH.
              WS-EL-HH ':' WS-EL-MM ':' WS-EL-SS
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           IF WS-BACKED-OUT-STEPS > 0 THEN
              MOVE WS-BACKED-OUT-STEPS TO WS-IN-DISP
              MOVE SPACES TO WS-RPT-LINE
              STRING 'STEPS OF BACKED-OUT CYCLE RUNS ' WS-IN-DISP
                 ' - THEIR OUTPUT NO LONGER STANDS'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE REPORT-REC FROM WS-RPT-LINE
           END-IF.

       OPEN-DATA.
           OPEN INPUT CYCLOG-FILE.
