      *****************************************************************
      * Program name:    STEPGATE
      * Original author: JORGE JANAITE NETO
      * Date:            20261010
      *
      * Changes:
      *---------
      * 20261010: initial release
      * 20261015: a CYCBKOUT BACKOUT marker for the cycle date discards
      *           every record of the date logged before it
      *
      *****************************************************************
      * STEP PREREQUISITE GATE OVER THE SHARED CYCLE LOG
      *
      * EVERY PROGRAM LOGS TO CYCLELOG, BUT UNTIL NOW NOTHING USED THE
      * LOG TO STOP A STEP RUNNING OUT OF ORDER - STATUPD HAS RUN
      * AGAINST AN OUTDATA WHOSE FTFREQ STEP ENDED WITH CONDITION 8,
      * AND RULEXTR HAS SHIPPED RULES FROM A CYCLE WHERE FEATCHK
      * FAILED. THIS GATE RUNS AS THE FIRST STEP OF A JOB, NAMED ON
      * THE PARM FOR THE STEP IT GUARDS, AND ENDS WITH A RETURN CODE
      * THE JOB'S CONDITION CODES STOP ON.
      *
      * FOR EACH PREDECESSOR STEPPREQ LISTS FOR THE STEP, THE LAST
      * CYCLELOG RECORD OF THE CYCLE DATE (A RERUN REPLACES THE RUN
      * BEFORE IT) MUST:
      *    - EXIST                         ELSE MISSING
      *    - END AT OR BELOW SP-MAX-CONDITION    ELSE FAILED
      *    - HAVE STARTED AFTER EVERY ONE OF ITS OWN PREDECESSORS
      *      ENDED                         ELSE OUT OF ORDER - A
      *      PREDECESSOR THAT RAN AFTER THE STEP IT SHOULD PRECEDE
      *      LEAVES THAT STEP'S OUTPUT BUILT ON STALE INPUT
      * AN EARLIER RUN OF THE GUARDED STEP ITSELF IN THE SAME CYCLE IS
      * NOT HELD AGAINST IT - THAT IS A RERUN, WHICH IS WHAT THE GATE
      * IS LETTING THROUGH.
      *
      * THE CYCLE IS IDENTIFIED BY CY-RUN-DATE - A STEP LOGGED AFTER
      * MIDNIGHT BELONGS TO THE NEXT DATE, SO A JOB RESTARTED PAST
      * MIDNIGHT PASSES THE ORIGINAL CYCLE DATE ON THE PARM.
      *
      * A BACKOUT MARKER FOR THE CYCLE DATE (SEE COPYBOOK CYCLOG)
      * DISCARDS EVERY RECORD OF THE DATE LOGGED BEFORE IT - THOSE
      * RUNS WERE BACKED OUT - SO ONLY STEPS RERUN AFTER THE BACKOUT
      * COUNT, THE SAME WAY CYCLRPT AND CHNRCN READ THE LOG.
      *
      * INPUT:
      *    STEPPREQ dataset - STEP/PREDECESSOR PAIRS (SEE COPYBOOK)
      *    CYCLELOG dataset - THE SHARED CYCLE LOG; ABSENT MEANS
      *        NOTHING HAS RUN, SO EVERY PREDECESSOR IS MISSING
      *
      * PARM: 01(8) STEP PROGRAM NAME (REQUIRED)
      *       09(8) CYCLE DATE YYYYMMDD (OPTIONAL - DEFAULT TODAY)
      *
      * OUTPUT:
      *    GATERPT report - ONE LINE PER PREDECESSOR SAYING EXACTLY
      *        WHICH PREREQUISITE WAS NOT MET, THEN PASSED/FAILED
      *
      * RETURN-CODE 0 GATE PASSED, 4 NO PREREQUISITES DEFINED FOR THE
      * STEP (PASSED, BUT PROBABLY A MISTYPED NAME), 8 GATE FAILED OR
      * PARM IN ERROR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STEPGATE.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREREQ-FILE ASSIGN TO STEPPREQ
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS1.

           SELECT REPORT-FILE ASSIGN TO GATERPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS2.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  PREREQ-FILE.
           COPY STEPPREQ.

       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(132).

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       WORKING-STORAGE SECTION.

       01  FS-CYC                    PIC X(2).
       01  WS-CYC-DATE               PIC X(8).
       01  WS-CYC-START              PIC X(8).
       01  WS-CYC-END                PIC X(8).

       01  FS1                       PIC X(2).
       01  FS2                       PIC X(2).
       01  WS-EOF                    PIC X(1).

       01  WS-STEP                   PIC X(8)   VALUE SPACES.
       01  WS-GATE-DATE              PIC X(8).
       01  WS-LOG-PRESENT            PIC X(1)   VALUE 'Y'.

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

      *    EVERY STEP/PREDECESSOR PAIR - THE ORDER CHECK NEEDS THE
      *    PREDECESSORS' OWN PREDECESSORS AS WELL AS THE STEP'S
       01  WS-SP-MAX                 PIC 9(4)   VALUE 500.
       01  WS-SP-COUNT               PIC 9(4)   VALUE 0.
       01  WS-SPX                    PIC 9(4).
       01  WS-SPY                    PIC 9(4).
       01  WS-SP-TAB.
           05  WS-SP-ENTRY OCCURS 500 TIMES.
               10  WS-SP-STEP        PIC X(8).
               10  WS-SP-PRED        PIC X(8).
               10  WS-SP-MAX-COND    PIC 9(4).

      *    LAST RUN OF EACH PROGRAM ON THE CYCLE DATE
       01  WS-LG-MAX                 PIC 9(4)   VALUE 200.
       01  WS-LG-COUNT               PIC 9(4)   VALUE 0.
       01  WS-LGX                    PIC 9(4).
       01  WS-LG-FOUND               PIC 9(4).
       01  WS-LG-PRED                PIC 9(4).
       01  WS-LG-PRIOR               PIC 9(4).
       01  WS-FIND-PROGRAM           PIC X(8).
       01  WS-LG-TAB.
           05  WS-LG-ENTRY OCCURS 200 TIMES.
               10  WS-LG-PROGRAM     PIC X(8).
               10  WS-LG-START       PIC X(8).
               10  WS-LG-END         PIC X(8).
               10  WS-LG-COND        PIC 9(4).
               10  WS-LG-RUNS        PIC 9(4).

       01  WS-LOG-READ               PIC 9(9)   VALUE 0.
       01  WS-PREREQ-COUNT           PIC 9(9)   VALUE 0.
       01  WS-UNMET-COUNT            PIC 9(9)   VALUE 0.
       01  WS-ORDER-ERRORS           PIC 9(4).
       01  WS-RESULT                 PIC X(50).
       01  WS-RUNS-DISP              PIC ZZZ9.
       01  WS-CNT-DISP               PIC ZZZZZZZZ9.
       01  WS-RPT-LINE               PIC X(132).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-STEP       PIC X(8).
              10 PARM-CYCLE-DATE PIC X(8).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           MOVE WS-CYC-DATE TO WS-GATE-DATE.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-STEP TO WS-STEP
           END-IF.
           IF PARM-LENGTH > 15 THEN
              IF PARM-CYCLE-DATE NOT = SPACES THEN
                 MOVE PARM-CYCLE-DATE TO WS-GATE-DATE
              END-IF
           END-IF.
           IF WS-STEP = SPACES THEN
              DISPLAY 'STEPGATE NO STEP NAME ON PARM'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           MOVE WS-GATE-DATE TO WS-CHK-DATE.
           PERFORM VALIDATE-DATE.
           IF WS-DATE-OK = 'N' THEN
              DISPLAY 'STEPGATE CYCLE DATE ' WS-GATE-DATE
                 ' NOT A VALID DATE'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM OPEN-DATA.
           PERFORM LOAD-PREREQUISITES.
           PERFORM LOAD-CYCLE-LOG.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-PREREQUISITES.
           PERFORM WRITE-REPORT-TOTAL.
           PERFORM CLOSE-DATA.
           IF WS-UNMET-COUNT > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-PREREQ-COUNT = 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
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
              DISPLAY 'STEPGATE WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'STEPGATE' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-PREREQ-COUNT TO CY-IN-COUNT
              MOVE WS-UNMET-COUNT TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'STEPGATE WRITE-CYCLE-LOG FS-CYC=' FS-CYC
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.

       LOAD-PREREQUISITES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ PREREQ-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 IF WS-SP-COUNT < WS-SP-MAX THEN
                    ADD 1 TO WS-SP-COUNT
                    MOVE SP-STEP TO WS-SP-STEP(WS-SP-COUNT)
                    MOVE SP-PREDECESSOR TO WS-SP-PRED(WS-SP-COUNT)
                    MOVE SP-MAX-CONDITION TO
                       WS-SP-MAX-COND(WS-SP-COUNT)
                 ELSE
                    DISPLAY 'STEPGATE LOAD-PREREQUISITES STEPPREQ '
                       'EXCEEDS IN-MEMORY TABLE CAPACITY ' WS-SP-MAX
                 END-IF
              END-IF
           END-PERFORM.

      *    THE LOG IS IN RUN ORDER, SO A LATER RECORD OF THE SAME
      *    PROGRAM (A RERUN) OVERWRITES THE EARLIER ONE
       LOAD-CYCLE-LOG.
           OPEN INPUT CYCLOG-FILE.
           IF FS-CYC = '05' OR FS-CYC = '35' THEN
              MOVE 'N' TO WS-LOG-PRESENT
              DISPLAY 'STEPGATE CYCLELOG NOT PRESENT - NO STEP HAS RUN'
           ELSE
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'STEPGATE LOAD-CYCLE-LOG FS-CYC=' FS-CYC
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF WS-LOG-PRESENT = 'Y' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CYCLOG-FILE AT END MOVE 'Y' TO WS-EOF END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    ADD 1 TO WS-LOG-READ
                    IF CY-RUN-DATE = WS-GATE-DATE THEN
                       IF CY-PROGRAM = 'BACKOUT' THEN
                          MOVE 0 TO WS-LG-COUNT
                       ELSE
                          PERFORM KEEP-LOG-RECORD
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CYCLOG-FILE
           END-IF.

       KEEP-LOG-RECORD.
           MOVE CY-PROGRAM TO WS-FIND-PROGRAM.
           PERFORM FIND-LOG-PROGRAM.
           IF WS-LG-FOUND = 0 THEN
              IF WS-LG-COUNT < WS-LG-MAX THEN
                 ADD 1 TO WS-LG-COUNT
                 MOVE WS-LG-COUNT TO WS-LG-FOUND
                 MOVE CY-PROGRAM TO WS-LG-PROGRAM(WS-LG-FOUND)
                 MOVE 0 TO WS-LG-RUNS(WS-LG-FOUND)
              ELSE
                 DISPLAY 'STEPGATE LOAD-CYCLE-LOG CYCLELOG PROGRAMS '
                    'EXCEED IN-MEMORY TABLE CAPACITY ' WS-LG-MAX
              END-IF
           END-IF.
           IF WS-LG-FOUND > 0 THEN
              MOVE CY-START-TIME TO WS-LG-START(WS-LG-FOUND)
              MOVE CY-END-TIME TO WS-LG-END(WS-LG-FOUND)
              MOVE CY-CONDITION TO WS-LG-COND(WS-LG-FOUND)
              ADD 1 TO WS-LG-RUNS(WS-LG-FOUND)
           END-IF.

       FIND-LOG-PROGRAM.
           MOVE 0 TO WS-LG-FOUND.
           PERFORM VARYING WS-LGX FROM 1 BY 1
              UNTIL WS-LGX > WS-LG-COUNT
              IF WS-LG-PROGRAM(WS-LGX) = WS-FIND-PROGRAM THEN
                 MOVE WS-LGX TO WS-LG-FOUND
                 MOVE WS-LG-COUNT TO WS-LGX
              END-IF
           END-PERFORM.

       CHECK-PREREQUISITES.
           PERFORM VARYING WS-SPX FROM 1 BY 1
              UNTIL WS-SPX > WS-SP-COUNT
              IF WS-SP-STEP(WS-SPX) = WS-STEP THEN
                 ADD 1 TO WS-PREREQ-COUNT
                 PERFORM CHECK-ONE-PREDECESSOR
              END-IF
           END-PERFORM.

       CHECK-ONE-PREDECESSOR.
           MOVE SPACES TO WS-RESULT.
           MOVE WS-SP-PRED(WS-SPX) TO WS-FIND-PROGRAM.
           PERFORM FIND-LOG-PROGRAM.
           MOVE WS-LG-FOUND TO WS-LG-PRED.
           MOVE 0 TO WS-ORDER-ERRORS.
           IF WS-LG-PRED = 0 THEN
              MOVE 'MISSING - NO CYCLELOG RECORD FOR THE CYCLE DATE'
                 TO WS-RESULT
           ELSE
              IF WS-LG-COND(WS-LG-PRED) > WS-SP-MAX-COND(WS-SPX) THEN
                 MOVE 'FAILED - CONDITION ABOVE THE MAXIMUM'
                    TO WS-RESULT
              ELSE
                 PERFORM CHECK-PREDECESSOR-ORDER
                 IF WS-ORDER-ERRORS > 0 THEN
                    MOVE 'OUT OF ORDER - A PREDECESSOR RAN AFTER IT'
                       TO WS-RESULT
                 ELSE
                    MOVE 'OK' TO WS-RESULT
                 END-IF
              END-IF
           END-IF.
           IF WS-RESULT NOT = 'OK' THEN
              ADD 1 TO WS-UNMET-COUNT
           END-IF.
           PERFORM WRITE-PREDECESSOR-LINE.
           IF WS-ORDER-ERRORS > 0 THEN
              PERFORM WRITE-ORDER-LINES
           END-IF.

      *    THE PREDECESSOR'S OWN PREDECESSORS MUST ALL HAVE ENDED
      *    BEFORE ITS LAST RUN STARTED - ONE THAT HAS NOT RUN THIS CYCLE
      *    IS THE PREDECESSOR'S OWN GATE'S BUSINESS, NOT THIS ONE'S
       CHECK-PREDECESSOR-ORDER.
           PERFORM VARYING WS-SPY FROM 1 BY 1
              UNTIL WS-SPY > WS-SP-COUNT
              IF WS-SP-STEP(WS-SPY) = WS-SP-PRED(WS-SPX) THEN
                 MOVE WS-SP-PRED(WS-SPY) TO WS-FIND-PROGRAM
                 PERFORM FIND-LOG-PROGRAM
                 IF WS-LG-FOUND > 0 THEN
                    IF WS-LG-END(WS-LG-FOUND) >
                       WS-LG-START(WS-LG-PRED) THEN
                       ADD 1 TO WS-ORDER-ERRORS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-ORDER-LINES.
           PERFORM VARYING WS-SPY FROM 1 BY 1
              UNTIL WS-SPY > WS-SP-COUNT
              IF WS-SP-STEP(WS-SPY) = WS-SP-PRED(WS-SPX) THEN
                 MOVE WS-SP-PRED(WS-SPY) TO WS-FIND-PROGRAM
                 PERFORM FIND-LOG-PROGRAM
                 MOVE WS-LG-FOUND TO WS-LG-PRIOR
                 IF WS-LG-PRIOR > 0 THEN
                    IF WS-LG-END(WS-LG-PRIOR) >
                       WS-LG-START(WS-LG-PRED) THEN
                       MOVE SPACES TO WS-RPT-LINE
                       STRING '            '
                          WS-SP-PRED(WS-SPY) ' ENDED '
                          WS-LG-END(WS-LG-PRIOR)(1:6) ' AFTER '
                          WS-SP-PRED(WS-SPX) ' STARTED '
                          WS-LG-START(WS-LG-PRED)(1:6)
                          ' - ' WS-SP-PRED(WS-SPX)
                          ' OUTPUT IS BUILT ON STALE INPUT'
                          DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE REPORT-REC FROM WS-RPT-LINE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-PREDECESSOR-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-LG-PRED = 0 THEN
              STRING WS-SP-PRED(WS-SPX) '    '
                 WS-SP-MAX-COND(WS-SPX)
                 '                                  '
                 WS-RESULT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              MOVE WS-LG-RUNS(WS-LG-PRED) TO WS-RUNS-DISP
              STRING WS-SP-PRED(WS-SPX) '    '
                 WS-SP-MAX-COND(WS-SPX) '    '
                 WS-RUNS-DISP '  '
                 WS-LG-START(WS-LG-PRED)(1:6) '  '
                 WS-LG-END(WS-LG-PRED)(1:6) '  '
                 WS-LG-COND(WS-LG-PRED) '  '
                 WS-RESULT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'STEPGATE WRITE-PREDECESSOR-LINE FS2=' FS2
              STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'STEP GATE FOR ' WS-STEP ' CYCLE ' WS-GATE-DATE
              ' - RUN ' WS-CYC-DATE ' AT ' WS-CYC-START(1:6)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           IF WS-LOG-PRESENT = 'N' THEN
              MOVE 'CYCLELOG NOT PRESENT - NO STEP HAS RUN'
                 TO WS-RPT-LINE
              WRITE REPORT-REC FROM WS-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PREDECSR  MAX COND  RUNS  START   END     COND  '
              'RESULT'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-REPORT-TOTAL.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-PREREQ-COUNT = 0 THEN
              STRING 'NO PREREQUISITES ON STEPPREQ FOR ' WS-STEP
                 ' - GATE PASSED, CHECK THE STEP NAME'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              IF WS-UNMET-COUNT > 0 THEN
                 MOVE WS-UNMET-COUNT TO WS-CNT-DISP
                 STRING 'GATE FAILED -' WS-CNT-DISP
                    ' PREREQUISITE(S) NOT MET - ' WS-STEP
                    ' MUST NOT RUN'
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 STRING 'GATE PASSED - ' WS-STEP ' MAY RUN'
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
           END-IF.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           DISPLAY 'STEPGATE ' WS-RPT-LINE.

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

      *    A GATE THAT CANNOT READ ITS TABLE MUST STOP THE JOB, NOT
      *    WAVE IT THROUGH
       OPEN-DATA.
           OPEN INPUT PREREQ-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'STEPGATE OPEN-DATA FS1=' FS1
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'STEPGATE OPEN-DATA FS2=' FS2
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE PREREQ-FILE.
           CLOSE REPORT-FILE.
