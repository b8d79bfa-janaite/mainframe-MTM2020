      * 20260917: appends a standard cycle-log record to the shared
      *           CYCLELOG dataset (see copybook CYCLOG) for the
      *           CYCLRPT nightly operations report
      * 20261012: notes a cycle CYCBKOUT has backed out (the backout
      *           marker on CYCLELOG) and ends with 4 when the RUNCTL
      *           records checked belong to that backed-out run
      *
      *****************************************************************
      * END-OF-CHAIN RECONCILIATION OF THE RUNCTL SIBLING DATASETS
      * INPUT:
      *    GEN1CTL / CBITCTL / FREQCTL datasets - RUNCTL records
      *    TOTALREG dataset - PIC 9(9) total register count
      *    CYCLELOG dataset - THE SHARED CYCLE LOG, SEARCHED FOR A
      *        BACKOUT MARKER ON THE CYCLE DATE (SEE COPYBOOK CYCLOG);
      *        ABSENT MEANS NO BACKOUT
      *
      * PARM: optional cycle date (YYYYMMDD) the run dates must all
      *       match - when absent, GEN1'S run date stands in for it
      * OUTPUT:
      *    RECONRPT report - one PASS/FAIL line per check plus a
      *    summary; RETURN-CODE 8 WHEN ANY CHECK FAILS SO THE
      *    SCHEDULER FAILS THE JOB. WHEN THE CYCLE HAS BEEN BACKED
      *    OUT, NOTE LINES SAY WHEN AND WHAT WAS REVERSED; IF NO
      *    FTFREQ RERUN HAS BEEN LOGGED SINCE, THE RUNCTL RECORDS ARE
      *    THE BACKED-OUT RUN'S AND THE STEP ENDS WITH 4 EVEN WHEN
      *    EVERY CHECK PASSES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHNRCN.
       01  WS-CNT-DISP-2            PIC ZZZZZZZZ9.
       01  WS-RPT-LINE              PIC X(80).

       01  WS-EOF                   PIC X(1).
       01  WS-BK-FOUND              PIC X(1)   VALUE 'N'.
       01  WS-BK-RERUN              PIC X(1)   VALUE 'N'.
       01  WS-BK-START              PIC X(8).
       01  WS-BK-REVERSED           PIC 9(9)   VALUE 0.
       01  WS-BK-REMOVED            PIC 9(9)   VALUE 0.

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           PERFORM OPEN-DATA.
           PERFORM LOAD-RUNCTLS.
           PERFORM RUN-CHECKS.
           PERFORM CHECK-BACKOUT.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-DATA.
           IF WS-FAIL-COUNT > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-BK-FOUND = 'Y' AND WS-BK-RERUN = 'N' THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

      *    THE LAST BACKOUT MARKER OF THE CYCLE DATE COUNTS; AN
      *    FTFREQ RECORD LOGGED AFTER IT MEANS THE CYCLE HAS BEEN RERUN
      *    AND THE RUNCTL RECORDS ARE THE RERUN'S
       CHECK-BACKOUT.
           OPEN INPUT CYCLOG-FILE.
           IF FS-CYC = '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CYCLOG-FILE AT END MOVE 'Y' TO WS-EOF END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    IF CY-RUN-DATE = WS-CYCLE-DATE THEN
                       PERFORM KEEP-BACKOUT-STATE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CYCLOG-FILE
           ELSE
              IF FS-CYC NOT = '05' AND FS-CYC NOT = '35' THEN
                 DISPLAY 'CHNRCN CHECK-BACKOUT FS-CYC=' FS-CYC
              END-IF
           END-IF.
           IF WS-BK-FOUND = 'Y' THEN
              PERFORM WRITE-BACKOUT-NOTE
           END-IF.

       KEEP-BACKOUT-STATE.
           IF CY-PROGRAM = 'BACKOUT' THEN
              MOVE 'Y' TO WS-BK-FOUND
              MOVE 'N' TO WS-BK-RERUN
              MOVE CY-START-TIME TO WS-BK-START
              MOVE CY-IN-COUNT TO WS-BK-REVERSED
              MOVE CY-OUT-COUNT TO WS-BK-REMOVED
           ELSE
              IF WS-BK-FOUND = 'Y' AND CY-PROGRAM = 'FTFREQ' THEN
                 MOVE 'Y' TO WS-BK-RERUN
              END-IF
           END-IF.

       WRITE-BACKOUT-NOTE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NOTE CYCLE ' WS-CYCLE-DATE
              ' BACKED OUT BY CYCBKOUT AT ' WS-BK-START(1:6)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-BK-REVERSED TO WS-CNT-DISP-1.
           MOVE WS-BK-REMOVED TO WS-CNT-DISP-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '     ITMSTATS REVERSED ' WS-CNT-DISP-1
              ' FREQHIST REMOVED ' WS-CNT-DISP-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-BK-RERUN = 'Y' THEN
              STRING '     CYCLE RERUN SINCE - '
                 'THE CHECKS ABOVE ARE THE RERUN'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING '     NOT RERUN - '
                 'THE CHECKS ABOVE ARE THE BACKED-OUT RUN'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-FAIL-COUNT = 0 THEN
