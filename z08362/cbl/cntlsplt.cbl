      * Changes:
      *---------
      * 20260919: initial release
      * 20261011: the slice count now comes from the RUNPARM dataset
      *           (see copybook) as setting SLICES, a non-blank PARM
      *           still overriding it, and the count used is appended
      *           to CYCLPARM next to the CYCLELOG record
      *
      *****************************************************************
      * SPLIT CNTLDATA INTO SLICES FOR PARALLEL FTFREQ SCORING
      * INPUT:
      *    CNTLDATA dataset - THE CONTROL ITEMSETS (MASK LAYOUT)
      *
      * SETTINGS: SLICES, READ FROM RUNPARM UNDER PROGRAM CNTLSPLT
      *       - A NON-BLANK PARM OVERRIDES IT.
      *
      * PARM: 05(1) NUMBER OF SLICES (1-4), DEFAULTS TO 2
      *
      * OUTPUT:
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RP-KEY
              FILE STATUS IS FS-RP.

           SELECT CYCPARM-FILE ASSIGN TO CYCLPARM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYP.

       DATA DIVISION.
       FILE SECTION.

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       FD  RUNPARM-FILE.
           COPY RUNPARM.

       FD  CYCPARM-FILE.
           COPY CYCPARM.

       WORKING-STORAGE SECTION.

       01  FS1                   PIC X(2).
       01  WS-CYC-DATE           PIC X(8).
       01  WS-CYC-START          PIC X(8).
       01  WS-CYC-END            PIC X(8).

       01  FS-RP             PIC X(2).
       01  FS-CYP            PIC X(2).
       01  WS-RP-AVAIL       PIC X(1).
       01  WS-RP-FOUND       PIC X(1).
       01  WS-RP-NAME        PIC X(16).
       01  WS-RP-SOURCE      PIC X(8).
       01  WS-RP-SHOW        PIC X(16).
       01  WS-SET-COUNT      PIC 9(2)   VALUE 0.
       01  WS-SETX           PIC 9(2).
       01  WS-SET-TAB.
           05 WS-SET-ENTRY OCCURS 10 TIMES.
              10 WS-SET-NAME    PIC X(16).
              10 WS-SET-VALUE   PIC X(16).
              10 WS-SET-SOURCE  PIC X(8).
       01  WS-EOF                PIC X(1).

       01  WS-SLICES             PIC 9(1)   VALUE 2.

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           PERFORM LOAD-RUN-SETTINGS.
           PERFORM COUNT-CONTROL-RECORDS.
           COMPUTE WS-SLICE-SIZE =
              (WS-TOTAL-COUNT + WS-SLICES - 1) / WS-SLICES.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-START FROM TIME.

       LOAD-RUN-SETTINGS.
           PERFORM OPEN-RUN-PARMS.
           MOVE 2 TO WS-SLICES.
           MOVE 'SLICES' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-NUMBER TO WS-SLICES
           END-IF.
           IF PARM-LENGTH > 0 THEN
              IF PARM-SLICES NOT = SPACES THEN
                 MOVE PARM-SLICES TO WS-SLICES
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           IF WS-SLICES < 1 OR WS-SLICES > 4 THEN
              DISPLAY 'CNTLSPLT BAD SLICE COUNT ' WS-SLICES
                 ' - FORCED TO 2'
              MOVE 2 TO WS-SLICES
              MOVE 'DEFAULT' TO WS-RP-SOURCE
           END-IF.
           MOVE WS-SLICES TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           PERFORM CLOSE-RUN-PARMS.

      *    PASS 1 - HOW MANY CONTROL RECORDS THERE ARE, SO THE SLICES
      *    COME OUT CONTIGUOUS AND NEAR-EQUAL
       COUNT-CONTROL-RECORDS.
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.
           PERFORM WRITE-CYCLE-PARMS.

      *****************************************************************
      * RUN SETTINGS - EACH SETTING STARTS AT THE PROGRAM DEFAULT, IS
      * REPLACED BY ITS RUNPARM RECORD WHEN THERE IS ONE, AND BY A
      * NON-BLANK PARM FIELD AFTER THAT (AD-HOC RERUNS). NO RUNPARM
      * DATASET AT ALL JUST MEANS PARM AND DEFAULTS, THE WAY THE STEP
      * RAN BEFORE RUNPARM EXISTED
      *****************************************************************
       OPEN-RUN-PARMS.
           MOVE 0 TO WS-SET-COUNT.
           MOVE 'Y' TO WS-RP-AVAIL.
           OPEN INPUT RUNPARM-FILE.
           IF FS-RP = '05' OR FS-RP = '35' THEN
              DISPLAY 'CNTLSPLT RUNPARM NOT PRESENT - PARM AND '
                 'DEFAULTS ONLY'
              MOVE 'N' TO WS-RP-AVAIL
           ELSE
              IF FS-RP NOT = '00' THEN
                 DISPLAY 'CNTLSPLT OPEN-RUN-PARMS FS-RP=' FS-RP
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.

      *    WS-RP-NAME NAMES THE SETTING - LEAVES WS-RP-FOUND AND THE
      *    SOURCE FOR THE SETTINGS ECHO
       READ-RUN-PARM.
           MOVE 'N' TO WS-RP-FOUND.
           MOVE 'DEFAULT' TO WS-RP-SOURCE.
           IF WS-RP-AVAIL = 'Y' THEN
              MOVE 'CNTLSPLT' TO RP-PROGRAM
              MOVE WS-RP-NAME TO RP-PARM-NAME
              READ RUNPARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-RP-FOUND
                    MOVE 'RUNPARM' TO WS-RP-SOURCE
              END-READ
              IF FS-RP NOT = '00' AND FS-RP NOT = '23' THEN
                 DISPLAY 'CNTLSPLT READ-RUN-PARM FS-RP=' FS-RP
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.

       ADD-SETTING.
           IF WS-SET-COUNT < 10 THEN
              ADD 1 TO WS-SET-COUNT
              MOVE WS-RP-NAME TO WS-SET-NAME(WS-SET-COUNT)
              MOVE WS-RP-SHOW TO WS-SET-VALUE(WS-SET-COUNT)
              MOVE WS-RP-SOURCE TO WS-SET-SOURCE(WS-SET-COUNT)
           END-IF.

       CLOSE-RUN-PARMS.
           IF WS-RP-AVAIL = 'Y' THEN
              CLOSE RUNPARM-FILE
           END-IF.

      *    THE SETTINGS THE RUN USED, KEYED LIKE ITS CYCLELOG RECORD
      *    FOR CYCLRPT - AS NON-FATAL AS THE LOG WRITE ITSELF
       WRITE-CYCLE-PARMS.
           IF WS-SET-COUNT > 0 THEN
              OPEN EXTEND CYCPARM-FILE
              IF FS-CYP = '05' OR FS-CYP = '35' THEN
                 OPEN OUTPUT CYCPARM-FILE
              END-IF
              IF FS-CYP NOT = '00' THEN
                 DISPLAY 'CNTLSPLT WRITE-CYCLE-PARMS FS-CYP=' FS-CYP
              ELSE
                 PERFORM VARYING WS-SETX FROM 1 BY 1
                    UNTIL WS-SETX > WS-SET-COUNT
                    MOVE 'CNTLSPLT' TO CP-PROGRAM
                    MOVE WS-CYC-DATE TO CP-RUN-DATE
                    MOVE WS-CYC-START TO CP-START-TIME
                    MOVE WS-SET-NAME(WS-SETX) TO CP-PARM-NAME
                    MOVE WS-SET-VALUE(WS-SETX) TO CP-VALUE
                    MOVE WS-SET-SOURCE(WS-SETX) TO CP-SOURCE
                    WRITE CYCPARM-REC
                 END-PERFORM
                 CLOSE CYCPARM-FILE
              END-IF
           END-IF.
