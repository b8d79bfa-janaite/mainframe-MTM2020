      *           CYCLELOG dataset (see copybook CYCLOG) for the
      *           CYCLRPT nightly operations report - one record per
      *           CALL, so an LVLDRV chain logs every pair it drives
      * 20261004: every rule written to RULEOUT is also appended,
      *           stamped with the run date, to the RULEHIST rule
      *           history dataset (see copybook RULEHST) - the same
      *           way FTFREQ keeps FREQHIST - so RULDRIFT can report
      *           rule drift from one cycle to the next
      * 20261015: RULEHIST records also carry the run start time
      *           (RH-RUN-TIME), taken with the run date on the first
      *           CALL of the run unit only - every level pair of one
      *           LVLDRV chain is stamped alike, and a same-date rerun
      *           is told apart from the run before it
      *
      *****************************************************************
      * TURN FTFREQ FREQUENCY COUNTS INTO CONFIDENCE/LIFT RULES
      *
      *    CONFIDENCE = COMBINED-FREQ / ANTECEDENT-FREQ
      *    LIFT       = CONFIDENCE / (CONSEQUENT-FREQ / TOTAL-REG)
      *
      *    RULEHIST dataset, APPENDED - EVERY RULEOUT RULE WITH THE RUN
      *        DATE AND START TIME (SEE COPYBOOK RULEHST)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ASSOCRUL.

           SELECT SORT-FILE ASSIGN TO SORTWK1.

           SELECT RULEHIST-FILE ASSIGN TO RULEHIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-HIST.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
           05 SD-COMB-FREQ     PIC 9(9).
           05 SD-CONFIDENCE    PIC 9(3)V9(4).

       FD  RULEHIST-FILE.
           COPY RULEHST.

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       COPY ITMWDTH.

       01  FS-CYC              PIC X(2).
       01  FS-HIST             PIC X(2).
       01  WS-CYC-DATE         PIC X(8).
       01  WS-CYC-START        PIC X(8).
       01  WS-CYC-END          PIC X(8).
       01  WS-RULE-COUNT       PIC 9(9)   VALUE 0.

      *    THE RULEHIST STAMP - SET ON THE FIRST CALL ONLY AND, UNLIKE
      *    THE TABLE COUNTS BELOW, DELIBERATELY NOT RESET ON LATER
      *    CALLS IN THE SAME RUN UNIT
       01  WS-HIST-DATE        PIC X(8)   VALUE SPACES.
       01  WS-HIST-TIME        PIC X(8)   VALUE SPACES.

       01  WS-EOF              PIC X(1).
       01  WS-TOTAL-REG        PIC 9(9)   VALUE 0.
       01  I                   PIC 9(2).
       START-CYCLE-LOG.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-START FROM TIME.
           IF WS-HIST-DATE = SPACES THEN
              MOVE WS-CYC-DATE TO WS-HIST-DATE
              MOVE WS-CYC-START TO WS-HIST-TIME
           END-IF.

      *    A FAILED LOG WRITE MUST NOT FAIL THE STEP - THE LOG IS FOR
      *    THE OPERATIONS REPORT, NOT PART OF THE DATA CHAIN
                 MOVE SD-LIFT       TO OUT-LIFT
                 WRITE OUT-REC
                 ADD 1 TO WS-RULE-COUNT
                 PERFORM WRITE-RULE-HISTORY
              END-IF
           END-PERFORM.

       WRITE-RULE-HISTORY.
           MOVE WS-HIST-DATE  TO RH-RUN-DATE.
           MOVE WS-HIST-TIME  TO RH-RUN-TIME.
           MOVE SD-ANTE-SEQ   TO RH-ANTE-SEQ.
           MOVE SD-CONS-SEQ   TO RH-CONS-SEQ.
           MOVE SD-ANTE-FREQ  TO RH-ANTE-FREQ.
           MOVE SD-COMB-FREQ  TO RH-COMB-FREQ.
           MOVE SD-CONFIDENCE TO RH-CONFIDENCE.
           MOVE SD-LIFT       TO RH-LIFT.
           WRITE RULEHST-REC.
           IF FS-HIST NOT = '00' THEN
              DISPLAY 'ASSOCRUL WRITE-RULE-HISTORY FS-HIST=' FS-HIST
              STOP RUN
           END-IF.

       OPEN-DATA.
           OPEN INPUT ANTE-FILE.
           OPEN INPUT COMB-FILE.
           OPEN INPUT BASE-FILE.
           OPEN INPUT TOTALREG-FILE.
           OPEN OUTPUT OUT-FILE.
           PERFORM OPEN-RULE-HISTORY.

      *    APPEND TO THE HISTORY FILE IF IT ALREADY EXISTS, ELSE
      *    CREATE IT - SAME FIRST-RUN FALLBACK AS FTFREQ'S OPEN-HISTORY
       OPEN-RULE-HISTORY.
           OPEN EXTEND RULEHIST-FILE.
           IF FS-HIST = '05' OR FS-HIST = '35' THEN
              OPEN OUTPUT RULEHIST-FILE
           END-IF.
           IF FS-HIST NOT = '00' THEN
              DISPLAY 'ASSOCRUL OPEN-RULE-HISTORY FS-HIST=' FS-HIST
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE ANTE-FILE.
           CLOSE BASE-FILE.
           CLOSE TOTALREG-FILE.
           CLOSE OUT-FILE.
           CLOSE RULEHIST-FILE.
