      * 20260917: appends a standard cycle-log record to the shared
      *           CYCLELOG dataset (see copybook CYCLOG) for the
      *           CYCLRPT nightly operations report
      * 20261003: rules flagged by the RULEBKT holdout backtest
      *           (RULEFLAG dataset, see copybook RULEFLG) are kept
      *           off CAMPEXTR and RULEXREF, matched on antecedent and
      *           consequent mask; RULEFLAG is optional - without it
      *           every rule is extracted as before
      * 20261011: CONF-FLOOR and LIFT-FLOOR now come from the RUNPARM
      *           dataset (see copybook), a non-blank PARM field still
      *           overriding either one, and the settings used are
      *           appended to CYCLPARM next to the CYCLELOG record
      * 20261015: a flagged rule that clears the floors is written to
      *           RULEXREF (with its rule ID) and kept off CAMPEXTR
      *           only, so RULEBKT re-tests it every backtest and the
      *           flag lifts once the rule holds again
      *
      *****************************************************************
      * CAMPAIGN-SYSTEM EXTRACT OF THE ASSOCRUL RULES
      *    RULEOUT dataset - ASSOCRUL rules (RANKED DESCENDING BY
      *        LIFT; THE EXTRACT PRESERVES THAT ORDER)
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *    RULEFLAG dataset - RULEBKT'S FLAGGED RULES (OPTIONAL)
      *
      * SETTINGS: READ FROM RUNPARM UNDER PROGRAM RULEXTR AND THE
      *       NAME IN BRACKETS; A NON-BLANK PARM FIELD OVERRIDES IT.
      *
      * PARM: 05(3) CONFIDENCE FLOOR, WHOLE PERCENT (000 = NO FLOOR)
      *          (CONF-FLOOR)
      *       05(5) LIFT FLOOR AS 999V99 ('00150' = 1.50; 00000 = NO
      *          FLOOR) (LIFT-FLOOR)
      *
      * OUTPUT:
      *    CAMPEXTR dataset, ONE DELIMITED RECORD PER SURVIVING RULE:
      *    RULEXREF dataset, ONE FIXED-LAYOUT RECORD PER SURVIVING
      *       RULE: RULE ID, ANTECEDENT MASK, CONSEQUENT MASK,
      *       FREQUENCIES, CONFIDENCE AND LIFT - THE BRIDGE FROM THE
      *       CAMPAIGN TOOL'S RESPONSES BACK TO THE RULEOUT RULE.
      *       RULEBKT-FLAGGED RULES ARE ON RULEXREF TOO (BUT NOT ON
      *       CAMPEXTR) SO THE NEXT BACKTEST RE-TESTS THEM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RULEXTR.
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT FLAG-FILE ASSIGN TO RULEFLAG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
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

           05 XR-CONFIDENCE    PIC 9(3)V9(4).
           05 XR-LIFT          PIC 9(5)V9(4).

       FD  FLAG-FILE.
           COPY RULEFLG.

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       FD  RUNPARM-FILE.
           COPY RUNPARM.

       FD  CYCPARM-FILE.
           COPY CYCPARM.

       WORKING-STORAGE SECTION.

       COPY ITMWDTH.
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

       01  FS1                   PIC X(2).
       01  FS2                   PIC X(2).
       01  FS3                   PIC X(2).
       01  FS4                   PIC X(2).
       01  FS5                   PIC X(2).
       01  WS-EOF                PIC X(1).
       01  WS-COL                PIC 9(2).

       01  WS-READ-COUNT         PIC 9(9)   VALUE 0.
       01  WS-OUT-COUNT          PIC 9(9)   VALUE 0.
       01  WS-DROP-COUNT         PIC 9(9)   VALUE 0.
       01  WS-FLAG-DROP-COUNT    PIC 9(9)   VALUE 0.

      *    THE RULES RULEBKT FLAGGED AS NOT HOLDING UP OUT OF SAMPLE -
      *    SAME IN-MEMORY TABLE IDIOM (AND GUARD) AS FTFREQ'S FEATURE
      *    TABLE
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

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           PERFORM LOAD-RUN-SETTINGS.
           PERFORM OPEN-DATA.
           PERFORM LOAD-CROSSWALK.
           PERFORM LOAD-RULE-FLAGS.
           PERFORM EXTRACT-RULES.
           PERFORM CLOSE-DATA.
           DISPLAY 'RULEXTR RULES READ    ' WS-READ-COUNT.
           DISPLAY 'RULEXTR RULES WRITTEN ' WS-OUT-COUNT.
           DISPLAY 'RULEXTR RULES DROPPED ' WS-DROP-COUNT.
           DISPLAY 'RULEXTR RULES FLAGGED ' WS-FLAG-DROP-COUNT.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-START FROM TIME.

       LOAD-RUN-SETTINGS.
           PERFORM OPEN-RUN-PARMS.
           MOVE 'CONF-FLOOR' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-NUMBER TO WS-CONF-FLOOR
           END-IF.
           IF PARM-LENGTH > 2 THEN
              IF PARM-CONF-FLOOR NOT = SPACES THEN
                 MOVE PARM-CONF-FLOOR TO WS-CONF-FLOOR
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-CONF-FLOOR TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
      *    RP-VALUE CARRIES THE LIFT FLOOR IN THE PARM'S OWN FIVE-DIGIT
      *    FORM, SO IT LANDS ON THE GROUP THE SAME WAY
           MOVE 'LIFT-FLOOR' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-VALUE TO WS-LIFT-FLOOR-X
           END-IF.
           IF PARM-LENGTH > 7 THEN
              IF PARM-LIFT-FLOOR NOT = SPACES THEN
                 MOVE PARM-LIFT-FLOOR TO WS-LIFT-FLOOR-X
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-LIFT-FLOOR-X TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           PERFORM CLOSE-RUN-PARMS.

      *    A FAILED LOG WRITE MUST NOT FAIL THE STEP - THE LOG IS FOR
      *    THE OPERATIONS REPORT, NOT PART OF THE DATA CHAIN
       WRITE-CYCLE-LOG.
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
              DISPLAY 'RULEXTR RUNPARM NOT PRESENT - PARM AND '
                 'DEFAULTS ONLY'
              MOVE 'N' TO WS-RP-AVAIL
           ELSE
              IF FS-RP NOT = '00' THEN
                 DISPLAY 'RULEXTR OPEN-RUN-PARMS FS-RP=' FS-RP
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
              MOVE 'RULEXTR' TO RP-PROGRAM
              MOVE WS-RP-NAME TO RP-PARM-NAME
              READ RUNPARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-RP-FOUND
                    MOVE 'RUNPARM' TO WS-RP-SOURCE
              END-READ
              IF FS-RP NOT = '00' AND FS-RP NOT = '23' THEN
                 DISPLAY 'RULEXTR READ-RUN-PARM FS-RP=' FS-RP
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
                 DISPLAY 'RULEXTR WRITE-CYCLE-PARMS FS-CYP=' FS-CYP
              ELSE
                 PERFORM VARYING WS-SETX FROM 1 BY 1
                    UNTIL WS-SETX > WS-SET-COUNT
                    MOVE 'RULEXTR' TO CP-PROGRAM
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

       LOAD-CROSSWALK.
           MOVE 'N' TO WS-EOF.
              END-IF
           END-PERFORM.

      *****************************************************************
      * RULEFLAG IS OPTIONAL - NOT CATALOGED (OR A DUMMY DD) MEANS NO
      * BACKTEST HAS FLAGGED ANYTHING, AND EVERY RULE GOES OUT AS IT
      * DID BEFORE THE BACKTEST EXISTED
      *****************************************************************
       LOAD-RULE-FLAGS.
           OPEN INPUT FLAG-FILE.
           IF FS5 NOT = '00' THEN
              DISPLAY 'RULEXTR NO RULE FLAGS APPLIED (RULEFLAG FS5='
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
                       DISPLAY 'RULEXTR LOAD-RULE-FLAGS RULEFLAG '
                          'EXCEEDS IN-MEMORY TABLE CAPACITY '
                          WS-FLAG-MAX
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE FLAG-FILE
           END-IF.

      *****************************************************************
      * A FLAGGED RULE STILL GETS ITS RULE ID AND ITS RULEXREF RECORD -
      * RULEBKT RE-TESTS WHAT IS ON RULEXREF, SO A FLAG LIFTS AS SOON
      * AS THE RULE HOLDS AGAIN - BUT IT NEVER REACHES CAMPEXTR
      *****************************************************************
       EXTRACT-RULES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
                 ADD 1 TO WS-READ-COUNT
                 IF RL-CONFIDENCE >= WS-CONF-FLOOR AND
                    RL-LIFT >= WS-LIFT-FLOOR THEN
                    ADD 1 TO WS-RID-SEQ
                    PERFORM CHECK-RULE-FLAGGED
                    IF WS-RULE-FLAGGED = 'Y' THEN
                       ADD 1 TO WS-FLAG-DROP-COUNT
                       PERFORM WRITE-XREF-REC
                    ELSE
                       PERFORM WRITE-CAMPAIGN-REC
                    END-IF
                 ELSE
                    ADD 1 TO WS-DROP-COUNT
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-RULE-FLAGGED.
           MOVE 'N' TO WS-RULE-FLAGGED.
           PERFORM VARYING WS-FLX FROM 1 BY 1
              UNTIL WS-FLX > WS-FLAG-COUNT
              IF WS-FLAG-ANTE(WS-FLX) = RL-ANTE-SEQ AND
                 WS-FLAG-CONS(WS-FLX) = RL-CONS-SEQ THEN
                 MOVE 'Y' TO WS-RULE-FLAGGED
                 MOVE WS-FLAG-COUNT TO WS-FLX
              END-IF
           END-PERFORM.

       WRITE-CAMPAIGN-REC.
           MOVE RL-ANTE-SEQ TO WS-CUR-MASK.
           PERFORM BUILD-CODE-LIST.
           MOVE WS-CODE-LIST TO WS-ANTE-LIST.
