      * 20260917: appends a standard cycle-log record to the shared
      *           CYCLELOG dataset (see copybook CYCLOG) for the
      *           CYCLRPT nightly operations report
      * 20261015: a response for a rule flagged by the RULEBKT holdout
      *           backtest (RULEFLAG dataset, optional) is reported
      *           and counted but not attributed to the rule, now that
      *           RULEXTR leaves flagged rules on RULEXREF for RULEBKT
      *           to re-test
      *
      *****************************************************************
      * CAMPAIGN RESPONSE FEEDBACK AGAINST THE EXTRACTED RULES
      * TAKE-RATE NEXT TO THE RULE'S RL-CONFIDENCE - RULES THAT DO NOT
      * PERFORM ARE FLAGGED SO THEY STOP BEING RE-EXTRACTED.
      *
      * A RULE ON RULEFLAG (RULEBKT FLAGGED IT AS NOT HOLDING UP OUT
      * OF SAMPLE) IS NO LONGER CAMPAIGNED, SO A RESPONSE CARRYING ITS
      * ID IS LISTED AND COUNTED BUT NOT SCORED AGAINST IT - MATCHED
      * ON THE ANTECEDENT AND CONSEQUENT MASKS THE SAME WAY RULEXTR
      * DOES.
      *
      * INPUT:
      *    RESPFILE dataset - ONE RECORD PER RULE RESPONSE:
      *        RULE ID X(6), OFFERS MADE 9(9), OFFERS ACCEPTED 9(9)
      *    RULEXREF dataset - RULEXTR's RULE-ID CROSS-REFERENCE
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *    RULEFLAG dataset - RULEBKT'S FLAGGED RULES (OPTIONAL)
      *
      * OUTPUT:
      *    CAMPRPT report - PER RULE: ITEMS, OFFERS MADE/ACCEPTED,
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT FLAG-FILE ASSIGN TO RULEFLAG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(132).

       FD  FLAG-FILE.
           COPY RULEFLG.

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       01  FS2                   PIC X(2).
       01  FS3                   PIC X(2).
       01  FS4                   PIC X(2).
       01  FS5                   PIC X(2).
       01  WS-EOF                PIC X(1).
       01  WS-COL                PIC 9(2).

       01  WS-MATCH-COUNT        PIC 9(9)   VALUE 0.
       01  WS-UNKNOWN-COUNT      PIC 9(9)   VALUE 0.
       01  WS-UNDER-COUNT        PIC 9(9)   VALUE 0.
       01  WS-FLAG-SKIP-COUNT    PIC 9(9)   VALUE 0.

      *    THE RULES RULEBKT FLAGGED AS NOT HOLDING UP OUT OF SAMPLE -
      *    SAME TABLE AND MATCH AS RULEXTR'S
       01  WS-FLAG-MAX           PIC 9(4)   VALUE 2000.
       01  WS-FLAG-COUNT         PIC 9(4)   VALUE 0.
       01  WS-FLX                PIC 9(4).
       01  WS-RULE-FLAGGED       PIC X(1).
       01  WS-CHK-ANTE           PIC X(24).
       01  WS-CHK-CONS           PIC X(24).
       01  WS-FLAG-TAB.
           05 WS-FLAG-ENTRY OCCURS 2000 TIMES.
              10 WS-FLAG-ANTE    PIC X(24).
              10 WS-FLAG-CONS    PIC X(24).

       01  WS-XREF-MAX           PIC 9(4)   VALUE 2000.
       01  WS-XREF-COUNT         PIC 9(4)   VALUE 0.
           PERFORM OPEN-DATA.
           PERFORM LOAD-XREF.
           PERFORM LOAD-CROSSWALK.
           PERFORM LOAD-RULE-FLAGS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROCESS-RESPONSES.
           PERFORM WRITE-REPORT-SUMMARY.
           DISPLAY 'CAMPRSP RESPONSES READ    ' WS-RESP-COUNT.
           DISPLAY 'CAMPRSP RULES MATCHED     ' WS-MATCH-COUNT.
           DISPLAY 'CAMPRSP UNKNOWN RULE IDS  ' WS-UNKNOWN-COUNT.
           DISPLAY 'CAMPRSP FLAGGED RULE RESP ' WS-FLAG-SKIP-COUNT.
           DISPLAY 'CAMPRSP UNDERPERFORMING   ' WS-UNDER-COUNT.
           IF WS-UNKNOWN-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
              END-IF
           END-PERFORM.

      *****************************************************************
      * RULEFLAG IS OPTIONAL - NOT CATALOGED (OR A DUMMY DD) MEANS NO
      * BACKTEST HAS FLAGGED ANYTHING, AND EVERY RESPONSE IS MATCHED
      * TO ITS RULE AS BEFORE
      *****************************************************************
       LOAD-RULE-FLAGS.
           OPEN INPUT FLAG-FILE.
           IF FS5 NOT = '00' THEN
              DISPLAY 'CAMPRSP NO RULE FLAGS APPLIED (RULEFLAG FS5='
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
                       DISPLAY 'CAMPRSP LOAD-RULE-FLAGS RULEFLAG '
                          'EXCEEDS IN-MEMORY TABLE CAPACITY '
                          WS-FLAG-MAX
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE FLAG-FILE
           END-IF.

      *    THE MATCHED RULEXREF ENTRY IS WS-XREF-FOUND
       CHECK-RULE-FLAGGED.
           MOVE 'N' TO WS-RULE-FLAGGED.
           MOVE WS-XR-T-ANTE(WS-XREF-FOUND) TO WS-CHK-ANTE.
           MOVE WS-XR-T-CONS(WS-XREF-FOUND) TO WS-CHK-CONS.
           PERFORM VARYING WS-FLX FROM 1 BY 1
              UNTIL WS-FLX > WS-FLAG-COUNT
              IF WS-FLAG-ANTE(WS-FLX) = WS-CHK-ANTE AND
                 WS-FLAG-CONS(WS-FLX) = WS-CHK-CONS THEN
                 MOVE 'Y' TO WS-RULE-FLAGGED
                 MOVE WS-FLAG-COUNT TO WS-FLX
              END-IF
           END-PERFORM.

       PROCESS-RESPONSES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              END-IF
           END-PERFORM.
           IF WS-XREF-FOUND > 0 THEN
              PERFORM CHECK-RULE-FLAGGED
              IF WS-RULE-FLAGGED = 'Y' THEN
                 ADD 1 TO WS-FLAG-SKIP-COUNT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING 'RULE ' RS-RULE-ID
                    ' FLAGGED ON RULEFLAG - RESPONSE NOT ATTRIBUTED'
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 WRITE REPORT-REC FROM WS-RPT-LINE
              ELSE
                 ADD 1 TO WS-MATCH-COUNT
                 PERFORM REPORT-ONE-RULE
              END-IF
           ELSE
              ADD 1 TO WS-UNKNOWN-COUNT
              MOVE SPACES TO WS-RPT-LINE
