      *****************************************************************
      * Copybook name:   RULEFLG
      * Original author: JORGE JANAITE NETO
      * Date:            20261003
      *
      * Changes:
      *---------
      * 20261003: initial release
      * 20261015: flagged rules stay on RULEXREF so RULEBKT re-tests
      *           them; only CAMPEXTR (and NBOFFER) skip them
      *         - CAMPAUD builds no audience list for a flagged rule
      *           and CAMPRSP no longer attributes its responses
      *
      *****************************************************************
      * HOLDOUT BACKTEST FLAG RECORD - ONE RECORD PER RULE WHOSE
      * OUT-OF-SAMPLE CONFIDENCE FELL BELOW THE OPERATOR'S PERCENTAGE
      * OF ITS MINED CONFIDENCE (WRITTEN BY RULEBKT).
      *
      * RULEXTR READS THE FILE AND KEEPS THE FLAGGED RULES OFF
      * CAMPEXTR, NBOFFER NEVER OFFERS THEM, CAMPAUD BUILDS NO
      * AUDIENCE LIST FOR ONE AND CAMPRSP DOES NOT ATTRIBUTE ITS
      * RESPONSES TO IT. THEY STAY ON RULEXREF SO RULEBKT RE-TESTS
      * THEM AND REWRITES THIS FILE FROM SCRATCH - A RULE THAT HOLDS
      * AGAIN DROPS OFF IT. THE MATCH IS ON THE
      * ANTECEDENT AND CONSEQUENT MASKS, NOT THE RULE ID - RULE IDS
      * ARE RULEXTR'S EXTRACT SEQUENCE AND ARE REASSIGNED EVERY
      * EXTRACT; RF-RULE-ID IS KEPT FOR THE READER OF THE FILE ONLY.
      *****************************************************************
       01  RULEFLG-REC.
           05 RF-RULE-ID              PIC X(6).
           05 RF-ANTE-SEQ             PIC X(24).
           05 RF-CONS-SEQ             PIC X(24).
           05 RF-MINED-CONF           PIC 9(3)V9(4).
           05 RF-HOLD-CONF            PIC 9(3)V9(4).
           05 RF-HOLD-FROM            PIC X(6).
           05 RF-HOLD-TO              PIC X(6).
           05 RF-RUN-DATE             PIC X(8).
