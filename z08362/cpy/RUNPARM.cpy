      *****************************************************************
      * Copybook name:   RUNPARM
      * Original author: JORGE JANAITE NETO
      * Date:            20261011
      *
      * Changes:
      *---------
      * 20261011: initial release
      *
      *****************************************************************
      * RUN PARAMETER RECORD - ONE RECORD PER PROGRAM PER NAMED
      * SETTING, HELD ON THE INDEXED RUNPARM DATASET, KEYED BY PROGRAM
      * NAME PLUS PARAMETER NAME. THE PROGRAMS THAT USED TO TAKE EVERY
      * SETTING FROM A POSITIONAL PARM STRING READ THEIR SETTINGS
      * FROM HERE INSTEAD; A NON-BLANK PARM FIELD STILL OVERRIDES THE
      * RUNPARM VALUE FOR AN AD-HOC RERUN, AND A SETTING WITH NO
      * RECORD KEEPS THE PROGRAM'S OWN DEFAULT.
      *
      * RUNPMNT IS THE ONLY PROGRAM THAT CHANGES THIS DATASET - IT
      * KNOWS EVERY PROGRAM'S PARAMETER NAMES, TYPES AND RANGES AND
      * REJECTS ANYTHING ELSE, SO A VALUE ON FILE HAS BEEN EDITED.
      *
      * RP-VALUE CARRIES THE VALUE EXACTLY AS THE PARM FIELD WOULD
      * (LEFT-JUSTIFIED, E.G. '00150' FOR RULEXTR'S LIFT FLOOR OF
      * 1.50). FOR A NUMERIC PARAMETER RP-NUMBER CARRIES THE SAME
      * VALUE AS A NUMBER, SO A READER MOVES IT STRAIGHT INTO ITS
      * NUMERIC WORKING FIELD; IT IS ZERO FOR ANY OTHER TYPE.
      *****************************************************************
       01  RUNPARM-REC.
           05 RP-KEY.
              10 RP-PROGRAM           PIC X(8).
              10 RP-PARM-NAME         PIC X(16).
           05 RP-VALUE                PIC X(16).
           05 RP-NUMBER               PIC 9(9).
           05 RP-CHANGED-BY           PIC X(8).
           05 RP-CHANGED-DATE         PIC X(8).
           05 RP-CHANGED-TIME         PIC X(8).
