      *****************************************************************
      * Copybook name:   CYCPARM
      * Original author: JORGE JANAITE NETO
      * Date:            20261011
      *
      * Changes:
      *---------
      * 20261011: initial release
      *
      *****************************************************************
      * CYCLE-LOG SETTINGS RECORD - A PROGRAM THAT TAKES ITS SETTINGS
      * FROM RUNPARM (SEE COPYBOOK) APPENDS ONE OF THESE TO THE
      * CYCLPARM DATASET PER SETTING IT RAN WITH, NEXT TO ITS CYCLELOG
      * RECORD (SEE COPYBOOK CYCLOG) - SAME SIBLING-DATASET IDIOM AS
      * RUNCTL. PROGRAM, RUN DATE AND START TIME MATCH THE CYCLELOG
      * RECORD OF THE SAME RUN, WHICH IS HOW CYCLRPT PRINTS A STEP'S
      * SETTINGS UNDER ITS LINE - AN AUDITOR CAN SEE WHICH PARAMETERS
      * PRODUCED A GIVEN NIGHT'S NUMBERS.
      *
      * CP-SOURCE SAYS WHERE THE VALUE CAME FROM: 'RUNPARM', 'PARM'
      * (AN OVERRIDE ON THE STEP'S PARM) OR 'DEFAULT' (THE PROGRAM'S
      * OWN DEFAULT - NO RUNPARM RECORD AND NO OVERRIDE).
      *****************************************************************
       01  CYCPARM-REC.
           05 CP-PROGRAM              PIC X(8).
           05 CP-RUN-DATE             PIC X(8).
           05 CP-START-TIME           PIC X(8).
           05 CP-PARM-NAME            PIC X(16).
           05 CP-VALUE                PIC X(16).
           05 CP-SOURCE               PIC X(8).
