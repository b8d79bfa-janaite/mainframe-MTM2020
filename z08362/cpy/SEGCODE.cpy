      *****************************************************************
      * Copybook name:   SEGCODE
      * Original author: JORGE JANAITE NETO
      * Date:            20261008
      *
      * Changes:
      *---------
      * 20261008: initial release
      *
      *****************************************************************
      * CUSTOMER SEGMENT CODE TABLE RECORD - ONE RECORD PER VALID
      * SEGMENT CODE, SEQUENTIAL, ANY ORDER. ACCTMNT EDITS EVERY
      * ACCTMST ADD/CHANGE AGAINST THIS TABLE AND TAKES AM-SEG-NAME
      * FROM IT, SO THE NAME ON THE MASTER ALWAYS MATCHES THE CODE.
      *
      * THE CODE '??' IS RESERVED FOR "NOT ON THE MASTER" (SEE
      * ACCTMST) AND IS NEVER ACCEPTED FROM THIS TABLE.
      *****************************************************************
       01  SEGCODE-REC.
           05 SC-SEGMENT              PIC X(2).
           05 SC-SEG-NAME             PIC X(20).
