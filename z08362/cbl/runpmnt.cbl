      *****************************************************************
      * Program name:    RUNPMNT
      * Original author: JORGE JANAITE NETO
      * Date:            20261011
      *
      * Changes:
      *---------
      * 20261011: initial release
      * 20261013: TXFEAT COMMIT-INTERVAL added to the definitions
      * 20261014: INQAUDIT DAILY-ACCT-LIMIT added to the definitions
      * 20261015: a transaction with no RT-USER is rejected - every
      *           applied change must name who keyed it
      *
      *****************************************************************
      * BATCH MAINTENANCE OF THE RUNPARM RUN-PARAMETER DATASET WITH
      * AUDIT REPORT
      *
      * FTFREQ'S PARM PACKED SIX SETTINGS INTO 21 POSITIONAL BYTES AND
      * THE OTHER CHAIN PROGRAMS EACH HAD A LAYOUT OF THEIR OWN - ONE
      * SHIFTED BYTE QUIETLY CHANGED A RUN (REVENUE-WEIGHTED SUPPORT
      * WITH A CHECKPOINT INTERVAL OF "R000"). THOSE PROGRAMS NOW
      * READ NAMED SETTINGS FROM THE INDEXED RUNPARM DATASET (SEE
      * COPYBOOK), AND THIS PROGRAM IS THE ONLY WAY A SETTING GETS
      * THERE: EVERY VALUE IS EDITED AGAINST THE PARAMETER'S TYPE AND
      * RANGE BELOW, AND EVERY CHANGE IS PRINTED WITH WHO MADE IT.
      *
      * THE DEFINITION TABLE BELOW IS THE LIST OF PARAMETERS THE
      * PROGRAMS ACTUALLY READ - A NAME NOT ON IT IS REJECTED RATHER
      * THAN STORED WHERE NO PROGRAM WILL EVER LOOK. A PROGRAM THAT
      * GAINS A SETTING GAINS AN ENTRY HERE IN THE SAME CHANGE.
      *
      * INPUT:
      *    RUNPTRAN dataset - maintenance transactions:
      *        RT-ACTION     X(1)  'A' ADD / 'C' CHANGE / 'D' DELETE
      *        RT-PROGRAM    X(8)
      *        RT-PARM-NAME  X(16)
      *        RT-VALUE      X(16) (A/C ONLY) LEFT-JUSTIFIED, EXACTLY
      *                            AS THE PARM FIELD WOULD CARRY IT
      *        RT-USER       X(8)  WHO KEYED THE CHANGE
      *
      * I-O:
      *    RUNPARM dataset - ORGANIZATION INDEXED, RECORD KEY PROGRAM
      *        + PARAMETER NAME - CREATED EMPTY ON FIRST RUN
      *
      * EDITS:
      *    - BLANK USER ID REJECTED
      *    - PROGRAM/PARAMETER NOT ON THE DEFINITION TABLE REJECTED
      *    - ADD OF A PARAMETER ALREADY ON RUNPARM REJECTED
      *    - CHANGE/DELETE OF A PARAMETER NOT ON RUNPARM REJECTED
      *    - VALUE NOT VALID FOR THE PARAMETER'S TYPE REJECTED:
      *        N  NUMERIC - EXACTLY THE DEFINED NUMBER OF DIGITS,
      *           WITHIN THE DEFINED MINIMUM AND MAXIMUM
      *        C  CODE - ONE CHARACTER FROM THE DEFINED CODE LIST
      *        M  CALENDAR MONTH - YYYYMM, OR BLANK WHERE THE
      *           PARAMETER ALLOWS IT (BLANK = ALL PERIODS)
      *
      * OUTPUT:
      *    RUNPAUDT report - BEFORE/AFTER IMAGE OF EVERY TRANSACTION
      *        WITH WHO/WHEN AND APPLIED/REJECTED STATUS, THEN EVERY
      *        DEFINED PARAMETER WITH THE VALUE NOW IN FORCE AND WHO
      *        LAST SET IT
      *
      * RETURN-CODE 4 WHEN ANY TRANSACTION WAS REJECTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RUNPMNT.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTRAN-FILE ASSIGN TO RUNPTRAN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS1.

           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RP-KEY
              FILE STATUS IS FS2.

           SELECT AUDIT-FILE ASSIGN TO RUNPAUDT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  RTRAN-FILE.
       01  RT-REC.
           05  RT-ACTION             PIC X(1).
           05  RT-PROGRAM            PIC X(8).
           05  RT-PARM-NAME          PIC X(16).
           05  RT-VALUE              PIC X(16).
           05  RT-USER               PIC X(8).

       FD  RUNPARM-FILE.
           COPY RUNPARM.

       FD  AUDIT-FILE.
       01  AUDIT-REC                 PIC X(132).

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       WORKING-STORAGE SECTION.

       COPY ITMWDTH.

       01  FS-CYC                    PIC X(2).
       01  WS-CYC-START              PIC X(8).
       01  WS-CYC-END                PIC X(8).

       01  FS1                       PIC X(2).
       01  FS2                       PIC X(2).
       01  FS3                       PIC X(2).
       01  WS-EOF                    PIC X(1).

       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-TIME               PIC X(8).

      *****************************************************************
      * PARAMETER DEFINITIONS - PROGRAM X(8), NAME X(16), TYPE X(1),
      * LENGTH 9(2), MINIMUM 9(5), MAXIMUM 9(5), CODE LIST X(4),
      * BLANK ALLOWED X(1). A NUMERIC MAXIMUM OF 00000 MEANS "UP TO
      * THE CATALOG WIDTH" (ITEM-MASK-WIDTH-MAX, COPYBOOK ITMWDTH).
      * THE NAMES AND VALUES MIRROR EACH PROGRAM'S OLD PARM FIELDS.
      *****************************************************************
       01  WS-DF-VALUES.
           05 FILLER PIC X(24) VALUE 'FTFREQ  MIN-SUPPORT     '.
           05 FILLER PIC X(18) VALUE 'N020000000099    N'.
           05 FILLER PIC X(24) VALUE 'FTFREQ  ACCT-MODE       '.
           05 FILLER PIC X(18) VALUE 'C010000000000YN  N'.
           05 FILLER PIC X(24) VALUE 'FTFREQ  PERIOD-FROM     '.
           05 FILLER PIC X(18) VALUE 'M060000000000    Y'.
           05 FILLER PIC X(24) VALUE 'FTFREQ  PERIOD-TO       '.
           05 FILLER PIC X(18) VALUE 'M060000000000    Y'.
           05 FILLER PIC X(24) VALUE 'FTFREQ  WEIGHT-MODE     '.
           05 FILLER PIC X(18) VALUE 'C010000000000NR  N'.
           05 FILLER PIC X(24) VALUE 'FTFREQ  CKPT-INTERVAL   '.
           05 FILLER PIC X(18) VALUE 'N040000009999    N'.
           05 FILLER PIC X(24) VALUE 'FTFREQ  INPUT-MODE      '.
           05 FILLER PIC X(18) VALUE 'C010000000000NG  N'.
           05 FILLER PIC X(24) VALUE 'LVLDRV  ACTIVE-ITEMS    '.
           05 FILLER PIC X(18) VALUE 'N020000000000    N'.
           05 FILLER PIC X(24) VALUE 'LVLDRV  MIN-SUPPORT     '.
           05 FILLER PIC X(18) VALUE 'N020000000099    N'.
           05 FILLER PIC X(24) VALUE 'FEATAGG PERIOD-FROM     '.
           05 FILLER PIC X(18) VALUE 'M060000000000    Y'.
           05 FILLER PIC X(24) VALUE 'FEATAGG PERIOD-TO       '.
           05 FILLER PIC X(18) VALUE 'M060000000000    Y'.
           05 FILLER PIC X(24) VALUE 'FEATAGG WEIGHT-MODE     '.
           05 FILLER PIC X(18) VALUE 'C010000000000NR  N'.
           05 FILLER PIC X(24) VALUE 'TXFEAT  MODE            '.
           05 FILLER PIC X(18) VALUE 'C010000000000NARTN'.
           05 FILLER PIC X(24) VALUE 'TXFEAT  COMMIT-INTERVAL '.
           05 FILLER PIC X(18) VALUE 'N040000009999    N'.
           05 FILLER PIC X(24) VALUE 'STATMNT AGE-MONTHS      '.
           05 FILLER PIC X(18) VALUE 'N020000000099    N'.
           05 FILLER PIC X(24) VALUE 'STATMNT ZERO-MONTHS     '.
           05 FILLER PIC X(18) VALUE 'N020000000099    N'.
           05 FILLER PIC X(24) VALUE 'RULEXTR CONF-FLOOR      '.
           05 FILLER PIC X(18) VALUE 'N030000000100    N'.
           05 FILLER PIC X(24) VALUE 'RULEXTR LIFT-FLOOR      '.
           05 FILLER PIC X(18) VALUE 'N050000099999    N'.
           05 FILLER PIC X(24) VALUE 'CNTLSPLTSLICES          '.
           05 FILLER PIC X(18) VALUE 'N010000100004    N'.
           05 FILLER PIC X(24) VALUE 'SLICEMRGSLICES          '.
           05 FILLER PIC X(18) VALUE 'N010000100004    N'.
           05 FILLER PIC X(24) VALUE 'INQAUDITDAILY-ACCT-LIMIT'.
           05 FILLER PIC X(18) VALUE 'N040000109999    N'.
       01  WS-DF-TAB REDEFINES WS-DF-VALUES.
           05 WS-DF-ENTRY OCCURS 21 TIMES.
              10 WS-DF-PROGRAM       PIC X(8).
              10 WS-DF-NAME          PIC X(16).
              10 WS-DF-TYPE          PIC X(1).
              10 WS-DF-LENGTH        PIC 9(2).
              10 WS-DF-MIN           PIC 9(5).
              10 WS-DF-MAX           PIC 9(5).
              10 WS-DF-CODES         PIC X(4).
              10 WS-DF-BLANK-OK      PIC X(1).
       01  WS-DF-COUNT               PIC 9(2)   VALUE 21.
       01  WS-DFX                    PIC 9(2).
       01  WS-DF-FOUND               PIC 9(2).

       01  WS-RP-FOUND               PIC X(1).
       01  WS-VALUE-NUM              PIC 9(9).
       01  WS-VALUE-MAX              PIC 9(5).
       01  WS-VALUE-POS              PIC 9(2).
       01  WS-MONTH-NUM              PIC 9(2).
       01  WS-CODE-TALLY             PIC 9(2).
       01  WS-LEN-DISP               PIC 9(2).

       01  WS-TRAN-COUNT             PIC 9(9)   VALUE 0.
       01  WS-APPLIED-COUNT          PIC 9(9)   VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(9)   VALUE 0.
       01  WS-REJ-REASON             PIC X(40).
       01  WS-BEFORE-IMAGE           PIC X(60).
       01  WS-AFTER-IMAGE            PIC X(60).
       01  WS-RPT-LINE               PIC X(132).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-CYC-START FROM TIME.
           PERFORM OPEN-DATA.
           PERFORM WRITE-AUDIT-HEADER.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM WRITE-AUDIT-SUMMARY.
           PERFORM WRITE-SETTINGS-IN-FORCE.
           PERFORM CLOSE-DATA.
           IF WS-REJECT-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

      *    A FAILED LOG WRITE MUST NOT FAIL THE STEP - THE LOG IS FOR
      *    THE OPERATIONS REPORT, NOT PART OF THE DATA CHAIN
       WRITE-CYCLE-LOG.
           ACCEPT WS-CYC-END FROM TIME.
           OPEN EXTEND CYCLOG-FILE.
           IF FS-CYC = '05' OR FS-CYC = '35' THEN
              OPEN OUTPUT CYCLOG-FILE
           END-IF.
           IF FS-CYC NOT = '00' THEN
              DISPLAY 'RUNPMNT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'RUNPMNT' TO CY-PROGRAM
              MOVE WS-RUN-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-TRAN-COUNT TO CY-IN-COUNT
              MOVE WS-APPLIED-COUNT TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'RUNPMNT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.

       APPLY-TRANSACTIONS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RTRAN-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-TRAN-COUNT
                 PERFORM APPLY-ONE-TRANSACTION
              END-IF
           END-PERFORM.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM FIND-DEFINITION.
           IF RT-USER = SPACES THEN
              MOVE 'USER ID MISSING' TO WS-REJ-REASON
           ELSE
              IF WS-DF-FOUND = 0 THEN
                 MOVE 'PARAMETER NOT DEFINED FOR THE PROGRAM' TO
                    WS-REJ-REASON
              ELSE
                 MOVE RT-PROGRAM TO RP-PROGRAM
                 MOVE RT-PARM-NAME TO RP-PARM-NAME
                 PERFORM READ-RUN-PARM
                 EVALUATE RT-ACTION
                    WHEN 'A'
                       PERFORM APPLY-ADD
                    WHEN 'C'
                       PERFORM APPLY-CHANGE
                    WHEN 'D'
                       PERFORM APPLY-DELETE
                    WHEN OTHER
                       MOVE 'UNKNOWN ACTION CODE' TO WS-REJ-REASON
                 END-EVALUATE
              END-IF
           END-IF.
           IF WS-REJ-REASON = SPACES THEN
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM WRITE-AUDIT-LINES.

       FIND-DEFINITION.
           MOVE 0 TO WS-DF-FOUND.
           PERFORM VARYING WS-DFX FROM 1 BY 1
              UNTIL WS-DFX > WS-DF-COUNT
              IF WS-DF-PROGRAM(WS-DFX) = RT-PROGRAM AND
                 WS-DF-NAME(WS-DFX) = RT-PARM-NAME THEN
                 MOVE WS-DFX TO WS-DF-FOUND
                 MOVE WS-DF-COUNT TO WS-DFX
              END-IF
           END-PERFORM.

      *    KEY IS SET BY THE CALLER IN RP-PROGRAM / RP-PARM-NAME
       READ-RUN-PARM.
           READ RUNPARM-FILE
              INVALID KEY MOVE 'N' TO WS-RP-FOUND
              NOT INVALID KEY MOVE 'Y' TO WS-RP-FOUND
           END-READ.
           IF FS2 NOT = '00' AND FS2 NOT = '23' THEN
              DISPLAY 'RUNPMNT READ-RUN-PARM FS2=' FS2
              STOP RUN
           END-IF.

       APPLY-ADD.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE 'PARAMETER ALREADY ON RUNPARM' TO WS-REJ-REASON
           ELSE
              PERFORM CHECK-VALUE
              IF WS-REJ-REASON = SPACES THEN
                 MOVE RT-PROGRAM TO RP-PROGRAM
                 MOVE RT-PARM-NAME TO RP-PARM-NAME
                 PERFORM SET-NEW-VALUE
                 WRITE RUNPARM-REC
                    INVALID KEY
                       DISPLAY 'RUNPMNT APPLY-ADD FS2=' FS2
                       STOP RUN
                 END-WRITE
                 PERFORM BUILD-AFTER-IMAGE
              END-IF
           END-IF.

       APPLY-CHANGE.
           IF WS-RP-FOUND = 'N' THEN
              MOVE 'PARAMETER NOT ON RUNPARM' TO WS-REJ-REASON
           ELSE
              PERFORM BUILD-BEFORE-IMAGE
              PERFORM CHECK-VALUE
              IF WS-REJ-REASON = SPACES THEN
                 PERFORM SET-NEW-VALUE
                 REWRITE RUNPARM-REC
                    INVALID KEY
                       DISPLAY 'RUNPMNT APPLY-CHANGE FS2=' FS2
                       STOP RUN
                 END-REWRITE
                 PERFORM BUILD-AFTER-IMAGE
              END-IF
           END-IF.

      *    A DELETED SETTING FALLS BACK TO THE PROGRAM'S OWN DEFAULT
       APPLY-DELETE.
           IF WS-RP-FOUND = 'N' THEN
              MOVE 'PARAMETER NOT ON RUNPARM' TO WS-REJ-REASON
           ELSE
              PERFORM BUILD-BEFORE-IMAGE
              DELETE RUNPARM-FILE
                 INVALID KEY
                    DISPLAY 'RUNPMNT APPLY-DELETE FS2=' FS2
                    STOP RUN
              END-DELETE
              MOVE '(DELETED - PROGRAM DEFAULT APPLIES)' TO
                 WS-AFTER-IMAGE
           END-IF.

       SET-NEW-VALUE.
           MOVE RT-VALUE TO RP-VALUE.
           MOVE WS-VALUE-NUM TO RP-NUMBER.
           MOVE RT-USER TO RP-CHANGED-BY.
           MOVE WS-RUN-DATE TO RP-CHANGED-DATE.
           MOVE WS-RUN-TIME TO RP-CHANGED-TIME.

      *****************************************************************
      * TYPE AND RANGE EDIT OF RT-VALUE AGAINST DEFINITION WS-DF-FOUND
      * - LEAVES THE NUMERIC VALUE IN WS-VALUE-NUM (ZERO FOR ANY
      * OTHER TYPE)
      *****************************************************************
       CHECK-VALUE.
           MOVE 0 TO WS-VALUE-NUM.
           IF RT-VALUE = SPACES THEN
              IF WS-DF-BLANK-OK(WS-DF-FOUND) NOT = 'Y' THEN
                 MOVE 'VALUE MISSING' TO WS-REJ-REASON
              END-IF
           ELSE
              EVALUATE WS-DF-TYPE(WS-DF-FOUND)
                 WHEN 'N'
                    PERFORM CHECK-NUMERIC-VALUE
                 WHEN 'C'
                    PERFORM CHECK-CODE-VALUE
                 WHEN 'M'
                    PERFORM CHECK-MONTH-VALUE
              END-EVALUATE
           END-IF.

       CHECK-NUMERIC-VALUE.
           MOVE WS-DF-LENGTH(WS-DF-FOUND) TO WS-LEN-DISP.
           COMPUTE WS-VALUE-POS = WS-DF-LENGTH(WS-DF-FOUND) + 1.
           IF RT-VALUE(1:WS-DF-LENGTH(WS-DF-FOUND)) NOT NUMERIC OR
              RT-VALUE(WS-VALUE-POS:) NOT = SPACES THEN
              STRING 'VALUE MUST BE ' WS-LEN-DISP ' DIGITS'
                 DELIMITED BY SIZE INTO WS-REJ-REASON
           ELSE
              MOVE RT-VALUE(1:WS-DF-LENGTH(WS-DF-FOUND)) TO
                 WS-VALUE-NUM
              MOVE WS-DF-MAX(WS-DF-FOUND) TO WS-VALUE-MAX
              IF WS-VALUE-MAX = 0 THEN
                 MOVE ITEM-MASK-WIDTH-MAX TO WS-VALUE-MAX
              END-IF
              IF WS-VALUE-NUM < WS-DF-MIN(WS-DF-FOUND) OR
                 WS-VALUE-NUM > WS-VALUE-MAX THEN
                 MOVE 'VALUE OUTSIDE THE ALLOWED RANGE' TO
                    WS-REJ-REASON
              END-IF
           END-IF.

       CHECK-CODE-VALUE.
           MOVE 0 TO WS-CODE-TALLY.
           IF RT-VALUE(2:) NOT = SPACES THEN
              MOVE 'CODE MUST BE ONE CHARACTER' TO WS-REJ-REASON
           ELSE
              INSPECT WS-DF-CODES(WS-DF-FOUND) TALLYING WS-CODE-TALLY
                 FOR ALL RT-VALUE(1:1)
              IF WS-CODE-TALLY = 0 THEN
                 STRING 'CODE MUST BE ONE OF '
                    WS-DF-CODES(WS-DF-FOUND)
                    DELIMITED BY SIZE INTO WS-REJ-REASON
              END-IF
           END-IF.

       CHECK-MONTH-VALUE.
           IF RT-VALUE(1:6) NOT NUMERIC OR
              RT-VALUE(7:) NOT = SPACES THEN
              MOVE 'MONTH MUST BE YYYYMM' TO WS-REJ-REASON
           ELSE
              MOVE RT-VALUE(5:2) TO WS-MONTH-NUM
              IF RT-VALUE(1:4) = '0000' OR WS-MONTH-NUM < 1 OR
                 WS-MONTH-NUM > 12 THEN
                 MOVE 'MONTH MUST BE YYYYMM' TO WS-REJ-REASON
              END-IF
           END-IF.

       BUILD-BEFORE-IMAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           STRING RP-VALUE ' SET BY ' RP-CHANGED-BY ' ON '
              RP-CHANGED-DATE ' ' RP-CHANGED-TIME(1:6)
              DELIMITED BY SIZE INTO WS-BEFORE-IMAGE.

       BUILD-AFTER-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           STRING RP-VALUE ' SET BY ' RP-CHANGED-BY ' ON '
              RP-CHANGED-DATE ' ' RP-CHANGED-TIME(1:6)
              DELIMITED BY SIZE INTO WS-AFTER-IMAGE.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RUNPARM MAINTENANCE AUDIT - RUN '
              WS-RUN-DATE ' AT ' WS-RUN-TIME
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.

       WRITE-AUDIT-LINES.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-REJ-REASON = SPACES THEN
              STRING 'ACTION ' RT-ACTION ' ' RT-PROGRAM ' '
                 RT-PARM-NAME ' BY ' RT-USER ' APPLIED'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'ACTION ' RT-ACTION ' ' RT-PROGRAM ' '
                 RT-PARM-NAME ' BY ' RT-USER ' REJECTED - '
                 WS-REJ-REASON
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE AUDIT-REC FROM WS-RPT-LINE.
           IF WS-REJ-REASON NOT = SPACES AND RT-ACTION NOT = 'D' THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '   KEYED:  ' RT-VALUE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE AUDIT-REC FROM WS-RPT-LINE
           END-IF.
           IF WS-BEFORE-IMAGE NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '   BEFORE: ' WS-BEFORE-IMAGE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE AUDIT-REC FROM WS-RPT-LINE
           END-IF.
           IF WS-AFTER-IMAGE NOT = SPACES THEN
              MOVE SPACES TO WS-RPT-LINE
              STRING '   AFTER:  ' WS-AFTER-IMAGE
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE AUDIT-REC FROM WS-RPT-LINE
           END-IF.

       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS READ ' WS-TRAN-COUNT
              ' APPLIED ' WS-APPLIED-COUNT
              ' REJECTED ' WS-REJECT-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.
           DISPLAY 'RUNPMNT ' WS-RPT-LINE.

      *    EVERY DEFINED PARAMETER, SET OR NOT - ONE WITH NO RECORD
      *    RUNS ON ITS PROGRAM'S OWN DEFAULT
       WRITE-SETTINGS-IN-FORCE.
           MOVE 'SETTINGS IN FORCE:' TO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.
           PERFORM VARYING WS-DFX FROM 1 BY 1
              UNTIL WS-DFX > WS-DF-COUNT
              MOVE WS-DF-PROGRAM(WS-DFX) TO RP-PROGRAM
              MOVE WS-DF-NAME(WS-DFX) TO RP-PARM-NAME
              PERFORM READ-RUN-PARM
              MOVE SPACES TO WS-RPT-LINE
              IF WS-RP-FOUND = 'Y' THEN
                 STRING '   ' RP-PROGRAM ' ' RP-PARM-NAME ' '
                    RP-VALUE ' SET BY ' RP-CHANGED-BY ' ON '
                    RP-CHANGED-DATE
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              ELSE
                 STRING '   ' WS-DF-PROGRAM(WS-DFX) ' '
                    WS-DF-NAME(WS-DFX) ' (NOT SET - PROGRAM DEFAULT)'
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              END-IF
              WRITE AUDIT-REC FROM WS-RPT-LINE
           END-PERFORM.

       OPEN-DATA.
           OPEN INPUT RTRAN-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'RUNPMNT OPEN-DATA FS1=' FS1
              STOP RUN
           END-IF.
      *    FIRST RUN EVER CREATES RUNPARM EMPTY, SAME IDIOM AS
      *    STATUPD'S ITMSTATS MASTER
           OPEN I-O RUNPARM-FILE.
           IF FS2 = '05' OR FS2 = '35' THEN
              OPEN OUTPUT RUNPARM-FILE
              CLOSE RUNPARM-FILE
              OPEN I-O RUNPARM-FILE
           END-IF.
           IF FS2 NOT = '00' THEN
              DISPLAY 'RUNPMNT OPEN-DATA FS2=' FS2
              STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF FS3 NOT = '00' THEN
              DISPLAY 'RUNPMNT OPEN-DATA FS3=' FS3
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE RTRAN-FILE.
           CLOSE RUNPARM-FILE.
           CLOSE AUDIT-FILE.
