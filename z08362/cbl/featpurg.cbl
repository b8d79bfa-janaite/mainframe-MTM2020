      *****************************************************************
      * Program name:    FEATPURG
      * Original author: JORGE JANAITE NETO
      * Date:            20261007
      *
      * Changes:
      *---------
      * 20261007: initial release
      * 20261015: refuses to run while TXFEAT has an append or
      *           return-apply run in flight on TXFCKPT - its commit
      *           point holds relative keys from before the purge
      * 20261015: the family is no longer compacted in place - it is
      *           read only and the compacted siblings, AXREF and the
      *           archive go to new datasets the JCL swaps in, so an
      *           abend leaves every original as it was; every I/O
      *           failure now ends the step with 8
      *
      *****************************************************************
      * ROLLING-WINDOW PURGE AND COMPACTION OF THE FEATURE-FILE FAMILY
      *
      * TXFEAT'S APPEND MODE EXTENDS THE FEATURE FILES FOREVER, AND
      * EVERY FTFREQ, FEATAGG, SEGFREQ AND BSKTRPT RUN SCANS YEARS OF
      * ORDERS NOBODY WANTS SCORED ANY MORE. THIS HOUSEKEEPING RUN
      * DROPS EVERY ORDER WHOSE FEATPERD DATE IS OLDER THAN THE
      * OPERATOR'S NUMBER OF MONTHS AND CLOSES THE GAPS, SO THE
      * RELATIVE SIBLINGS STAY CONTIGUOUS FROM KEY 1 AND IN LOCKSTEP.
      *
      * THE SIBLINGS ARE READ, NEVER CHANGED, IN ONE ASCENDING PASS -
      * A KEPT ORDER IS WRITTEN TO THE NEXT KEY OF EACH SIBLING'S NEW
      * DATASET, A PURGED ORDER TO THE ARCHIVE. THE JCL SWAPS THE NEW
      * DATASETS IN BEHIND THE ORIGINALS ONLY WHEN THIS STEP ENDS
      * BELOW 8 (SAME NEW-DATASET IDIOM AS MSKRMAP'S HISTNEW), SO A
      * RUN THAT ABENDS OR FAILS PART WAY LEAVES THE WHOLE FAMILY,
      * AXREF AND FEATARCH EXACTLY AS THEY WERE, STILL IN LOCKSTEP,
      * AND IS SIMPLY RERUN. FQTYNEW AND FPRMNEW ARE ONLY WRITTEN, AND
      * ONLY SWAPPED, WHEN FEATQTY OR FEATPRMO IS PRESENT.
      *
      * THE KEYS CHANGE, SO EVERYTHING HOLDING A RELATIVE KEY IS
      * REBUILT IN THE SAME RUN: FEATORDX IS COPIED TO ORDXNEW WITH
      * EVERY ROW REMAPPED TO ITS ORDER'S NEW KEY (PURGED ORDERS'
      * ROWS DROPPED), AND AXREFNEW IS BUILT FROM SCRATCH OFF THE
      * COMPACTED FEATACCT EXACTLY AS AXREFBLD BUILDS AXREF, SO ACCTINQ
      * NEVER POINTS AT THE WRONG ORDER. FEATARCH IS COPIED TO ARCHNEW
      * WITH THIS RUN'S PURGED ORDERS ADDED AT THE END (SAME COPY-
      * FORWARD AS MSKRMAP'S ARCNEW). RECYCLE AND RETPEND CARRY
      * ORDER IDS, NOT KEYS - A PARKED RETURN FOR A PURGED ORDER
      * FALLS OUT TO RECYOUT ON ITS NEXT PASS AS "NOT ON FEATORDX".
      *
      * AN ORDER WITH NO VALID FEATPERD DATE CANNOT BE AGED AND IS
      * KEPT, WITH A COUNT.
      *
      * NOTHING IS TOUCHED UNLESS THE FAMILY IS IN LOCKSTEP TO BEGIN
      * WITH - EVERY PRESENT SIBLING HOLDS EXACTLY THE FEATDATA KEYS
      * AND FEATORDX CARRIES ONE IN-RANGE ROW PER ORDER. OTHERWISE THE
      * RUN ENDS WITH RETURN-CODE 8 BEFORE ANY FILE IS CHANGED (RUN
      * FEATCHK FOR THE DETAIL). FEATQTY AND FEATPRMO ARE OPTIONAL,
      * THE SAME AS IN FEATCHK.
      *
      * NOR IS ANYTHING TOUCHED WHILE TXFCKPT SHOWS A TXFEAT APPEND OR
      * RETURN-APPLY RUN IN FLIGHT - ITS COMMIT POINT HOLDS RELATIVE
      * KEYS A RESTART WOULD BACK OUT TO, AND COMPACTION WOULD MOVE
      * COMMITTED ORDERS UNDER THEM. THAT RUN IS FINISHED OR
      * RESTARTED FIRST (RETURN-CODE 8).
      *
      * INPUT:
      *    FEATDATA, FEATACCT, FEATPERD, FEATQTY (OPTIONAL),
      *        FEATPRMO (OPTIONAL) - THE RELATIVE FEATURE FAMILY
      *    FEATORDX dataset - ORDER ID + RELATIVE KEY PER ORDER
      *    FEATARCH dataset - PURGED ORDERS OF EARLIER RUNS (OPTIONAL
      *        - ABSENT ON THE FIRST RUN)
      *    TXFCKPT dataset - TXFEAT'S COMMIT POINT (OPTIONAL - ABSENT
      *        MEANS NO RUN IN FLIGHT)
      *
      * PARM: 05(3) MONTHS TO KEEP, 001-999 (REQUIRED)
      *       05(8) AS-OF DATE YYYYMMDD (DEFAULT TODAY) - ORDERS DATED
      *          BEFORE THE SAME DAY THAT MANY MONTHS EARLIER ARE
      *          PURGED
      *
      * OUTPUT (NEW DATASETS - THE JCL SWAPS THEM IN):
      *    FDATNEW, FACCNEW, FPERNEW, FQTYNEW, FPRMNEW (RELATIVE) -
      *        FEATDATA, FEATACCT, FEATPERD, FEATQTY, FEATPRMO
      *        COMPACTED FROM KEY 1
      *    ORDXNEW dataset - FEATORDX REMAPPED TO THE NEW KEYS
      *    AXREFNEW dataset - AXREF REBUILT AGAINST THE NEW KEYS
      *    ARCHNEW dataset - FEATARCH PLUS ONE RECORD PER ORDER PURGED
      *        BY THIS RUN (SEE COPYBOOK FEATARC)
      *
      * OUTPUT:
      *    PURGRPT report - BEFORE/RETAINED/PURGED PER DATASET;
      *        RETURN-CODE 8 WHEN ANY DATASET DOES NOT BALANCE, THE
      *        FAMILY WAS NOT IN LOCKSTEP OR A FILE FAILED - NOTHING
      *        IS SWAPPED IN ON 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FEATPURG.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEATURE-FILE ASSIGN TO FEATDATA
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS FEATURE-FILE-KEY
              FILE STATUS IS FS1.

           SELECT ACCOUNT-FILE ASSIGN TO FEATACCT
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS ACCOUNT-FILE-KEY
              FILE STATUS IS FS2.

           SELECT PERIOD-FILE ASSIGN TO FEATPERD
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS PERIOD-FILE-KEY
              FILE STATUS IS FS3.

           SELECT QTY-FILE ASSIGN TO FEATQTY
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS QTY-FILE-KEY
              FILE STATUS IS FS4.

           SELECT PRMO-FILE ASSIGN TO FEATPRMO
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS PRMO-FILE-KEY
              FILE STATUS IS FS5.

           SELECT ORDX-FILE ASSIGN TO FEATORDX
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS6.

           SELECT ORDXNEW-FILE ASSIGN TO ORDXNEW
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS7.

           SELECT DATANEW-FILE ASSIGN TO FDATNEW
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS12.

           SELECT ACCTNEW-FILE ASSIGN TO FACCNEW
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS13.

           SELECT PERDNEW-FILE ASSIGN TO FPERNEW
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS14.

           SELECT QTYNEW-FILE ASSIGN TO FQTYNEW
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS15.

           SELECT PRMONEW-FILE ASSIGN TO FPRMNEW
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS16.

           SELECT AXREF-FILE ASSIGN TO AXREFNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AX-KEY
              FILE STATUS IS FS8.

           SELECT ARCH-FILE ASSIGN TO FEATARCH
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS17.

           SELECT ARCHNEW-FILE ASSIGN TO ARCHNEW
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS9.

           SELECT REPORT-FILE ASSIGN TO PURGRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS10.

           SELECT CKPT-FILE ASSIGN TO TXFCKPT
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS RANDOM
              RELATIVE KEY IS CKPT-FILE-KEY
              FILE STATUS IS FS11.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  FEATURE-FILE.
       01  FEATURE-REC.
           COPY ITMMASK REPLACING ==:MASK-NAME:== BY ==SEQ==.

       FD  ACCOUNT-FILE.
           COPY FEATACCT.

       FD  PERIOD-FILE.
           COPY FEATPERD.

       FD  QTY-FILE.
           COPY FEATQTY.

       FD  PRMO-FILE.
           COPY FEATPRMO.

       FD  ORDX-FILE.
       01  ORDX-REC.
           05  ORDX-ORDER-ID         PIC X(10).
           05  ORDX-KEY              PIC 9(9).

       FD  ORDXNEW-FILE.
       01  ORDXNEW-REC.
           05  ORDXNEW-ORDER-ID      PIC X(10).
           05  ORDXNEW-KEY           PIC 9(9).

      *    THE NEW FAMILY - EACH RECORD IS THE SIBLING'S OWN LAYOUT
       FD  DATANEW-FILE.
       01  DATANEW-REC               PIC X(24).

       FD  ACCTNEW-FILE.
       01  ACCTNEW-REC               PIC X(34).

       FD  PERDNEW-FILE.
       01  PERDNEW-REC               PIC X(26).

       FD  QTYNEW-FILE.
       01  QTYNEW-REC                PIC X(168).

       FD  PRMONEW-FILE.
       01  PRMONEW-REC               PIC X(12).

       FD  AXREF-FILE.
       01  AXREF-REC.
           05 AX-KEY.
              10 AX-ACCOUNT          PIC X(10).
              10 AX-ORDKEY           PIC 9(9).
           05 AX-SEQ                 PIC X(24).

       FD  ARCH-FILE.
       01  ARCH-REC                  PIC X(269).

       FD  ARCHNEW-FILE.
           COPY FEATARC.

       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(132).

      *    TXFEAT'S COMMIT-POINT RECORD - ONLY THE MODE AND RUN DATE
      *    ARE LOOKED AT HERE; TC-MODE IS SPACE WHEN NO RUN IS IN
      *    FLIGHT
       FD  CKPT-FILE.
       01  TXCKPT-REC.
           05 TC-MODE                PIC X(1).
           05 TC-RUN-DATE            PIC X(8).
           05 FILLER                 PIC X(153).

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       WORKING-STORAGE SECTION.

       01  FS-CYC                    PIC X(2).
       01  WS-CYC-DATE               PIC X(8).
       01  WS-CYC-START              PIC X(8).
       01  WS-CYC-END                PIC X(8).

       01  FS1                       PIC X(2).
       01  FS2                       PIC X(2).
       01  FS3                       PIC X(2).
       01  FS4                       PIC X(2).
       01  FS5                       PIC X(2).
       01  FS6                       PIC X(2).
       01  FS7                       PIC X(2).
       01  FS8                       PIC X(2).
       01  FS9                       PIC X(2).
       01  FS10                      PIC X(2).
       01  FS11                      PIC X(2).
       01  FS12                      PIC X(2).
       01  FS13                      PIC X(2).
       01  FS14                      PIC X(2).
       01  FS15                      PIC X(2).
       01  FS16                      PIC X(2).
       01  FS17                      PIC X(2).
       01  WS-EOF                    PIC X(1).

       01  FEATURE-FILE-KEY          PIC 9(9)   VALUE 0.
       01  ACCOUNT-FILE-KEY          PIC 9(9)   VALUE 0.
       01  PERIOD-FILE-KEY           PIC 9(9)   VALUE 0.
       01  QTY-FILE-KEY              PIC 9(9)   VALUE 0.
       01  PRMO-FILE-KEY             PIC 9(9)   VALUE 0.
       01  CKPT-FILE-KEY             PIC 9(1)   VALUE 1.
       01  WS-QTY-AVAIL              PIC X(1)   VALUE 'Y'.
       01  WS-PRMO-AVAIL             PIC X(1)   VALUE 'Y'.

       01  WS-MONTHS                 PIC 9(3)   VALUE 0.
       01  WS-ASOF-DATE.
           05 WS-ASOF-YYYY           PIC X(4).
           05 WS-ASOF-MM             PIC X(2).
           05 WS-ASOF-DD             PIC X(2).
       01  WS-CUTOFF-DATE            PIC X(8).
       01  WS-CUT-MONTHS             PIC 9(6).
       01  WS-CUT-YYYY               PIC 9(4).
       01  WS-CUT-MM                 PIC 9(2).
       01  WS-CUT-DD                 PIC 9(2).

       01  WS-CHK-DATE.
           05 WS-CHK-YYYY            PIC X(4).
           05 WS-CHK-MM              PIC X(2).
           05 WS-CHK-DD              PIC X(2).
       01  WS-DATE-OK                PIC X(1).
       01  WS-DD                     PIC 9(2).
       01  WS-MM                     PIC 9(2).
       01  WS-YYYY                   PIC 9(4).
       01  WS-MONTH-END              PIC 9(2).
       01  WS-LEAP-REM               PIC 9(4).

       01  WS-KEY                    PIC 9(9)   VALUE 0.
       01  WS-NEW-KEY                PIC 9(9)   VALUE 0.
       01  WS-DATA-BEFORE            PIC 9(9)   VALUE 0.
       01  WS-LOCKSTEP-ERRORS        PIC 9(9)   VALUE 0.
       01  WS-UNDATED-COUNT          PIC 9(9)   VALUE 0.
       01  WS-ARCH-COUNT             PIC 9(9)   VALUE 0.
       01  WS-ARCH-COPIED            PIC 9(9)   VALUE 0.
       01  WS-PURGE-ORDER            PIC X(1).
       01  I                         PIC 9(2).

      *    ONE OLD RELATIVE KEY PER ENTRY: THE ORDER ID FEATORDX HOLDS
      *    FOR IT AND THE NEW KEY IT WAS COMPACTED TO (ZERO WHEN THE
      *    ORDER WAS PURGED) - SAME IN-MEMORY TABLE IDIOM (AND GUARD)
      *    AS FTFREQ'S FEATURE TABLE
       01  WS-KEY-MAX                PIC 9(9)   VALUE 200000.
       01  WS-KEY-TAB.
           05 WS-KEY-ENTRY OCCURS 200000 TIMES.
              10 WS-KEY-ORDER        PIC X(10).
              10 WS-KEY-NEW          PIC 9(9).

      *    RECONCILIATION, ONE ROW PER DATASET: 1 FEATDATA, 2 FEATACCT,
      *    3 FEATPERD, 4 FEATQTY, 5 FEATPRMO, 6 FEATORDX, 7 AXREF
       01  WS-RECON-TAB.
           05 WS-RECON-ENTRY OCCURS 7 TIMES.
              10 WS-RC-NAME          PIC X(8).
              10 WS-RC-AVAIL         PIC X(1).
              10 WS-RC-BEFORE        PIC 9(9).
              10 WS-RC-RETAINED      PIC 9(9).
              10 WS-RC-PURGED        PIC 9(9).
       01  WS-RX                     PIC 9(2).
       01  WS-BALANCE-ERRORS         PIC 9(9)   VALUE 0.

       01  WS-CNT-DISP-1             PIC ZZZZZZZZ9.
       01  WS-CNT-DISP-2             PIC ZZZZZZZZ9.
       01  WS-CNT-DISP-3             PIC ZZZZZZZZ9.
       01  WS-KEY-DISP               PIC ZZZZZZZZ9.
       01  WS-MONTHS-DISP            PIC ZZ9.
       01  WS-RPT-LINE               PIC X(132).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-MONTHS     PIC X(3).
              10 PARM-ASOF-DATE  PIC X(8).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           MOVE WS-CYC-DATE TO WS-ASOF-DATE.
           IF PARM-LENGTH > 2 THEN
              IF PARM-MONTHS NUMERIC THEN
                 MOVE PARM-MONTHS TO WS-MONTHS
              END-IF
           END-IF.
           IF PARM-LENGTH > 10 THEN
              IF PARM-ASOF-DATE NOT = SPACES THEN
                 MOVE PARM-ASOF-DATE TO WS-ASOF-DATE
              END-IF
           END-IF.
           IF WS-MONTHS = 0 THEN
              DISPLAY 'FEATPURG NO MONTHS TO KEEP ON PARM'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           MOVE WS-ASOF-DATE TO WS-CHK-DATE.
           PERFORM VALIDATE-DATE.
           IF WS-DATE-OK = 'N' THEN
              DISPLAY 'FEATPURG AS-OF DATE ' WS-ASOF-DATE
                 ' NOT A VALID DATE'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM SET-CUTOFF-DATE.
           PERFORM INIT-RECON-TAB.
           PERFORM OPEN-DATA.
           PERFORM CHECK-LOCKSTEP.
           IF WS-LOCKSTEP-ERRORS > 0 THEN
              PERFORM WRITE-REPORT-HEADER
              MOVE WS-LOCKSTEP-ERRORS TO WS-CNT-DISP-1
              MOVE SPACES TO WS-RPT-LINE
              STRING 'FAMILY NOT IN LOCKSTEP - ' WS-CNT-DISP-1
                 ' FINDINGS - NOTHING PURGED, RUN FEATCHK'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE REPORT-REC FROM WS-RPT-LINE
              DISPLAY 'FEATPURG FAMILY NOT IN LOCKSTEP - NOTHING '
                 'PURGED'
              PERFORM CLOSE-DATA
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM OPEN-OUTPUTS.
           PERFORM COMPACT-FAMILY.
           PERFORM REMAP-ORDER-INDEX.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-RECON-REPORT.
           PERFORM CLOSE-DATA.
           PERFORM CLOSE-OUTPUTS.
           DISPLAY 'FEATPURG CUTOFF DATE       ' WS-CUTOFF-DATE.
           DISPLAY 'FEATPURG ORDERS BEFORE     ' WS-RC-BEFORE(1).
           DISPLAY 'FEATPURG ORDERS RETAINED   ' WS-RC-RETAINED(1).
           DISPLAY 'FEATPURG ORDERS PURGED     ' WS-RC-PURGED(1).
           DISPLAY 'FEATPURG UNDATED KEPT      ' WS-UNDATED-COUNT.
           DISPLAY 'FEATPURG ARCHIVE CARRIED   ' WS-ARCH-COPIED.
           DISPLAY 'FEATPURG ARCHIVE WRITTEN   ' WS-ARCH-COUNT.
           IF WS-BALANCE-ERRORS > 0 THEN
              DISPLAY 'FEATPURG DATASETS OUT OF BALANCE '
                 WS-BALANCE-ERRORS
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

       START-CYCLE-LOG.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-START FROM TIME.

      *    A FAILED LOG WRITE MUST NOT FAIL THE STEP - THE LOG IS FOR
      *    THE OPERATIONS REPORT, NOT PART OF THE DATA CHAIN
       WRITE-CYCLE-LOG.
           ACCEPT WS-CYC-END FROM TIME.
           OPEN EXTEND CYCLOG-FILE.
           IF FS-CYC = '05' OR FS-CYC = '35' THEN
              OPEN OUTPUT CYCLOG-FILE
           END-IF.
           IF FS-CYC NOT = '00' THEN
              DISPLAY 'FEATPURG WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'FEATPURG' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-DATA-BEFORE TO CY-IN-COUNT
              MOVE WS-NEW-KEY TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'FEATPURG WRITE-CYCLE-LOG FS-CYC=' FS-CYC
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.

      *    THE SAME DAY WS-MONTHS CALENDAR MONTHS BEFORE THE AS-OF
      *    DATE, PULLED BACK TO THE MONTH END WHEN THAT MONTH IS
      *    SHORTER (31 MARCH LESS ONE MONTH IS 28 OR 29 FEBRUARY)
       SET-CUTOFF-DATE.
           MOVE WS-ASOF-YYYY TO WS-CUT-YYYY.
           MOVE WS-ASOF-MM TO WS-CUT-MM.
           MOVE WS-ASOF-DD TO WS-CUT-DD.
           COMPUTE WS-CUT-MONTHS =
              WS-CUT-YYYY * 12 + WS-CUT-MM - 1 - WS-MONTHS.
           COMPUTE WS-CUT-YYYY = WS-CUT-MONTHS / 12.
           COMPUTE WS-CUT-MM = WS-CUT-MONTHS - WS-CUT-YYYY * 12 + 1.
           MOVE WS-CUT-YYYY TO WS-YYYY.
           MOVE WS-CUT-MM TO WS-MM.
           PERFORM SET-MONTH-END.
           IF WS-CUT-DD > WS-MONTH-END THEN
              MOVE WS-MONTH-END TO WS-CUT-DD
           END-IF.
           STRING WS-CUT-YYYY WS-CUT-MM WS-CUT-DD
              DELIMITED BY SIZE INTO WS-CUTOFF-DATE.

       INIT-RECON-TAB.
           MOVE ZEROS TO WS-RECON-TAB.
           MOVE 'FEATDATA' TO WS-RC-NAME(1).
           MOVE 'FEATACCT' TO WS-RC-NAME(2).
           MOVE 'FEATPERD' TO WS-RC-NAME(3).
           MOVE 'FEATQTY ' TO WS-RC-NAME(4).
           MOVE 'FEATPRMO' TO WS-RC-NAME(5).
           MOVE 'FEATORDX' TO WS-RC-NAME(6).
           MOVE 'AXREF   ' TO WS-RC-NAME(7).
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 7
              MOVE 'Y' TO WS-RC-AVAIL(WS-RX)
           END-PERFORM.

      *****************************************************************
      * LOCKSTEP PRE-CHECK - NOTHING IS WRITTEN HERE. EVERY FEATDATA
      * KEY MUST BE ON EVERY PRESENT SIBLING, NO SIBLING MAY RUN PAST
      * THE LAST FEATDATA KEY, AND FEATORDX MUST CARRY ONE IN-RANGE
      * ROW PER KEY
      *****************************************************************
       CHECK-LOCKSTEP.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-KEY.
           PERFORM UNTIL WS-EOF = 'Y'
              ADD 1 TO WS-KEY
              MOVE WS-KEY TO FEATURE-FILE-KEY
              READ FEATURE-FILE
                 INVALID KEY MOVE 'Y' TO WS-EOF
              END-READ
              IF FS1 NOT = '00' AND FS1 NOT = '23' THEN
                 DISPLAY 'FEATPURG CHECK-LOCKSTEP FS1=' FS1
                 MOVE 'Y' TO WS-EOF
              END-IF
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-DATA-BEFORE
              END-IF
              PERFORM CHECK-SIBLINGS-AT-KEY
           END-PERFORM.
           IF WS-DATA-BEFORE > WS-KEY-MAX THEN
              DISPLAY 'FEATPURG CHECK-LOCKSTEP FEATDATA EXCEEDS '
                 'IN-MEMORY TABLE CAPACITY ' WS-KEY-MAX
              ADD 1 TO WS-LOCKSTEP-ERRORS
           ELSE
              PERFORM LOAD-ORDER-INDEX
           END-IF.
           MOVE WS-DATA-BEFORE TO WS-RC-BEFORE(1).
           MOVE WS-DATA-BEFORE TO WS-RC-BEFORE(2).
           MOVE WS-DATA-BEFORE TO WS-RC-BEFORE(3).
           IF WS-QTY-AVAIL = 'Y' THEN
              MOVE WS-DATA-BEFORE TO WS-RC-BEFORE(4)
           END-IF.
           IF WS-PRMO-AVAIL = 'Y' THEN
              MOVE WS-DATA-BEFORE TO WS-RC-BEFORE(5)
           END-IF.

      *    ON A FEATDATA KEY EVERY SIBLING MUST BE FOUND; ON THE FIRST
      *    KEY PAST FEATDATA'S END EVERY SIBLING MUST BE NOT FOUND
       CHECK-SIBLINGS-AT-KEY.
           MOVE WS-KEY TO ACCOUNT-FILE-KEY.
           READ ACCOUNT-FILE
              INVALID KEY CONTINUE
           END-READ.
           PERFORM CHECK-SIBLING-STATUS-2.
           MOVE WS-KEY TO PERIOD-FILE-KEY.
           READ PERIOD-FILE
              INVALID KEY CONTINUE
           END-READ.
           PERFORM CHECK-SIBLING-STATUS-3.
           IF WS-QTY-AVAIL = 'Y' THEN
              MOVE WS-KEY TO QTY-FILE-KEY
              READ QTY-FILE
                 INVALID KEY CONTINUE
              END-READ
              PERFORM CHECK-SIBLING-STATUS-4
           END-IF.
           IF WS-PRMO-AVAIL = 'Y' THEN
              MOVE WS-KEY TO PRMO-FILE-KEY
              READ PRMO-FILE
                 INVALID KEY CONTINUE
              END-READ
              PERFORM CHECK-SIBLING-STATUS-5
           END-IF.

       CHECK-SIBLING-STATUS-2.
           IF (WS-EOF = 'N' AND FS2 NOT = '00') OR
              (WS-EOF = 'Y' AND FS2 NOT = '23') THEN
              DISPLAY 'FEATPURG FEATACCT OUT OF STEP AT KEY ' WS-KEY
                 ' FS2=' FS2
              ADD 1 TO WS-LOCKSTEP-ERRORS
           END-IF.

       CHECK-SIBLING-STATUS-3.
           IF (WS-EOF = 'N' AND FS3 NOT = '00') OR
              (WS-EOF = 'Y' AND FS3 NOT = '23') THEN
              DISPLAY 'FEATPURG FEATPERD OUT OF STEP AT KEY ' WS-KEY
                 ' FS3=' FS3
              ADD 1 TO WS-LOCKSTEP-ERRORS
           END-IF.

       CHECK-SIBLING-STATUS-4.
           IF (WS-EOF = 'N' AND FS4 NOT = '00') OR
              (WS-EOF = 'Y' AND FS4 NOT = '23') THEN
              DISPLAY 'FEATPURG FEATQTY OUT OF STEP AT KEY ' WS-KEY
                 ' FS4=' FS4
              ADD 1 TO WS-LOCKSTEP-ERRORS
           END-IF.

       CHECK-SIBLING-STATUS-5.
           IF (WS-EOF = 'N' AND FS5 NOT = '00') OR
              (WS-EOF = 'Y' AND FS5 NOT = '23') THEN
              DISPLAY 'FEATPURG FEATPRMO OUT OF STEP AT KEY ' WS-KEY
                 ' FS5=' FS5
              ADD 1 TO WS-LOCKSTEP-ERRORS
           END-IF.

      *    EACH FEATORDX ROW FILES ITS ORDER ID UNDER ITS KEY - A KEY
      *    OUTSIDE FEATDATA, A KEY INDEXED TWICE OR A KEY NEVER
      *    INDEXED IS A LOCKSTEP FINDING
       LOAD-ORDER-INDEX.
           PERFORM VARYING WS-KEY FROM 1 BY 1
              UNTIL WS-KEY > WS-DATA-BEFORE
              MOVE SPACES TO WS-KEY-ORDER(WS-KEY)
              MOVE 0 TO WS-KEY-NEW(WS-KEY)
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ORDX-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-RC-BEFORE(6)
                 IF ORDX-KEY < 1 OR ORDX-KEY > WS-DATA-BEFORE THEN
                    DISPLAY 'FEATPURG FEATORDX ORDER ' ORDX-ORDER-ID
                       ' KEY ' ORDX-KEY ' OUTSIDE FEATDATA'
                    ADD 1 TO WS-LOCKSTEP-ERRORS
                 ELSE
                    IF WS-KEY-ORDER(ORDX-KEY) NOT = SPACES THEN
                       DISPLAY 'FEATPURG FEATORDX KEY ' ORDX-KEY
                          ' INDEXED TWICE'
                       ADD 1 TO WS-LOCKSTEP-ERRORS
                    ELSE
                       MOVE ORDX-ORDER-ID TO WS-KEY-ORDER(ORDX-KEY)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ORDX-FILE.
           PERFORM VARYING WS-KEY FROM 1 BY 1
              UNTIL WS-KEY > WS-DATA-BEFORE
              IF WS-KEY-ORDER(WS-KEY) = SPACES THEN
                 DISPLAY 'FEATPURG FEATDATA KEY ' WS-KEY
                    ' NOT ON FEATORDX'
                 ADD 1 TO WS-LOCKSTEP-ERRORS
              END-IF
           END-PERFORM.

      *****************************************************************
      * THE COMPACTION PASS - ONE ASCENDING WALK OF THE OLD KEYS.
      * WS-NEW-KEY IS THE LAST KEY HANDED OUT; A KEPT ORDER IS WRITTEN
      * TO THE NEW DATASETS, WHICH ARE WRITTEN IN ORDER FROM KEY 1, SO
      * IT LANDS ON THE NEXT ONE
      *****************************************************************
       COMPACT-FAMILY.
           PERFORM VARYING WS-KEY FROM 1 BY 1
              UNTIL WS-KEY > WS-DATA-BEFORE
              PERFORM READ-FAMILY-AT-KEY
              PERFORM DECIDE-PURGE
              IF WS-PURGE-ORDER = 'Y' THEN
                 PERFORM WRITE-ARCHIVE-REC
                 PERFORM COUNT-FAMILY-PURGED
              ELSE
                 ADD 1 TO WS-NEW-KEY
                 MOVE WS-NEW-KEY TO WS-KEY-NEW(WS-KEY)
                 PERFORM WRITE-FAMILY-NEW
                 PERFORM COUNT-FAMILY-RETAINED
                 PERFORM WRITE-AXREF-REC
              END-IF
           END-PERFORM.

       READ-FAMILY-AT-KEY.
           MOVE WS-KEY TO FEATURE-FILE-KEY.
           READ FEATURE-FILE
              INVALID KEY CONTINUE
           END-READ.
           IF FS1 NOT = '00' THEN
              DISPLAY 'FEATPURG READ-FAMILY-AT-KEY FS1=' FS1
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           MOVE WS-KEY TO ACCOUNT-FILE-KEY.
           READ ACCOUNT-FILE
              INVALID KEY CONTINUE
           END-READ.
           IF FS2 NOT = '00' THEN
              DISPLAY 'FEATPURG READ-FAMILY-AT-KEY FS2=' FS2
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           MOVE WS-KEY TO PERIOD-FILE-KEY.
           READ PERIOD-FILE
              INVALID KEY CONTINUE
           END-READ.
           IF FS3 NOT = '00' THEN
              DISPLAY 'FEATPURG READ-FAMILY-AT-KEY FS3=' FS3
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           IF WS-QTY-AVAIL = 'Y' THEN
              MOVE WS-KEY TO QTY-FILE-KEY
              READ QTY-FILE
                 INVALID KEY CONTINUE
              END-READ
              IF FS4 NOT = '00' THEN
                 DISPLAY 'FEATPURG READ-FAMILY-AT-KEY FS4=' FS4
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.
           IF WS-PRMO-AVAIL = 'Y' THEN
              MOVE WS-KEY TO PRMO-FILE-KEY
              READ PRMO-FILE
                 INVALID KEY CONTINUE
              END-READ
              IF FS5 NOT = '00' THEN
                 DISPLAY 'FEATPURG READ-FAMILY-AT-KEY FS5=' FS5
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.

      *    AN ORDER WITHOUT A VALID DATE CANNOT BE AGED - IT IS KEPT
       DECIDE-PURGE.
           MOVE 'N' TO WS-PURGE-ORDER.
           MOVE FP-DATE TO WS-CHK-DATE.
           PERFORM VALIDATE-DATE.
           IF WS-DATE-OK = 'N' THEN
              ADD 1 TO WS-UNDATED-COUNT
           ELSE
              IF FP-DATE < WS-CUTOFF-DATE THEN
                 MOVE 'Y' TO WS-PURGE-ORDER
              END-IF
           END-IF.

       WRITE-FAMILY-NEW.
           WRITE DATANEW-REC FROM FEATURE-REC.
           IF FS12 NOT = '00' THEN
              DISPLAY 'FEATPURG WRITE-FAMILY-NEW FS12=' FS12
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           WRITE ACCTNEW-REC FROM FEATACCT-REC.
           IF FS13 NOT = '00' THEN
              DISPLAY 'FEATPURG WRITE-FAMILY-NEW FS13=' FS13
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           WRITE PERDNEW-REC FROM FEATPERD-REC.
           IF FS14 NOT = '00' THEN
              DISPLAY 'FEATPURG WRITE-FAMILY-NEW FS14=' FS14
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           IF WS-QTY-AVAIL = 'Y' THEN
              WRITE QTYNEW-REC FROM FEATQTY-REC
              IF FS15 NOT = '00' THEN
                 DISPLAY 'FEATPURG WRITE-FAMILY-NEW FS15=' FS15
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.
           IF WS-PRMO-AVAIL = 'Y' THEN
              WRITE PRMONEW-REC FROM FEATPRMO-REC
              IF FS16 NOT = '00' THEN
                 DISPLAY 'FEATPURG WRITE-FAMILY-NEW FS16=' FS16
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.

       COUNT-FAMILY-RETAINED.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
              IF WS-RC-BEFORE(WS-RX) > 0 THEN
                 ADD 1 TO WS-RC-RETAINED(WS-RX)
              END-IF
           END-PERFORM.

       COUNT-FAMILY-PURGED.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
              IF WS-RC-BEFORE(WS-RX) > 0 THEN
                 ADD 1 TO WS-RC-PURGED(WS-RX)
              END-IF
           END-PERFORM.

       WRITE-ARCHIVE-REC.
           MOVE SPACES TO FEATARC-REC.
           MOVE WS-ASOF-DATE TO FH-PURGE-DATE.
           MOVE WS-KEY-ORDER(WS-KEY) TO FH-ORDER-ID.
           MOVE WS-KEY TO FH-OLD-KEY.
           MOVE FA-ACCOUNT TO FH-ACCOUNT.
           MOVE SEQ TO FH-SEQ.
           MOVE FP-DATE TO FH-DATE.
           MOVE FP-QTY TO FH-QTY.
           MOVE FP-AMOUNT TO FH-AMOUNT.
           MOVE WS-QTY-AVAIL TO FH-QTY-AVAIL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
              IF WS-QTY-AVAIL = 'Y' THEN
                 MOVE FQ-ITEM-QTY(I) TO FH-ITEM-QTY(I)
              ELSE
                 MOVE 0 TO FH-ITEM-QTY(I)
              END-IF
           END-PERFORM.
           MOVE WS-PRMO-AVAIL TO FH-PRMO-AVAIL.
           MOVE 0 TO FH-PROMO-ITEMS.
           IF WS-PRMO-AVAIL = 'Y' THEN
              MOVE FM-PROMO-FLAG TO FH-PROMO-FLAG
              MOVE FM-PROMO-CODE TO FH-PROMO-CODE
              MOVE FM-PROMO-ITEMS TO FH-PROMO-ITEMS
           END-IF.
           WRITE FEATARC-REC.
           IF FS9 NOT = '00' THEN
              DISPLAY 'FEATPURG WRITE-ARCHIVE-REC FS9=' FS9
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           ADD 1 TO WS-ARCH-COUNT.

      *    SAME RECORD AXREFBLD WRITES, UNDER THE ORDER'S NEW KEY
       WRITE-AXREF-REC.
           MOVE FA-ACCOUNT TO AX-ACCOUNT.
           MOVE WS-NEW-KEY TO AX-ORDKEY.
           MOVE FA-SEQ TO AX-SEQ.
           WRITE AXREF-REC
              INVALID KEY
                 DISPLAY 'FEATPURG WRITE-AXREF-REC FS8=' FS8
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
           END-WRITE.
           ADD 1 TO WS-RC-RETAINED(7).

      *****************************************************************
      * FEATORDX IS COPIED IN ITS OWN ROW ORDER TO ORDXNEW, EACH ROW
      * CARRYING ITS ORDER'S NEW KEY; A PURGED ORDER'S ROW IS DROPPED
      *****************************************************************
       REMAP-ORDER-INDEX.
           OPEN INPUT ORDX-FILE.
           IF FS6 NOT = '00' THEN
              DISPLAY 'FEATPURG REMAP-ORDER-INDEX FS6=' FS6
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ORDX-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 IF WS-KEY-NEW(ORDX-KEY) = 0 THEN
                    ADD 1 TO WS-RC-PURGED(6)
                 ELSE
                    MOVE ORDX-ORDER-ID TO ORDXNEW-ORDER-ID
                    MOVE WS-KEY-NEW(ORDX-KEY) TO ORDXNEW-KEY
                    WRITE ORDXNEW-REC
                    IF FS7 NOT = '00' THEN
                       DISPLAY 'FEATPURG REMAP-ORDER-INDEX FS7=' FS7
                       MOVE 8 TO RETURN-CODE
                       PERFORM WRITE-CYCLE-LOG
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-RC-RETAINED(6)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ORDX-FILE.

      *****************************************************************
      * RECONCILIATION REPORT - BEFORE = RETAINED + PURGED ON EVERY
      * DATASET, AND EVERY DATASET RETAINS EXACTLY WHAT FEATDATA
      * RETAINED (AXREF IS REBUILT, SO IT ONLY HAS A RETAINED COUNT)
      *****************************************************************
       WRITE-REPORT-HEADER.
           MOVE WS-MONTHS TO WS-MONTHS-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'FEATURE-FILE PURGE - RUN ' WS-CYC-DATE
              '  AS OF ' WS-ASOF-DATE '  KEEPING ' WS-MONTHS-DISP
              ' MONTHS  CUTOFF ' WS-CUTOFF-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-RECON-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DATASET     BEFORE  RETAINED    PURGED  STATUS'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 7
              PERFORM WRITE-RECON-LINE
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-UNDATED-COUNT TO WS-CNT-DISP-1.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'UNDATED ORDERS KEPT     ' WS-CNT-DISP-1
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-ARCH-COPIED TO WS-CNT-DISP-1.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ARCHIVE RECORDS CARRIED ' WS-CNT-DISP-1
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-ARCH-COUNT TO WS-CNT-DISP-1.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ARCHIVE RECORDS WRITTEN ' WS-CNT-DISP-1
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE WS-BALANCE-ERRORS TO WS-CNT-DISP-1.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DATASETS OUT OF BALANCE ' WS-CNT-DISP-1
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.

       WRITE-RECON-LINE.
           MOVE WS-RC-BEFORE(WS-RX) TO WS-CNT-DISP-1.
           MOVE WS-RC-RETAINED(WS-RX) TO WS-CNT-DISP-2.
           MOVE WS-RC-PURGED(WS-RX) TO WS-CNT-DISP-3.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-RC-AVAIL(WS-RX) = 'N' THEN
              STRING WS-RC-NAME(WS-RX)
                 '                                NOT PRESENT - SKIPPED'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              IF WS-RX = 7 THEN
                 STRING WS-RC-NAME(WS-RX) '           '
                    WS-CNT-DISP-2 '            REBUILT'
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 IF WS-RC-RETAINED(7) NOT = WS-RC-RETAINED(1) THEN
                    ADD 1 TO WS-BALANCE-ERRORS
                    MOVE 'OUT OF BALANCE' TO WS-RPT-LINE(41:14)
                 END-IF
              ELSE
                 STRING WS-RC-NAME(WS-RX) ' ' WS-CNT-DISP-1 ' '
                    WS-CNT-DISP-2 ' ' WS-CNT-DISP-3 '  OK'
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 IF WS-RC-BEFORE(WS-RX) NOT =
                    WS-RC-RETAINED(WS-RX) + WS-RC-PURGED(WS-RX) OR
                    WS-RC-RETAINED(WS-RX) NOT = WS-RC-RETAINED(1) THEN
                    ADD 1 TO WS-BALANCE-ERRORS
                    MOVE 'OUT OF BALANCE' TO WS-RPT-LINE(41:14)
                 END-IF
              END-IF
           END-IF.
           WRITE REPORT-REC FROM WS-RPT-LINE.

      *    CALENDAR VALIDATION INCLUDING MONTH LENGTHS AND THE LEAP
      *    RULE - FEBRUARY 29 IS ONLY GOOD IN A LEAP YEAR
       VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF WS-CHK-DATE NOT NUMERIC THEN
              MOVE 'N' TO WS-DATE-OK
           ELSE
              MOVE WS-CHK-YYYY TO WS-YYYY
              MOVE WS-CHK-MM TO WS-MM
              MOVE WS-CHK-DD TO WS-DD
              IF WS-YYYY = 0 OR WS-MM < 1 OR WS-MM > 12 OR
                 WS-DD < 1 THEN
                 MOVE 'N' TO WS-DATE-OK
              ELSE
                 PERFORM SET-MONTH-END
                 IF WS-DD <= WS-MONTH-END THEN
                    MOVE 'Y' TO WS-DATE-OK
                 END-IF
              END-IF
           END-IF.

       SET-MONTH-END.
           EVALUATE WS-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-END
              WHEN 2
                 MOVE 28 TO WS-MONTH-END
                 COMPUTE WS-LEAP-REM =
                    WS-YYYY - (WS-YYYY / 4) * 4
                 IF WS-LEAP-REM = 0 THEN
                    COMPUTE WS-LEAP-REM =
                       WS-YYYY - (WS-YYYY / 100) * 100
                    IF WS-LEAP-REM NOT = 0 THEN
                       MOVE 29 TO WS-MONTH-END
                    ELSE
                       COMPUTE WS-LEAP-REM =
                          WS-YYYY - (WS-YYYY / 400) * 400
                       IF WS-LEAP-REM = 0 THEN
                          MOVE 29 TO WS-MONTH-END
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-END
           END-EVALUATE.

      *    FEATQTY AND FEATPRMO MAY BE ABSENT ON OLDER DATA - REPORTED
      *    AND SKIPPED, THE SAME AS IN FEATCHK
       OPEN-DATA.
           PERFORM CHECK-COMMIT-POINT.
           OPEN INPUT FEATURE-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'FEATPURG OPEN-DATA FS1=' FS1
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'FEATPURG OPEN-DATA FS2=' FS2
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN INPUT PERIOD-FILE.
           IF FS3 NOT = '00' THEN
              DISPLAY 'FEATPURG OPEN-DATA FS3=' FS3
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN INPUT QTY-FILE.
           IF FS4 = '05' OR FS4 = '35' THEN
              DISPLAY 'FEATPURG FEATQTY NOT PRESENT - SKIPPED'
              MOVE 'N' TO WS-QTY-AVAIL
              MOVE 'N' TO WS-RC-AVAIL(4)
           ELSE
              IF FS4 NOT = '00' THEN
                 DISPLAY 'FEATPURG OPEN-DATA FS4=' FS4
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT PRMO-FILE.
           IF FS5 = '05' OR FS5 = '35' THEN
              DISPLAY 'FEATPURG FEATPRMO NOT PRESENT - SKIPPED'
              MOVE 'N' TO WS-PRMO-AVAIL
              MOVE 'N' TO WS-RC-AVAIL(5)
           ELSE
              IF FS5 NOT = '00' THEN
                 DISPLAY 'FEATPURG OPEN-DATA FS5=' FS5
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT ORDX-FILE.
           IF FS6 NOT = '00' THEN
              DISPLAY 'FEATPURG OPEN-DATA FS6=' FS6
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF FS10 NOT = '00' THEN
              DISPLAY 'FEATPURG OPEN-DATA FS10=' FS10
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.

      *    THE OUTPUTS ARE ONLY OPENED ONCE THE FAMILY HAS PASSED THE
      *    LOCKSTEP CHECK
       OPEN-OUTPUTS.
           OPEN OUTPUT DATANEW-FILE.
           IF FS12 NOT = '00' THEN
              DISPLAY 'FEATPURG OPEN-OUTPUTS FS12=' FS12
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT ACCTNEW-FILE.
           IF FS13 NOT = '00' THEN
              DISPLAY 'FEATPURG OPEN-OUTPUTS FS13=' FS13
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT PERDNEW-FILE.
           IF FS14 NOT = '00' THEN
              DISPLAY 'FEATPURG OPEN-OUTPUTS FS14=' FS14
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           IF WS-QTY-AVAIL = 'Y' THEN
              OPEN OUTPUT QTYNEW-FILE
              IF FS15 NOT = '00' THEN
                 DISPLAY 'FEATPURG OPEN-OUTPUTS FS15=' FS15
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.
           IF WS-PRMO-AVAIL = 'Y' THEN
              OPEN OUTPUT PRMONEW-FILE
              IF FS16 NOT = '00' THEN
                 DISPLAY 'FEATPURG OPEN-OUTPUTS FS16=' FS16
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT ORDXNEW-FILE.
           IF FS7 NOT = '00' THEN
              DISPLAY 'FEATPURG OPEN-OUTPUTS FS7=' FS7
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT AXREF-FILE.
           IF FS8 NOT = '00' THEN
              DISPLAY 'FEATPURG OPEN-OUTPUTS FS8=' FS8
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT ARCHNEW-FILE.
           IF FS9 NOT = '00' THEN
              DISPLAY 'FEATPURG OPEN-OUTPUTS FS9=' FS9
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM COPY-ARCHIVE.

      *    EARLIER RUNS' PURGED ORDERS GO TO ARCHNEW FIRST, SO THIS
      *    RUN'S ARE ADDED AT THE END AS AN EXTEND WOULD HAVE DONE
       COPY-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF FS17 = '05' OR FS17 = '35' THEN
              DISPLAY 'FEATPURG FEATARCH NOT PRESENT - ARCHNEW STARTS '
                 'EMPTY'
           ELSE
              IF FS17 NOT = '00' THEN
                 DISPLAY 'FEATPURG COPY-ARCHIVE FS17=' FS17
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ARCH-FILE AT END MOVE 'Y' TO WS-EOF END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    WRITE FEATARC-REC FROM ARCH-REC
                    IF FS9 NOT = '00' THEN
                       DISPLAY 'FEATPURG COPY-ARCHIVE FS9=' FS9
                       MOVE 8 TO RETURN-CODE
                       PERFORM WRITE-CYCLE-LOG
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-ARCH-COPIED
                 END-IF
              END-PERFORM
              CLOSE ARCH-FILE
           END-IF.

      *    RUNS BEFORE ANY FILE OF THE FAMILY IS OPENED - SEE THE
      *    PROGRAM DESCRIPTION
       CHECK-COMMIT-POINT.
           OPEN INPUT CKPT-FILE.
           IF FS11 = '05' OR FS11 = '35' THEN
              DISPLAY 'FEATPURG TXFCKPT NOT PRESENT - NO TXFEAT RUN IN '
                 'FLIGHT'
           ELSE
              IF FS11 NOT = '00' THEN
                 DISPLAY 'FEATPURG CHECK-COMMIT-POINT FS11=' FS11
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              READ CKPT-FILE
                 INVALID KEY
                    MOVE SPACES TO TC-MODE
              END-READ
              IF FS11 NOT = '00' AND FS11 NOT = '23' THEN
                 DISPLAY 'FEATPURG CHECK-COMMIT-POINT FS11=' FS11
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              CLOSE CKPT-FILE
              IF TC-MODE NOT = SPACES THEN
                 DISPLAY 'FEATPURG TXFEAT RUN IN FLIGHT - FINISH OR '
                    'RESTART IT FIRST'
                 DISPLAY 'FEATPURG TXFCKPT HOLDS AN UNFINISHED MODE '
                    TC-MODE ' RUN OF ' TC-RUN-DATE
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.

       CLOSE-DATA.
           CLOSE FEATURE-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE PERIOD-FILE.
           IF WS-QTY-AVAIL = 'Y' THEN
              CLOSE QTY-FILE
           END-IF.
           IF WS-PRMO-AVAIL = 'Y' THEN
              CLOSE PRMO-FILE
           END-IF.
           CLOSE REPORT-FILE.

       CLOSE-OUTPUTS.
           CLOSE DATANEW-FILE.
           CLOSE ACCTNEW-FILE.
           CLOSE PERDNEW-FILE.
           IF WS-QTY-AVAIL = 'Y' THEN
              CLOSE QTYNEW-FILE
           END-IF.
           IF WS-PRMO-AVAIL = 'Y' THEN
              CLOSE PRMONEW-FILE
           END-IF.
           CLOSE ORDXNEW-FILE.
           CLOSE AXREF-FILE.
           CLOSE ARCHNEW-FILE.
