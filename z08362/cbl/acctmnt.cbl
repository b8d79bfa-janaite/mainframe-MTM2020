      *****************************************************************
      * Program name:    ACCTMNT
      * Original author: JORGE JANAITE NETO
      * Date:            20261008
      *
      * Changes:
      *---------
      * 20261008: initial release
      * 20261015: a transaction with no AT-USER is rejected - every
      *           applied change must name who keyed it
      *
      *****************************************************************
      * BATCH MAINTENANCE OF THE ACCTMST ACCOUNT MASTER WITH AUDIT
      * REPORT AND EFFECTIVE-DATED SEGMENT HISTORY
      *
      * ACCTMST DRIVES SEGFREQ'S PER-SEGMENT SCORING AND WAS A
      * HAND-EDITED FLAT FILE - WHEN AN ACCOUNT MOVED FROM ONE
      * SEGMENT TO ANOTHER ALL OF ITS HISTORY SILENTLY MOVED WITH IT.
      * THIS PROGRAM APPLIES ADD/CHANGE/DELETE TRANSACTIONS UNDER
      * PROPER EDITS THE SAME WAY XWLKMNT MAINTAINS ITEMXWLK, AND
      * RECORDS EVERY SEGMENT CHANGE ON ACCTSEGH WITH THE DATE IT
      * TAKES EFFECT, SO SEGFREQ CAN SCORE PAST ORDERS UNDER THE
      * SEGMENT THE ACCOUNT HELD AT THE TIME.
      *
      * INPUT:
      *    ACCTMST dataset - the current account master (see copybook)
      *    SEGCODES dataset - valid segment codes and names (see
      *        copybook SEGCODE)
      *    ACCTTRAN dataset - maintenance transactions:
      *        AT-ACTION     X(1)  'A' ADD / 'C' CHANGE / 'D' DELETE
      *        AT-ACCOUNT    X(10)
      *        AT-SEGMENT    X(2)  (A/C ONLY)
      *        AT-EFF-DATE   X(8)  YYYYMMDD THE ADD/CHANGE/DELETE
      *                            TAKES EFFECT (SPACES = RUN DATE)
      *        AT-USER       X(8)  WHO KEYED THE CHANGE
      *
      * EDITS:
      *    - BLANK ACCOUNT NUMBER REJECTED
      *    - BLANK USER ID REJECTED
      *    - DUPLICATE ACCOUNT REJECTED ON ADD
      *    - SEGMENT CODE NOT ON SEGCODES, OR THE RESERVED '??',
      *      REJECTED ON ADD/CHANGE
      *    - CHANGE TO THE SEGMENT THE ACCOUNT ALREADY HOLDS REJECTED
      *    - CHANGE/DELETE OF AN ACCOUNT NOT ON THE MASTER REJECTED
      *    - EFFECTIVE DATE THAT IS NOT A VALID CALENDAR DATE REJECTED
      *    A DUPLICATE ACCOUNT ALREADY ON THE INCOMING MASTER KEEPS ITS
      *    FIRST RECORD; THE OTHERS ARE DROPPED AND REPORTED.
      *
      * OUTPUT:
      *    ACCTNEW dataset - the maintained master, same layout
      *    ACCTSEGH dataset - ONE HISTORY RECORD PER APPLIED
      *        TRANSACTION (SEE COPYBOOK), APPENDED ACROSS RUNS
      *    ACCTAUDT report - BEFORE/AFTER IMAGE OF EVERY TRANSACTION
      *        WITH WHO/WHEN AND APPLIED/REJECTED STATUS
      *
      * RETURN-CODE 4 WHEN ANY TRANSACTION WAS REJECTED OR A
      * DUPLICATE WAS DROPPED FROM THE INCOMING MASTER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCTMNT.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS1.

           SELECT SEGCODE-FILE ASSIGN TO SEGCODES
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS2.

           SELECT ATRAN-FILE ASSIGN TO ACCTTRAN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

           SELECT AMNEW-FILE ASSIGN TO ACCTNEW
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT AUDIT-FILE ASSIGN TO ACCTAUDT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT SEGHIST-FILE ASSIGN TO ACCTSEGH
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS6.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCTMST-FILE.
           COPY ACCTMST.

       FD  SEGCODE-FILE.
           COPY SEGCODE.

       FD  ATRAN-FILE.
       01  AT-REC.
           05  AT-ACTION             PIC X(1).
           05  AT-ACCOUNT            PIC X(10).
           05  AT-SEGMENT            PIC X(2).
           05  AT-EFF-DATE           PIC X(8).
           05  AT-USER               PIC X(8).

       FD  AMNEW-FILE.
       01  AMNEW-REC.
           05  AMNEW-ACCOUNT         PIC X(10).
           05  AMNEW-SEGMENT         PIC X(2).
           05  AMNEW-SEG-NAME        PIC X(20).

       FD  AUDIT-FILE.
       01  AUDIT-REC                 PIC X(132).

       FD  SEGHIST-FILE.
           COPY ACCTSEGH.

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       WORKING-STORAGE SECTION.

       01  FS-CYC                    PIC X(2).
       01  WS-CYC-START              PIC X(8).
       01  WS-CYC-END                PIC X(8).

       01  FS1                       PIC X(2).
       01  FS2                       PIC X(2).
       01  FS3                       PIC X(2).
       01  FS4                       PIC X(2).
       01  FS5                       PIC X(2).
       01  FS6                       PIC X(2).
       01  WS-EOF                    PIC X(1).

       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-TIME               PIC X(8).

      *    ACCOUNT MASTER LOADED UP FRONT - SAME IN-MEMORY TABLE IDIOM
      *    (AND GUARD) AS FTFREQ'S FEATURE TABLE, SAME CAPACITY AS
      *    SEGFREQ'S COPY OF THE MASTER
       01  WS-AM-MAX                 PIC 9(5)   VALUE 10000.
       01  WS-AM-COUNT               PIC 9(5)   VALUE 0.
       01  WS-AMX                    PIC 9(5).
       01  WS-AM-FOUND               PIC 9(5).
       01  WS-FIND-ACCOUNT           PIC X(10).
       01  WS-AM-TAB.
           05  WS-AM-ENTRY OCCURS 10000 TIMES.
               10  WS-AM-DELETED     PIC X(1).
               10  WS-AM-ACCOUNT     PIC X(10).
               10  WS-AM-SEGMENT     PIC X(2).
               10  WS-AM-SEG-NAME    PIC X(20).

       01  WS-SC-MAX                 PIC 9(3)   VALUE 100.
       01  WS-SC-COUNT               PIC 9(3)   VALUE 0.
       01  WS-SCX                    PIC 9(3).
       01  WS-SC-FOUND               PIC 9(3).
       01  WS-SC-TAB.
           05  WS-SC-ENTRY OCCURS 100 TIMES.
               10  WS-SC-SEGMENT     PIC X(2).
               10  WS-SC-SEG-NAME    PIC X(20).

       01  WS-EFF-DATE               PIC X(8).
       01  WS-PRIOR-SEGMENT          PIC X(2).
       01  WS-DATE-OK                PIC X(1).
       01  WS-DD                     PIC 9(2).
       01  WS-MM                     PIC 9(2).
       01  WS-YYYY                   PIC 9(4).
       01  WS-MONTH-END              PIC 9(2).
       01  WS-LEAP-REM               PIC 9(4).

       01  WS-TRAN-COUNT             PIC 9(9)   VALUE 0.
       01  WS-APPLIED-COUNT          PIC 9(9)   VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(9)   VALUE 0.
       01  WS-DUP-COUNT              PIC 9(9)   VALUE 0.
       01  WS-HIST-COUNT             PIC 9(9)   VALUE 0.
       01  WS-REJ-REASON             PIC X(40).
       01  WS-BEFORE-IMAGE           PIC X(40).
       01  WS-AFTER-IMAGE            PIC X(40).
       01  WS-RPT-LINE               PIC X(132).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-CYC-START FROM TIME.
           PERFORM OPEN-DATA.
           PERFORM WRITE-AUDIT-HEADER.
           PERFORM LOAD-SEGMENT-CODES.
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM WRITE-NEW-MASTER.
           PERFORM WRITE-AUDIT-SUMMARY.
           PERFORM CLOSE-DATA.
           IF WS-REJECT-COUNT > 0 OR WS-DUP-COUNT > 0 THEN
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
              DISPLAY 'ACCTMNT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'ACCTMNT' TO CY-PROGRAM
              MOVE WS-RUN-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-TRAN-COUNT TO CY-IN-COUNT
              MOVE WS-APPLIED-COUNT TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'ACCTMNT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.

       LOAD-SEGMENT-CODES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SEGCODE-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 IF WS-SC-COUNT < WS-SC-MAX THEN
                    ADD 1 TO WS-SC-COUNT
                    MOVE SC-SEGMENT TO WS-SC-SEGMENT(WS-SC-COUNT)
                    MOVE SC-SEG-NAME TO WS-SC-SEG-NAME(WS-SC-COUNT)
                 ELSE
                    DISPLAY 'ACCTMNT LOAD-SEGMENT-CODES SEGCODES '
                       'EXCEEDS IN-MEMORY TABLE CAPACITY ' WS-SC-MAX
                 END-IF
              END-IF
           END-PERFORM.

      *    A SECOND RECORD FOR AN ACCOUNT ALREADY LOADED IS DROPPED -
      *    THE MASTER CAME FROM HAND EDITS, SO IT MAY CARRY SOME
       LOAD-ACCOUNT-MASTER.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ACCTMST-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 MOVE AM-ACCOUNT TO WS-FIND-ACCOUNT
                 PERFORM FIND-MASTER-ACCOUNT
                 IF WS-AM-FOUND > 0 THEN
                    PERFORM WRITE-DUPLICATE-LINE
                 ELSE
                    PERFORM ADD-MASTER-ENTRY
                 END-IF
              END-IF
           END-PERFORM.

       ADD-MASTER-ENTRY.
           IF WS-AM-COUNT < WS-AM-MAX THEN
              ADD 1 TO WS-AM-COUNT
              MOVE 'N' TO WS-AM-DELETED(WS-AM-COUNT)
              MOVE AM-ACCOUNT TO WS-AM-ACCOUNT(WS-AM-COUNT)
              MOVE AM-SEGMENT TO WS-AM-SEGMENT(WS-AM-COUNT)
              MOVE AM-SEG-NAME TO WS-AM-SEG-NAME(WS-AM-COUNT)
           ELSE
              DISPLAY 'ACCTMNT LOAD-ACCOUNT-MASTER ACCTMST EXCEEDS '
                 'IN-MEMORY TABLE CAPACITY ' WS-AM-MAX
           END-IF.

       WRITE-DUPLICATE-LINE.
           ADD 1 TO WS-DUP-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ACCTMST DUPLICATE ' AM-ACCOUNT ' ' AM-SEGMENT
              ' DROPPED - FIRST RECORD KEPT'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.

       APPLY-TRANSACTIONS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ATRAN-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-TRAN-COUNT
                 PERFORM APPLY-ONE-TRANSACTION
              END-IF
           END-PERFORM.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM CHECK-EFFECTIVE-DATE.
           MOVE AT-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM FIND-MASTER-ACCOUNT.
           IF AT-ACCOUNT = SPACES THEN
              MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJ-REASON
           END-IF.
           IF AT-USER = SPACES THEN
              MOVE 'USER ID MISSING' TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES THEN
              EVALUATE AT-ACTION
                 WHEN 'A' PERFORM APPLY-ADD
                 WHEN 'C' PERFORM APPLY-CHANGE
                 WHEN 'D' PERFORM APPLY-DELETE
                 WHEN OTHER
                    MOVE 'UNKNOWN ACTION CODE' TO WS-REJ-REASON
              END-EVALUATE
           END-IF.
           IF WS-REJ-REASON = SPACES THEN
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM WRITE-SEGMENT-HISTORY
           ELSE
              ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM WRITE-AUDIT-LINES.

      *    SPACES TAKE EFFECT ON THE RUN DATE
       CHECK-EFFECTIVE-DATE.
           IF AT-EFF-DATE = SPACES THEN
              MOVE WS-RUN-DATE TO WS-EFF-DATE
           ELSE
              MOVE AT-EFF-DATE TO WS-EFF-DATE
              PERFORM VALIDATE-DATE
              IF WS-DATE-OK = 'N' THEN
                 MOVE 'EFFECTIVE DATE NOT A VALID DATE' TO
                    WS-REJ-REASON
              END-IF
           END-IF.

       FIND-MASTER-ACCOUNT.
           MOVE 0 TO WS-AM-FOUND.
           PERFORM VARYING WS-AMX FROM 1 BY 1
              UNTIL WS-AMX > WS-AM-COUNT
              IF WS-AM-DELETED(WS-AMX) = 'N' AND
                 WS-AM-ACCOUNT(WS-AMX) = WS-FIND-ACCOUNT THEN
                 MOVE WS-AMX TO WS-AM-FOUND
                 MOVE WS-AM-COUNT TO WS-AMX
              END-IF
           END-PERFORM.

      *    AN ADD LANDS ON THE FIRST DELETED SLOT IF THERE IS ONE -
      *    SAME RULE AS XWLKMNT'S CROSSWALK TABLE
       FIND-FREE-SLOT.
           MOVE 0 TO WS-AM-FOUND.
           PERFORM VARYING WS-AMX FROM 1 BY 1
              UNTIL WS-AMX > WS-AM-COUNT
              IF WS-AM-DELETED(WS-AMX) = 'Y' THEN
                 MOVE WS-AMX TO WS-AM-FOUND
                 MOVE WS-AM-COUNT TO WS-AMX
              END-IF
           END-PERFORM.
           IF WS-AM-FOUND = 0 AND WS-AM-COUNT < WS-AM-MAX THEN
              ADD 1 TO WS-AM-COUNT
              MOVE WS-AM-COUNT TO WS-AM-FOUND
           END-IF.

      *    '??' MEANS "NOT ON THE MASTER" TO SEGFREQ - IT CAN NEVER BE
      *    A SEGMENT AN ACCOUNT IS PUT IN, WHATEVER SEGCODES SAYS
       FIND-SEGMENT-CODE.
           MOVE 0 TO WS-SC-FOUND.
           IF AT-SEGMENT = '??' THEN
              MOVE 'SEGMENT CODE ?? IS RESERVED' TO WS-REJ-REASON
           ELSE
              PERFORM VARYING WS-SCX FROM 1 BY 1
                 UNTIL WS-SCX > WS-SC-COUNT
                 IF WS-SC-SEGMENT(WS-SCX) = AT-SEGMENT THEN
                    MOVE WS-SCX TO WS-SC-FOUND
                    MOVE WS-SC-COUNT TO WS-SCX
                 END-IF
              END-PERFORM
              IF WS-SC-FOUND = 0 THEN
                 MOVE 'SEGMENT CODE NOT ON SEGCODES' TO WS-REJ-REASON
              END-IF
           END-IF.

       APPLY-ADD.
           IF WS-AM-FOUND > 0 THEN
              MOVE 'ACCOUNT ALREADY ON MASTER' TO WS-REJ-REASON
           ELSE
              PERFORM FIND-SEGMENT-CODE
              IF WS-REJ-REASON = SPACES THEN
                 PERFORM FIND-FREE-SLOT
                 IF WS-AM-FOUND > 0 THEN
                    MOVE '??' TO WS-PRIOR-SEGMENT
                    MOVE 'N' TO WS-AM-DELETED(WS-AM-FOUND)
                    MOVE AT-ACCOUNT TO WS-AM-ACCOUNT(WS-AM-FOUND)
                    MOVE AT-SEGMENT TO WS-AM-SEGMENT(WS-AM-FOUND)
                    MOVE WS-SC-SEG-NAME(WS-SC-FOUND) TO
                       WS-AM-SEG-NAME(WS-AM-FOUND)
                    PERFORM BUILD-AFTER-IMAGE
                 ELSE
                    MOVE 'ACCOUNT MASTER TABLE FULL' TO WS-REJ-REASON
                 END-IF
              END-IF
           END-IF.

       APPLY-CHANGE.
           IF WS-AM-FOUND = 0 THEN
              MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON
           ELSE
              PERFORM BUILD-BEFORE-IMAGE
              PERFORM FIND-SEGMENT-CODE
              IF WS-REJ-REASON = SPACES THEN
                 IF WS-AM-SEGMENT(WS-AM-FOUND) = AT-SEGMENT THEN
                    MOVE 'ACCOUNT ALREADY IN THAT SEGMENT' TO
                       WS-REJ-REASON
                 ELSE
                    MOVE WS-AM-SEGMENT(WS-AM-FOUND) TO
                       WS-PRIOR-SEGMENT
                    MOVE AT-SEGMENT TO WS-AM-SEGMENT(WS-AM-FOUND)
                    MOVE WS-SC-SEG-NAME(WS-SC-FOUND) TO
                       WS-AM-SEG-NAME(WS-AM-FOUND)
                    PERFORM BUILD-AFTER-IMAGE
                 END-IF
              END-IF
           END-IF.

       APPLY-DELETE.
           IF WS-AM-FOUND = 0 THEN
              MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJ-REASON
           ELSE
              PERFORM BUILD-BEFORE-IMAGE
              MOVE WS-AM-SEGMENT(WS-AM-FOUND) TO WS-PRIOR-SEGMENT
              MOVE 'Y' TO WS-AM-DELETED(WS-AM-FOUND)
              MOVE '(DELETED)' TO WS-AFTER-IMAGE
           END-IF.

      *    ONE HISTORY RECORD PER APPLIED TRANSACTION - A DELETE TAKES
      *    THE ACCOUNT TO '??' FROM ITS EFFECTIVE DATE ON
       WRITE-SEGMENT-HISTORY.
           MOVE AT-ACCOUNT TO SH-ACCOUNT.
           MOVE WS-EFF-DATE TO SH-EFF-DATE.
           IF AT-ACTION = 'D' THEN
              MOVE '??' TO SH-SEGMENT
           ELSE
              MOVE AT-SEGMENT TO SH-SEGMENT
           END-IF.
           MOVE WS-PRIOR-SEGMENT TO SH-PRIOR-SEGMENT.
           MOVE AT-ACTION TO SH-ACTION.
           MOVE AT-USER TO SH-USER.
           MOVE WS-RUN-DATE TO SH-KEYED-DATE.
           WRITE ACCTSEGH-REC.
           IF FS6 NOT = '00' THEN
              DISPLAY 'ACCTMNT WRITE-SEGMENT-HISTORY FS6=' FS6
              STOP RUN
           END-IF.
           ADD 1 TO WS-HIST-COUNT.

       BUILD-BEFORE-IMAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           STRING WS-AM-ACCOUNT(WS-AM-FOUND) ' '
              WS-AM-SEGMENT(WS-AM-FOUND) ' '
              WS-AM-SEG-NAME(WS-AM-FOUND)
              DELIMITED BY SIZE INTO WS-BEFORE-IMAGE.

       BUILD-AFTER-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           STRING WS-AM-ACCOUNT(WS-AM-FOUND) ' '
              WS-AM-SEGMENT(WS-AM-FOUND) ' '
              WS-AM-SEG-NAME(WS-AM-FOUND)
              DELIMITED BY SIZE INTO WS-AFTER-IMAGE.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ACCTMST MAINTENANCE AUDIT - RUN '
              WS-RUN-DATE ' AT ' WS-RUN-TIME
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.

       WRITE-AUDIT-LINES.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-REJ-REASON = SPACES THEN
              STRING 'ACTION ' AT-ACTION ' ' AT-ACCOUNT
                 ' BY ' AT-USER ' EFFECTIVE ' WS-EFF-DATE ' APPLIED'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'ACTION ' AT-ACTION ' ' AT-ACCOUNT
                 ' BY ' AT-USER ' REJECTED - ' WS-REJ-REASON
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE AUDIT-REC FROM WS-RPT-LINE.
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

       WRITE-NEW-MASTER.
           PERFORM VARYING WS-AMX FROM 1 BY 1
              UNTIL WS-AMX > WS-AM-COUNT
              IF WS-AM-DELETED(WS-AMX) = 'N' THEN
                 MOVE WS-AM-ACCOUNT(WS-AMX) TO AMNEW-ACCOUNT
                 MOVE WS-AM-SEGMENT(WS-AMX) TO AMNEW-SEGMENT
                 MOVE WS-AM-SEG-NAME(WS-AMX) TO AMNEW-SEG-NAME
                 WRITE AMNEW-REC
                 IF FS4 NOT = '00' THEN
                    DISPLAY 'ACCTMNT WRITE-NEW-MASTER FS4=' FS4
                    STOP RUN
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS READ ' WS-TRAN-COUNT
              ' APPLIED ' WS-APPLIED-COUNT
              ' REJECTED ' WS-REJECT-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.
           DISPLAY 'ACCTMNT ' WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'MASTER DUPLICATES DROPPED ' WS-DUP-COUNT
              ' HISTORY RECORDS WRITTEN ' WS-HIST-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.
           DISPLAY 'ACCTMNT ' WS-RPT-LINE.

      *    CALENDAR VALIDATION INCLUDING MONTH LENGTHS AND THE LEAP
      *    RULE - FEBRUARY 29 IS ONLY GOOD IN A LEAP YEAR
       VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF WS-EFF-DATE NOT NUMERIC THEN
              MOVE 'N' TO WS-DATE-OK
           ELSE
              MOVE WS-EFF-DATE(1:4) TO WS-YYYY
              MOVE WS-EFF-DATE(5:2) TO WS-MM
              MOVE WS-EFF-DATE(7:2) TO WS-DD
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

       OPEN-DATA.
           OPEN INPUT ACCTMST-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'ACCTMNT OPEN-DATA FS1=' FS1
              STOP RUN
           END-IF.
           OPEN INPUT SEGCODE-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'ACCTMNT OPEN-DATA FS2=' FS2
              STOP RUN
           END-IF.
           OPEN INPUT ATRAN-FILE.
           IF FS3 NOT = '00' THEN
              DISPLAY 'ACCTMNT OPEN-DATA FS3=' FS3
              STOP RUN
           END-IF.
           OPEN OUTPUT AMNEW-FILE.
           IF FS4 NOT = '00' THEN
              DISPLAY 'ACCTMNT OPEN-DATA FS4=' FS4
              STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF FS5 NOT = '00' THEN
              DISPLAY 'ACCTMNT OPEN-DATA FS5=' FS5
              STOP RUN
           END-IF.
           OPEN EXTEND SEGHIST-FILE.
           IF FS6 = '05' OR FS6 = '35' THEN
              OPEN OUTPUT SEGHIST-FILE
           END-IF.
           IF FS6 NOT = '00' THEN
              DISPLAY 'ACCTMNT OPEN-DATA FS6=' FS6
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE ACCTMST-FILE.
           CLOSE SEGCODE-FILE.
           CLOSE ATRAN-FILE.
           CLOSE AMNEW-FILE.
           CLOSE AUDIT-FILE.
           CLOSE SEGHIST-FILE.
