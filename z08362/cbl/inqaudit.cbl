      *****************************************************************
      * Program name:    INQAUDIT
      * Original author: JORGE JANAITE NETO
      * Date:            20261014
      *
      * Changes:
      *---------
      * 20261014: initial release
      *
      *****************************************************************
      * ACCESS-AUDIT REPORT OVER THE INQUIRY ACCESS LOG
      *
      * ITMINQ AND ACCTINQ APPEND ONE INQLOG RECORD PER LOOKUP WITH
      * THE OPERATOR'S USER ID (SEE COPYBOOK INQLOG). ACCTINQ SHOWS A
      * CUSTOMER'S FULL ORDER HISTORY, AMOUNTS AND CRM ROLLUP, SO
      * COMPLIANCE NEEDS TO BE ABLE TO SAY WHO VIEWED A GIVEN
      * CUSTOMER AND TO SPOT AN OPERATOR BROWSING FAR MORE ACCOUNTS
      * THAN THE JOB CALLS FOR. THIS REPORT, RUN PERIODICALLY OVER A
      * DATE RANGE OF THE LOG, PRINTS:
      *    1. BY USER - ONE LINE PER USER PER DAY WITH THE ACCOUNT
      *       LOOKUPS, ITEMSET LOOKUPS AND LOOKUPS THAT RETURNED NO
      *       DATA, THEN A TOTAL PER USER. A DAY WHOSE ACCOUNT
      *       LOOKUPS EXCEED THE DAILY LIMIT IS FLAGGED.
      *    2. BY ACCOUNT - ONE LINE PER ACCOUNT PER USER WHO LOOKED
      *       IT UP, WITH THE NUMBER OF LOOKUPS AND THE FIRST AND
      *       LAST TIME VIEWED, THEN A TOTAL PER ACCOUNT. ITEMSET
      *       LOOKUPS NAME NO CUSTOMER AND ARE LEFT OUT.
      *    3. EXCEPTIONS - EVERY FLAGGED USER/DAY AGAIN, ON ITS OWN,
      *       SO THE PAGE COMPLIANCE READS FIRST IS SHORT.
      *
      * INPUT:
      *    INQLOG dataset - THE INQUIRY ACCESS LOG, APPENDED ACROSS
      *        SESSIONS; ABSENT MEANS NO LOOKUP HAS BEEN LOGGED YET
      *
      * SETTINGS: READ FROM RUNPARM UNDER PROGRAM INQAUDIT AND THE
      *       NAME IN BRACKETS; A NON-BLANK PARM FIELD OVERRIDES IT.
      *
      * PARM: 01(8) FROM DATE YYYYMMDD (OPTIONAL - DEFAULT START OF
      *          THE LOG)
      *       09(8) TO DATE YYYYMMDD (OPTIONAL - DEFAULT END OF THE
      *          LOG)
      *       17(4) MOST ACCOUNT LOOKUPS ONE USER MAY MAKE IN A DAY
      *          BEFORE THE DAY IS FLAGGED (0001-9999; DEFAULTS TO
      *          0025) (DAILY-ACCT-LIMIT)
      *
      * OUTPUT:
      *    INQARPT report - THE THREE SECTIONS ABOVE AND A TOTAL
      *
      * RETURN-CODE 4 WHEN ANY USER/DAY IS OVER THE LIMIT, 8 WHEN THE
      * PARM IS IN ERROR OR INQLOG CANNOT BE READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INQAUDIT.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQLOG-FILE ASSIGN TO INQLOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS1.

           SELECT REPORT-FILE ASSIGN TO INQARPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS2.

           SELECT SORT-FILE ASSIGN TO SORTWK1.

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

       FD  INQLOG-FILE.
           COPY INQLOG.

       FD  REPORT-FILE.
       01  REPORT-REC                PIC X(132).

       SD  SORT-FILE.
       01  SD-REC.
           05 SD-USER                PIC X(8).
           05 SD-ACCOUNT             PIC X(10).
           05 SD-DATE                PIC X(8).
           05 SD-TIME                PIC X(8).
           05 SD-PROGRAM             PIC X(8).
           05 SD-RETURNED            PIC X(1).

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       FD  RUNPARM-FILE.
           COPY RUNPARM.

       FD  CYCPARM-FILE.
           COPY CYCPARM.

       WORKING-STORAGE SECTION.

       01  FS-CYC                    PIC X(2).
       01  WS-CYC-DATE               PIC X(8).
       01  WS-CYC-START              PIC X(8).
       01  WS-CYC-END                PIC X(8).

       01  FS-RP                     PIC X(2).
       01  FS-CYP                    PIC X(2).
       01  WS-RP-AVAIL               PIC X(1).
       01  WS-RP-FOUND               PIC X(1).
       01  WS-RP-NAME                PIC X(16).
       01  WS-RP-SOURCE              PIC X(8).
       01  WS-RP-SHOW                PIC X(16).
       01  WS-SET-COUNT              PIC 9(2)   VALUE 0.
       01  WS-SETX                   PIC 9(2).
       01  WS-SET-TAB.
           05 WS-SET-ENTRY OCCURS 10 TIMES.
              10 WS-SET-NAME         PIC X(16).
              10 WS-SET-VALUE        PIC X(16).
              10 WS-SET-SOURCE       PIC X(8).

       01  FS1                       PIC X(2).
       01  FS2                       PIC X(2).
       01  WS-EOF                    PIC X(1).
       01  WS-EOF-SORT               PIC X(1).
       01  WS-LOG-PRESENT            PIC X(1)   VALUE 'Y'.

       01  WS-FROM-DATE              PIC X(8)   VALUE '00000000'.
       01  WS-TO-DATE                PIC X(8)   VALUE '99999999'.
       01  WS-DAILY-LIMIT            PIC 9(4)   VALUE 25.

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

       01  WS-LOG-READ               PIC 9(9)   VALUE 0.
       01  WS-LOG-SELECTED           PIC 9(9)   VALUE 0.
       01  WS-ACCT-SELECTED          PIC 9(9)   VALUE 0.

      *    BY-USER CONTROL BREAK - USER, THEN DAY
       01  WS-HAVE-USER              PIC X(1)   VALUE 'N'.
       01  WS-CUR-USER               PIC X(8).
       01  WS-CUR-DATE               PIC X(8).
       01  WS-DAY-ACCT               PIC 9(9)   VALUE 0.
       01  WS-DAY-ITEM               PIC 9(9)   VALUE 0.
       01  WS-DAY-EMPTY              PIC 9(9)   VALUE 0.
       01  WS-USR-ACCT               PIC 9(9)   VALUE 0.
       01  WS-USR-ITEM               PIC 9(9)   VALUE 0.
       01  WS-USR-EMPTY              PIC 9(9)   VALUE 0.
       01  WS-USR-DAYS               PIC 9(9)   VALUE 0.
       01  WS-USR-OVER               PIC 9(9)   VALUE 0.
       01  WS-USER-COUNT             PIC 9(9)   VALUE 0.

      *    BY-ACCOUNT CONTROL BREAK - ACCOUNT, THEN USER
       01  WS-HAVE-ACCOUNT           PIC X(1)   VALUE 'N'.
       01  WS-CUR-ACCOUNT            PIC X(10).
       01  WS-CUR-VIEWER             PIC X(8).
       01  WS-VWR-LOOKUPS            PIC 9(9)   VALUE 0.
       01  WS-VWR-EMPTY              PIC 9(9)   VALUE 0.
       01  WS-VWR-FIRST-DATE         PIC X(8).
       01  WS-VWR-FIRST-TIME         PIC X(8).
       01  WS-VWR-LAST-DATE          PIC X(8).
       01  WS-VWR-LAST-TIME          PIC X(8).
       01  WS-ACC-LOOKUPS            PIC 9(9)   VALUE 0.
       01  WS-ACC-USERS              PIC 9(9)   VALUE 0.
       01  WS-ACCOUNT-COUNT          PIC 9(9)   VALUE 0.

      *    THE FLAGGED USER/DAYS, HELD FOR THE EXCEPTIONS SECTION
       01  WS-EX-MAX                 PIC 9(4)   VALUE 500.
       01  WS-EX-COUNT               PIC 9(4)   VALUE 0.
       01  WS-EXX                    PIC 9(4).
       01  WS-OVER-COUNT             PIC 9(9)   VALUE 0.
       01  WS-EX-TAB.
           05 WS-EX-ENTRY OCCURS 500 TIMES.
              10 WS-EX-USER          PIC X(8).
              10 WS-EX-DATE          PIC X(8).
              10 WS-EX-LOOKUPS       PIC 9(9).

       01  WS-FLAG                   PIC X(20).
       01  WS-LIMIT-DISP             PIC ZZZ9.
       01  WS-CNT-DISP-1             PIC ZZZZZZZZ9.
       01  WS-CNT-DISP-2             PIC ZZZZZZZZ9.
       01  WS-CNT-DISP-3             PIC ZZZZZZZZ9.
       01  WS-CNT-DISP-4             PIC ZZZZZZZZ9.
       01  WS-CNT-DISP-5             PIC ZZZZZZZZ9.
       01  WS-RPT-LINE               PIC X(132).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-FROM-DATE  PIC X(8).
              10 PARM-TO-DATE    PIC X(8).
              10 PARM-DAILY-LIMIT PIC X(4).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           PERFORM EDIT-PERIOD.
           PERFORM LOAD-RUN-SETTINGS.
           PERFORM OPEN-DATA.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-USER-HEADER.
           SORT SORT-FILE ON ASCENDING KEY SD-USER SD-DATE SD-TIME
              INPUT PROCEDURE IS RELEASE-ALL-LOOKUPS
              OUTPUT PROCEDURE IS REPORT-BY-USER.
           PERFORM WRITE-ACCOUNT-HEADER.
           SORT SORT-FILE ON ASCENDING KEY SD-ACCOUNT SD-USER SD-DATE
              SD-TIME
              INPUT PROCEDURE IS RELEASE-ACCOUNT-LOOKUPS
              OUTPUT PROCEDURE IS REPORT-BY-ACCOUNT.
           PERFORM WRITE-EXCEPTIONS.
           PERFORM WRITE-REPORT-TOTAL.
           PERFORM CLOSE-DATA.
           DISPLAY 'INQAUDIT INQLOG RECORDS READ   ' WS-LOG-READ.
           DISPLAY 'INQAUDIT LOOKUPS IN PERIOD     ' WS-LOG-SELECTED.
           DISPLAY 'INQAUDIT ACCOUNT LOOKUPS       ' WS-ACCT-SELECTED.
           DISPLAY 'INQAUDIT USER/DAYS OVER LIMIT  ' WS-OVER-COUNT.
           IF WS-OVER-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
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
              DISPLAY 'INQAUDIT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'INQAUDIT' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-LOG-READ TO CY-IN-COUNT
              MOVE WS-LOG-SELECTED TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'INQAUDIT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.
           PERFORM WRITE-CYCLE-PARMS.

      *    THE REPORTING PERIOD - EITHER END MAY BE LEFT BLANK FOR
      *    THE START OR END OF THE LOG
       EDIT-PERIOD.
           IF PARM-LENGTH > 7 THEN
              IF PARM-FROM-DATE NOT = SPACES THEN
                 MOVE PARM-FROM-DATE TO WS-FROM-DATE
                 MOVE PARM-FROM-DATE TO WS-CHK-DATE
                 PERFORM VALIDATE-DATE
                 IF WS-DATE-OK = 'N' THEN
                    DISPLAY 'INQAUDIT FROM DATE ' PARM-FROM-DATE
                       ' NOT A VALID DATE'
                    MOVE 8 TO RETURN-CODE
                    PERFORM WRITE-CYCLE-LOG
                    STOP RUN
                 END-IF
              END-IF
           END-IF.
           IF PARM-LENGTH > 15 THEN
              IF PARM-TO-DATE NOT = SPACES THEN
                 MOVE PARM-TO-DATE TO WS-TO-DATE
                 MOVE PARM-TO-DATE TO WS-CHK-DATE
                 PERFORM VALIDATE-DATE
                 IF WS-DATE-OK = 'N' THEN
                    DISPLAY 'INQAUDIT TO DATE ' PARM-TO-DATE
                       ' NOT A VALID DATE'
                    MOVE 8 TO RETURN-CODE
                    PERFORM WRITE-CYCLE-LOG
                    STOP RUN
                 END-IF
              END-IF
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE THEN
              DISPLAY 'INQAUDIT FROM DATE ' WS-FROM-DATE
                 ' IS AFTER TO DATE ' WS-TO-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.

       LOAD-RUN-SETTINGS.
           PERFORM OPEN-RUN-PARMS.
           MOVE 'DAILY-ACCT-LIMIT' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-NUMBER TO WS-DAILY-LIMIT
           END-IF.
           IF PARM-LENGTH > 19 THEN
              IF PARM-DAILY-LIMIT NOT = SPACES THEN
                 IF PARM-DAILY-LIMIT NOT NUMERIC OR
                    PARM-DAILY-LIMIT = '0000' THEN
                    DISPLAY 'INQAUDIT DAILY LIMIT ' PARM-DAILY-LIMIT
                       ' NOT 0001-9999'
                    MOVE 8 TO RETURN-CODE
                    PERFORM CLOSE-RUN-PARMS
                    PERFORM WRITE-CYCLE-LOG
                    STOP RUN
                 END-IF
                 MOVE PARM-DAILY-LIMIT TO WS-DAILY-LIMIT
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-DAILY-LIMIT TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           PERFORM CLOSE-RUN-PARMS.

      *****************************************************************
      * RUN SETTINGS - EACH SETTING STARTS AT THE PROGRAM DEFAULT, IS
      * REPLACED BY ITS RUNPARM RECORD WHEN THERE IS ONE, AND BY A
      * NON-BLANK PARM FIELD AFTER THAT (AD-HOC RERUNS). NO RUNPARM
      * DATASET AT ALL JUST MEANS PARM AND DEFAULTS
      *****************************************************************
       OPEN-RUN-PARMS.
           MOVE 0 TO WS-SET-COUNT.
           MOVE 'Y' TO WS-RP-AVAIL.
           OPEN INPUT RUNPARM-FILE.
           IF FS-RP = '05' OR FS-RP = '35' THEN
              DISPLAY 'INQAUDIT RUNPARM NOT PRESENT - PARM AND '
                 'DEFAULTS ONLY'
              MOVE 'N' TO WS-RP-AVAIL
           ELSE
              IF FS-RP NOT = '00' THEN
                 DISPLAY 'INQAUDIT OPEN-RUN-PARMS FS-RP=' FS-RP
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
              MOVE 'INQAUDIT' TO RP-PROGRAM
              MOVE WS-RP-NAME TO RP-PARM-NAME
              READ RUNPARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-RP-FOUND
                    MOVE 'RUNPARM' TO WS-RP-SOURCE
              END-READ
              IF FS-RP NOT = '00' AND FS-RP NOT = '23' THEN
                 DISPLAY 'INQAUDIT READ-RUN-PARM FS-RP=' FS-RP
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
                 DISPLAY 'INQAUDIT WRITE-CYCLE-PARMS FS-CYP=' FS-CYP
              ELSE
                 PERFORM VARYING WS-SETX FROM 1 BY 1
                    UNTIL WS-SETX > WS-SET-COUNT
                    MOVE 'INQAUDIT' TO CP-PROGRAM
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

      *****************************************************************
      * SORT INPUT - INQLOG IS READ ONCE PER SECTION. THE BY-USER PASS
      * TAKES EVERY LOOKUP IN THE PERIOD; THE BY-ACCOUNT PASS ONLY THE
      * ONES THAT NAMED AN ACCOUNT
      *****************************************************************
       RELEASE-ALL-LOOKUPS.
           IF WS-LOG-PRESENT = 'Y' THEN
              PERFORM OPEN-INQUIRY-LOG
              PERFORM UNTIL WS-EOF = 'Y'
                 READ INQLOG-FILE AT END MOVE 'Y' TO WS-EOF END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    ADD 1 TO WS-LOG-READ
                    IF IQ-DATE NOT < WS-FROM-DATE AND
                       IQ-DATE NOT > WS-TO-DATE THEN
                       ADD 1 TO WS-LOG-SELECTED
                       PERFORM RELEASE-LOOKUP
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE INQLOG-FILE
           END-IF.

       RELEASE-ACCOUNT-LOOKUPS.
           IF WS-LOG-PRESENT = 'Y' THEN
              PERFORM OPEN-INQUIRY-LOG
              PERFORM UNTIL WS-EOF = 'Y'
                 READ INQLOG-FILE AT END MOVE 'Y' TO WS-EOF END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    IF IQ-DATE NOT < WS-FROM-DATE AND
                       IQ-DATE NOT > WS-TO-DATE AND
                       IQ-ACCOUNT NOT = SPACES THEN
                       ADD 1 TO WS-ACCT-SELECTED
                       PERFORM RELEASE-LOOKUP
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE INQLOG-FILE
           END-IF.

       RELEASE-LOOKUP.
           MOVE IQ-USER TO SD-USER.
           MOVE IQ-ACCOUNT TO SD-ACCOUNT.
           MOVE IQ-DATE TO SD-DATE.
           MOVE IQ-TIME TO SD-TIME.
           MOVE IQ-PROGRAM TO SD-PROGRAM.
           MOVE IQ-DATA-RETURNED TO SD-RETURNED.
           RELEASE SD-REC.

       OPEN-INQUIRY-LOG.
           OPEN INPUT INQLOG-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'INQAUDIT OPEN-INQUIRY-LOG FS1=' FS1
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.

      *****************************************************************
      * SECTION 1 - BY USER. A DAY LINE IS WRITTEN WHEN THE USER OR
      * THE DATE CHANGES, A USER TOTAL WHEN THE USER CHANGES
      *****************************************************************
       REPORT-BY-USER.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT = 'Y'
              RETURN SORT-FILE
                 AT END MOVE 'Y' TO WS-EOF-SORT
              END-RETURN
              IF WS-EOF-SORT NOT = 'Y' THEN
                 IF WS-HAVE-USER = 'Y' THEN
                    IF SD-USER NOT = WS-CUR-USER THEN
                       PERFORM WRITE-USER-DAY-LINE
                       PERFORM WRITE-USER-TOTAL-LINE
                    ELSE
                       IF SD-DATE NOT = WS-CUR-DATE THEN
                          PERFORM WRITE-USER-DAY-LINE
                       END-IF
                    END-IF
                 END-IF
                 MOVE SD-USER TO WS-CUR-USER
                 MOVE SD-DATE TO WS-CUR-DATE
                 MOVE 'Y' TO WS-HAVE-USER
                 PERFORM ADD-USER-LOOKUP
              END-IF
           END-PERFORM.
           IF WS-HAVE-USER = 'Y' THEN
              PERFORM WRITE-USER-DAY-LINE
              PERFORM WRITE-USER-TOTAL-LINE
           ELSE
              MOVE '  (NO LOOKUPS IN THE PERIOD)' TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       ADD-USER-LOOKUP.
           IF SD-ACCOUNT NOT = SPACES THEN
              ADD 1 TO WS-DAY-ACCT
           ELSE
              ADD 1 TO WS-DAY-ITEM
           END-IF.
           IF SD-RETURNED NOT = 'Y' THEN
              ADD 1 TO WS-DAY-EMPTY
           END-IF.

      *    THE LIMIT IS ON ACCOUNT LOOKUPS ONLY - ITEMSET LOOKUPS NAME
      *    NO CUSTOMER
       WRITE-USER-DAY-LINE.
           MOVE SPACES TO WS-FLAG.
           IF WS-DAY-ACCT > WS-DAILY-LIMIT THEN
              MOVE '*** OVER DAILY LIMIT' TO WS-FLAG
              ADD 1 TO WS-USR-OVER
              ADD 1 TO WS-OVER-COUNT
              PERFORM ADD-EXCEPTION
           END-IF.
           MOVE WS-DAY-ACCT TO WS-CNT-DISP-1.
           MOVE WS-DAY-ITEM TO WS-CNT-DISP-2.
           MOVE WS-DAY-EMPTY TO WS-CNT-DISP-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-CUR-USER '  ' WS-CUR-DATE '    '
              WS-CNT-DISP-1 '    ' WS-CNT-DISP-2 '    '
              WS-CNT-DISP-3 '  ' WS-FLAG
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-DAY-ACCT TO WS-USR-ACCT.
           ADD WS-DAY-ITEM TO WS-USR-ITEM.
           ADD WS-DAY-EMPTY TO WS-USR-EMPTY.
           ADD 1 TO WS-USR-DAYS.
           MOVE 0 TO WS-DAY-ACCT.
           MOVE 0 TO WS-DAY-ITEM.
           MOVE 0 TO WS-DAY-EMPTY.

       WRITE-USER-TOTAL-LINE.
           ADD 1 TO WS-USER-COUNT.
           MOVE WS-USR-ACCT TO WS-CNT-DISP-1.
           MOVE WS-USR-ITEM TO WS-CNT-DISP-2.
           MOVE WS-USR-EMPTY TO WS-CNT-DISP-3.
           MOVE WS-USR-DAYS TO WS-CNT-DISP-4.
           MOVE WS-USR-OVER TO WS-CNT-DISP-5.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-CUR-USER '  TOTAL       '
              WS-CNT-DISP-1 '    ' WS-CNT-DISP-2 '    '
              WS-CNT-DISP-3 '  DAYS' WS-CNT-DISP-4
              '  DAYS OVER LIMIT' WS-CNT-DISP-5
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-USR-ACCT.
           MOVE 0 TO WS-USR-ITEM.
           MOVE 0 TO WS-USR-EMPTY.
           MOVE 0 TO WS-USR-DAYS.
           MOVE 0 TO WS-USR-OVER.

       ADD-EXCEPTION.
           IF WS-EX-COUNT < WS-EX-MAX THEN
              ADD 1 TO WS-EX-COUNT
              MOVE WS-CUR-USER TO WS-EX-USER(WS-EX-COUNT)
              MOVE WS-CUR-DATE TO WS-EX-DATE(WS-EX-COUNT)
              MOVE WS-DAY-ACCT TO WS-EX-LOOKUPS(WS-EX-COUNT)
           ELSE
              DISPLAY 'INQAUDIT ADD-EXCEPTION FLAGGED USER/DAYS '
                 'EXCEED IN-MEMORY TABLE CAPACITY ' WS-EX-MAX
           END-IF.

      *****************************************************************
      * SECTION 2 - BY ACCOUNT. A VIEWER LINE IS WRITTEN WHEN THE
      * ACCOUNT OR THE USER CHANGES, AN ACCOUNT TOTAL WHEN THE
      * ACCOUNT CHANGES. THE SORT ORDER MAKES THE FIRST LOOKUP OF A
      * VIEWER ITS EARLIEST AND THE LAST ITS LATEST
      *****************************************************************
       REPORT-BY-ACCOUNT.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT = 'Y'
              RETURN SORT-FILE
                 AT END MOVE 'Y' TO WS-EOF-SORT
              END-RETURN
              IF WS-EOF-SORT NOT = 'Y' THEN
                 IF WS-HAVE-ACCOUNT = 'Y' THEN
                    IF SD-ACCOUNT NOT = WS-CUR-ACCOUNT THEN
                       PERFORM WRITE-VIEWER-LINE
                       PERFORM WRITE-ACCOUNT-TOTAL-LINE
                    ELSE
                       IF SD-USER NOT = WS-CUR-VIEWER THEN
                          PERFORM WRITE-VIEWER-LINE
                       END-IF
                    END-IF
                 END-IF
                 IF WS-VWR-LOOKUPS = 0 THEN
                    MOVE SD-DATE TO WS-VWR-FIRST-DATE
                    MOVE SD-TIME TO WS-VWR-FIRST-TIME
                 END-IF
                 MOVE SD-ACCOUNT TO WS-CUR-ACCOUNT
                 MOVE SD-USER TO WS-CUR-VIEWER
                 MOVE 'Y' TO WS-HAVE-ACCOUNT
                 ADD 1 TO WS-VWR-LOOKUPS
                 IF SD-RETURNED NOT = 'Y' THEN
                    ADD 1 TO WS-VWR-EMPTY
                 END-IF
                 MOVE SD-DATE TO WS-VWR-LAST-DATE
                 MOVE SD-TIME TO WS-VWR-LAST-TIME
              END-IF
           END-PERFORM.
           IF WS-HAVE-ACCOUNT = 'Y' THEN
              PERFORM WRITE-VIEWER-LINE
              PERFORM WRITE-ACCOUNT-TOTAL-LINE
           ELSE
              MOVE '  (NO ACCOUNT LOOKUPS IN THE PERIOD)'
                 TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-VIEWER-LINE.
           MOVE WS-VWR-LOOKUPS TO WS-CNT-DISP-1.
           MOVE WS-VWR-EMPTY TO WS-CNT-DISP-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-CUR-ACCOUNT '  ' WS-CUR-VIEWER '  '
              WS-CNT-DISP-1 '  ' WS-CNT-DISP-2 '  '
              WS-VWR-FIRST-DATE ' ' WS-VWR-FIRST-TIME(1:6) '  '
              WS-VWR-LAST-DATE ' ' WS-VWR-LAST-TIME(1:6)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-VWR-LOOKUPS TO WS-ACC-LOOKUPS.
           ADD 1 TO WS-ACC-USERS.
           MOVE 0 TO WS-VWR-LOOKUPS.
           MOVE 0 TO WS-VWR-EMPTY.

       WRITE-ACCOUNT-TOTAL-LINE.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE WS-ACC-LOOKUPS TO WS-CNT-DISP-1.
           MOVE WS-ACC-USERS TO WS-CNT-DISP-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-CUR-ACCOUNT '  TOTAL     '
              WS-CNT-DISP-1 '  USERS' WS-CNT-DISP-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-ACC-LOOKUPS.
           MOVE 0 TO WS-ACC-USERS.

      *****************************************************************
      * SECTION 3 - THE FLAGGED USER/DAYS ON THEIR OWN
      *****************************************************************
       WRITE-EXCEPTIONS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'EXCEPTIONS - USERS OVER THE DAILY LIMIT OF '
              WS-LIMIT-DISP ' ACCOUNT LOOKUPS'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-EX-COUNT = 0 THEN
              MOVE '  (NONE)' TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE 'USER      DATE     ACCT LOOKUPS' TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-EXX FROM 1 BY 1
              UNTIL WS-EXX > WS-EX-COUNT
              MOVE WS-EX-LOOKUPS(WS-EXX) TO WS-CNT-DISP-1
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-EX-USER(WS-EXX) '  ' WS-EX-DATE(WS-EXX)
                 '    ' WS-CNT-DISP-1
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE WS-DAILY-LIMIT TO WS-LIMIT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'INQUIRY ACCESS AUDIT - RUN ' WS-CYC-DATE ' AT '
              WS-CYC-START(1:6)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-FROM-DATE = '00000000' AND
              WS-TO-DATE = '99999999' THEN
              STRING 'PERIOD: FULL LOG - DAILY ACCOUNT-LOOKUP LIMIT '
                 WS-LIMIT-DISP ' (' DELIMITED BY SIZE
                 WS-SET-SOURCE(1) DELIMITED BY SPACE
                 ')' DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'PERIOD: ' WS-FROM-DATE ' TO ' WS-TO-DATE
                 ' - DAILY ACCOUNT-LOOKUP LIMIT '
                 WS-LIMIT-DISP ' (' DELIMITED BY SIZE
                 WS-SET-SOURCE(1) DELIMITED BY SPACE
                 ')' DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF WS-LOG-PRESENT = 'N' THEN
              MOVE 'INQLOG NOT PRESENT - NO LOOKUP HAS BEEN LOGGED'
                 TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-USER-HEADER.
           MOVE 'LOOKUPS BY USER' TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'USER      DATE     ACCT LOOKUPS ITEM LOOKUPS'
              '      NO DATA'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-ACCOUNT-HEADER.
           MOVE 'LOOKUPS BY ACCOUNT' TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ACCOUNT     USER        LOOKUPS    NO DATA  '
              'FIRST VIEWED     LAST VIEWED'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTAL.
           MOVE WS-LOG-SELECTED TO WS-CNT-DISP-1.
           MOVE WS-USER-COUNT TO WS-CNT-DISP-2.
           MOVE WS-ACCOUNT-COUNT TO WS-CNT-DISP-3.
           MOVE WS-OVER-COUNT TO WS-CNT-DISP-4.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TOTAL LOOKUPS' WS-CNT-DISP-1
              '  USERS' WS-CNT-DISP-2
              '  ACCOUNTS VIEWED' WS-CNT-DISP-3
              '  USER/DAYS OVER LIMIT' WS-CNT-DISP-4
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY 'INQAUDIT ' WS-RPT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'INQAUDIT WRITE-REPORT-LINE FS2=' FS2
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.

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

      *    NO INQLOG YET IS AN EMPTY REPORT, NOT A FAILURE - NOBODY HAS
      *    LOOKED ANYTHING UP. ONE THAT IS THERE BUT UNREADABLE FAILS
       OPEN-DATA.
           OPEN INPUT INQLOG-FILE.
           IF FS1 = '05' OR FS1 = '35' THEN
              MOVE 'N' TO WS-LOG-PRESENT
              DISPLAY 'INQAUDIT INQLOG NOT PRESENT - NO LOOKUP HAS '
                 'BEEN LOGGED'
           ELSE
              IF FS1 NOT = '00' THEN
                 DISPLAY 'INQAUDIT OPEN-DATA FS1=' FS1
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              CLOSE INQLOG-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'INQAUDIT OPEN-DATA FS2=' FS2
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE REPORT-FILE.
