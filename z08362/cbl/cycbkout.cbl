      *****************************************************************
      * Program name:    CYCBKOUT
      * Original author: JORGE JANAITE NETO
      * Date:            20261012
      *
      * Changes:
      *---------
      * 20261012: initial release
      * 20261015: every I/O failure now ends the step with 8 and its
      *           cycle-log record (it ended with 0, so the JCL would
      *           swap in a truncated FREQNEW/RULENEW/JRNLNEW), and
      *           the backout marker is only written below 8
      *           - and RULENEW widened to the 98-byte RULEHST record
      *           (run start time added)
      *
      *****************************************************************
      * CYCLE BACKOUT OF FREQHIST, RULEHIST AND THE ITMSTATS MASTER
      *
      * WHEN A BAD CYCLE GETS THROUGH (A DOUBLED TRANFILE FEED, SAY)
      * ITS RESULTS ARE ALREADY FOLDED INTO FREQHIST, RULEHIST AND
      * THE ITMSTATS MASTER, AND THE ONLY WAY BACK WAS A RESTORE OF
      * EVERYTHING FROM BACKUPS. GIVEN THE CYCLE'S RUN DATE THIS JOB:
      *
      *    - DROPS THE DATE'S FREQHIST RECORDS (FTFREQ'S HISTORY) AND
      *      RULEHIST RECORDS (ASSOCRUL'S RULE HISTORY)
      *    - PUTS EVERY ITMSTATS RECORD THE CYCLE TOUCHED BACK THE WAY
      *      IT WAS BEFORE THE CYCLE, FROM THE BEFORE IMAGES STATUPD
      *      JOURNALS ON STATJRNL (SEE COPYBOOK STATJRN) - AN ITEMSET
      *      THE CYCLE INSERTED IS DELETED, ANY OTHER GETS ITS FREQ,
      *      SUPPORT PERCENT, LAST-SEEN DATE AND CONSECUTIVE-CYCLES
      *      COUNT BACK
      *    - MARKS THE CYCLE BACKED OUT ON CYCLELOG (SEE COPYBOOK
      *      CYCLOG) SO CYCLRPT AND CHNRCN SHOW IT
      *
      * THE HISTORY FILES ARE REWRITTEN WITHOUT THE DATE TO NEW
      * DATASETS THE JCL SWAPS IN BEHIND THE ORIGINALS WHEN THIS STEP
      * ENDS BELOW 8 - SAME NEW-FILE IDIOM AS HISTSUM'S HISTNEW. THE
      * JOURNAL IS REWRITTEN THE SAME WAY, SO A BACKED-OUT CYCLE
      * CANNOT BE BACKED OUT TWICE.
      *
      * AN ITMSTATS RECORD IS ONLY PUT BACK WHEN IT STILL HOLDS WHAT
      * THE CYCLE LEFT ON IT (THE LAST AFTER IMAGE OF THE DATE) - ONE
      * CHANGED SINCE (STATMNT, SAY) IS LEFT ALONE AND REPORTED, AND
      * ONE ALREADY HOLDING ITS BEFORE IMAGE (A RERUN OF A BACKOUT
      * THAT DIED BEFORE THE SWAP) IS COUNTED AS ALREADY REVERSED.
      * A JOURNAL THAT HOLDS A LATER CYCLE THAN THE ONE BEING BACKED
      * OUT IS REFUSED OUTRIGHT - THE LATER CYCLE WAS BUILT ON THIS
      * ONE AND MUST BE BACKED OUT FIRST.
      *
      * HISTSUMM IS NOT REVERSED: ONCE HISTSUM HAS FOLDED A DATE INTO
      * A MONTH'S RUNS/MINIMUM/MAXIMUM/AVERAGE IT CANNOT BE TAKEN BACK
      * OUT EXACTLY. WHEN THE DATE HAS NO FREQHIST DETAIL LEFT BUT
      * HISTSUMM HOLDS ITS MONTH, THOSE SUMMARY RECORDS ARE LISTED AS
      * NOT REVERSIBLE AND THE STEP ENDS WITH 4.
      *
      * INPUT:
      *    STATJRNL dataset - STATUPD'S ITMSTATS BEFORE-IMAGE JOURNAL
      *    FREQHIST dataset - FTFREQ'S HISTORY
      *    RULEHIST dataset - ASSOCRUL'S RULE HISTORY (OPTIONAL)
      *    HISTSUMM dataset - HISTSUM'S MONTHLY SUMMARY (OPTIONAL)
      *
      * I-O:
      *    ITMSTATS dataset - THE INDEXED ITEMSET STATISTICS MASTER
      *
      * PARM: 01(8) RUN DATE YYYYMMDD OF THE CYCLE TO BACK OUT
      *       (REQUIRED)
      *
      * OUTPUT:
      *    JRNLNEW dataset - STATJRNL WITHOUT THE BACKED-OUT DATE
      *    FREQNEW dataset - FREQHIST WITHOUT THE BACKED-OUT DATE
      *    RULENEW dataset - RULEHIST WITHOUT THE BACKED-OUT DATE
      *        (EMPTY WHEN RULEHIST IS NOT PRESENT)
      *    BKOUTRPT report - EVERY RECORD REMOVED OR REVERSED, THEN
      *        PER-FILE COUNTS THAT RECONCILE (READ = KEPT + REMOVED,
      *        ITEMSETS JOURNALED = SUM OF THE OUTCOMES)
      *    CYCLELOG dataset - THIS JOB'S OWN RECORD PLUS THE BACKOUT
      *        MARKER FOR THE CYCLE DATE
      *
      * RETURN-CODE 0 CYCLE BACKED OUT CLEANLY, 4 BACKED OUT WITH
      * RECORDS LEFT ALONE (CHANGED SINCE, NOT ON THE MASTER OR
      * ALREADY SUMMARIZED) OR NOTHING ON FILE FOR THE DATE, 8 PARM
      * IN ERROR, LATER CYCLE ON THE JOURNAL, TABLE CAPACITY EXCEEDED,
      * AN I/O ERROR OR COUNTS NOT RECONCILED - NOTHING IS SWAPPED IN
      * ON 8, AND THE CYCLE IS NOT MARKED BACKED OUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CYCBKOUT.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO STATJRNL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS1.

           SELECT JRNLNEW-FILE ASSIGN TO JRNLNEW
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS2.

           SELECT HISTORY-FILE ASSIGN TO FREQHIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

           SELECT HISTNEW-FILE ASSIGN TO FREQNEW
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT RULEHIST-FILE ASSIGN TO RULEHIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT RULENEW-FILE ASSIGN TO RULENEW
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS6.

           SELECT SUMMARY-FILE ASSIGN TO HISTSUMM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS7.

           SELECT STAT-FILE ASSIGN TO ITMSTATS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IS-MASK
              FILE STATUS IS FS8.

           SELECT REPORT-FILE ASSIGN TO BKOUTRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS9.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  JOURNAL-FILE.
           COPY STATJRN.

       FD  JRNLNEW-FILE.
       01  JRNLNEW-REC              PIC X(95).

       FD  HISTORY-FILE.
       01  HIST-REC.
           05 HIST-RUN-DATE PIC X(8).
           COPY ITMMASK REPLACING ==:MASK-NAME:== BY ==HIST-SEQ==.
           05 HIST-FREQ PIC 9(9).

       FD  HISTNEW-FILE.
       01  HISTNEW-REC              PIC X(41).

       FD  RULEHIST-FILE.
           COPY RULEHST.

       FD  RULENEW-FILE.
       01  RULENEW-REC              PIC X(98).

       FD  SUMMARY-FILE.
       01  SUMMARY-REC.
           05 HS-MONTH              PIC X(6).
           COPY ITMMASK REPLACING ==:MASK-NAME:== BY ==HS-SEQ==.
           05 HS-RUNS               PIC 9(5).
           05 HS-MIN-FREQ           PIC 9(9).
           05 HS-MAX-FREQ           PIC 9(9).
           05 HS-AVG-FREQ           PIC 9(9).

       FD  STAT-FILE.
           COPY ITMSTAT.

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(132).

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       WORKING-STORAGE SECTION.

       01  FS-CYC                   PIC X(2).
       01  WS-CYC-DATE              PIC X(8).
       01  WS-CYC-START             PIC X(8).
       01  WS-CYC-END               PIC X(8).

       01  FS1                      PIC X(2).
       01  FS2                      PIC X(2).
       01  FS3                      PIC X(2).
       01  FS4                      PIC X(2).
       01  FS5                      PIC X(2).
       01  FS6                      PIC X(2).
       01  FS7                      PIC X(2).
       01  FS8                      PIC X(2).
       01  FS9                      PIC X(2).
       01  WS-EOF                   PIC X(1).

       01  WS-BKOUT-DATE            PIC X(8)   VALUE SPACES.
       01  WS-RULES-PRESENT         PIC X(1)   VALUE 'Y'.
       01  WS-SUMM-PRESENT          PIC X(1)   VALUE 'Y'.
      *    SET ONCE THE DATA HAS BEEN TOUCHED - ONLY THEN DOES THE
      *    CYCLE GET ITS BACKOUT MARKER ON CYCLELOG
       01  WS-BACKED-OUT            PIC X(1)   VALUE 'N'.

       01  WS-CHK-DATE.
           05 WS-CHK-YYYY           PIC X(4).
           05 WS-CHK-MM             PIC X(2).
           05 WS-CHK-DD             PIC X(2).
       01  WS-DATE-OK               PIC X(1).
       01  WS-DD                    PIC 9(2).
       01  WS-MM                    PIC 9(2).
       01  WS-YYYY                  PIC 9(4).
       01  WS-MONTH-END             PIC 9(2).
       01  WS-LEAP-REM              PIC 9(4).

      *    ONE ENTRY PER ITEMSET THE CYCLE TOUCHED: THE FIRST JOURNAL
      *    RECORD OF THE DATE GIVES THE ACTION AND THE PRE-CYCLE
      *    BEFORE IMAGE, THE LAST ONE THE AFTER IMAGE THE CYCLE LEFT -
      *    SAME IN-MEMORY TABLE IDIOM (AND GUARD) AS THE OTHER LOADERS
       01  WS-JT-MAX                PIC 9(5)   VALUE 20000.
       01  WS-JT-COUNT              PIC 9(5)   VALUE 0.
       01  WS-JTX                   PIC 9(5).
       01  WS-JT-FOUND              PIC 9(5).
       01  WS-JT-TAB.
           05 WS-JT-ENTRY OCCURS 20000 TIMES.
              10 WS-JT-MASK         PIC X(24).
              10 WS-JT-ACTION       PIC X(1).
              10 WS-JT-BEFORE.
                 15 WS-JT-BEF-FREQ  PIC 9(9).
                 15 WS-JT-BEF-PCT   PIC 9(3)V9(2).
                 15 WS-JT-BEF-LAST  PIC X(8).
                 15 WS-JT-BEF-CYC   PIC 9(5).
              10 WS-JT-AFTER.
                 15 WS-JT-AFT-FREQ  PIC 9(9).
                 15 WS-JT-AFT-PCT   PIC 9(3)V9(2).
                 15 WS-JT-AFT-LAST  PIC X(8).
                 15 WS-JT-AFT-CYC   PIC 9(5).

      *    THE MASTER RECORD'S FOUR JOURNALED FIELDS, LAID OUT LIKE A
      *    JOURNAL IMAGE SO ONE COMPARE SETTLES IT
       01  WS-CUR-IMAGE.
           05 WS-CUR-FREQ           PIC 9(9).
           05 WS-CUR-PCT            PIC 9(3)V9(2).
           05 WS-CUR-LAST           PIC X(8).
           05 WS-CUR-CYC            PIC 9(5).
       01  WS-ON-MASTER             PIC X(1).
       01  WS-RESULT                PIC X(17).

       01  WS-JRNL-READ             PIC 9(9)   VALUE 0.
       01  WS-JRNL-KEPT             PIC 9(9)   VALUE 0.
       01  WS-JRNL-DATE             PIC 9(9)   VALUE 0.
       01  WS-JRNL-LATER            PIC 9(9)   VALUE 0.
       01  WS-HIST-READ             PIC 9(9)   VALUE 0.
       01  WS-HIST-KEPT             PIC 9(9)   VALUE 0.
       01  WS-HIST-REMOVED          PIC 9(9)   VALUE 0.
       01  WS-RULE-READ             PIC 9(9)   VALUE 0.
       01  WS-RULE-KEPT             PIC 9(9)   VALUE 0.
       01  WS-RULE-REMOVED          PIC 9(9)   VALUE 0.
       01  WS-SUMM-MONTH-RECS       PIC 9(9)   VALUE 0.
       01  WS-STAT-DELETED          PIC 9(9)   VALUE 0.
       01  WS-STAT-RESTORED         PIC 9(9)   VALUE 0.
       01  WS-STAT-ALREADY          PIC 9(9)   VALUE 0.
       01  WS-STAT-CHANGED          PIC 9(9)   VALUE 0.
       01  WS-STAT-MISSING          PIC 9(9)   VALUE 0.
       01  WS-STAT-REVERSED         PIC 9(9)   VALUE 0.
       01  WS-OUTCOME-TOTAL         PIC 9(9)   VALUE 0.
       01  WS-CHECK-READ            PIC 9(9)   VALUE 0.
       01  WS-KEPT-TOTAL            PIC 9(9)   VALUE 0.
       01  WS-UNRECONCILED          PIC 9(4)   VALUE 0.

       01  WS-CNT-DISP-1            PIC ZZZZZZZZ9.
       01  WS-CNT-DISP-2            PIC ZZZZZZZZ9.
       01  WS-CNT-DISP-3            PIC ZZZZZZZZ9.
       01  WS-FREQ-DISP-1           PIC ZZZZZZZZ9.
       01  WS-FREQ-DISP-2           PIC ZZZZZZZZ9.
       01  WS-PCT-DISP-1            PIC ZZ9.99.
       01  WS-PCT-DISP-2            PIC ZZ9.99.
       01  WS-CYC-DISP-1            PIC ZZZZ9.
       01  WS-CYC-DISP-2            PIC ZZZZ9.
       01  WS-CONF-DISP             PIC ZZ9.9999.
       01  WS-RPT-LINE              PIC X(132).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-BKOUT-DATE PIC X(8).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           IF PARM-LENGTH > 7 THEN
              MOVE PARM-BKOUT-DATE TO WS-BKOUT-DATE
           END-IF.
           MOVE WS-BKOUT-DATE TO WS-CHK-DATE.
           PERFORM VALIDATE-DATE.
           IF WS-DATE-OK = 'N' THEN
              DISPLAY 'CYCBKOUT RUN DATE TO BACK OUT ' WS-BKOUT-DATE
                 ' MISSING OR NOT A VALID DATE'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM OPEN-DATA.
           PERFORM WRITE-REPORT-HEADER.
      *    THE WHOLE JOURNAL IS READ AND CHECKED BEFORE ANYTHING IS
      *    TOUCHED - A REFUSAL LEAVES EVERY DATASET AS IT WAS
           PERFORM LOAD-JOURNAL.
           IF WS-JRNL-LATER > 0 THEN
              PERFORM REFUSE-LATER-CYCLE
           END-IF.
           MOVE 'Y' TO WS-BACKED-OUT.
           PERFORM REMOVE-FREQHIST.
           PERFORM REMOVE-RULEHIST.
           PERFORM CHECK-HISTSUMM.
           PERFORM RESTORE-ITMSTATS.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-DATA.
           DISPLAY 'CYCBKOUT CYCLE BACKED OUT    ' WS-BKOUT-DATE.
           DISPLAY 'CYCBKOUT FREQHIST REMOVED    ' WS-HIST-REMOVED.
           DISPLAY 'CYCBKOUT RULEHIST REMOVED    ' WS-RULE-REMOVED.
           DISPLAY 'CYCBKOUT ITMSTATS DELETED    ' WS-STAT-DELETED.
           DISPLAY 'CYCBKOUT ITMSTATS RESTORED   ' WS-STAT-RESTORED.
           DISPLAY 'CYCBKOUT ITMSTATS LEFT ALONE ' WS-STAT-CHANGED.
           DISPLAY 'CYCBKOUT ITMSTATS NOT FOUND  ' WS-STAT-MISSING.
           IF WS-UNRECONCILED > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-STAT-CHANGED > 0 OR WS-STAT-MISSING > 0 OR
                 WS-SUMM-MONTH-RECS > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF WS-JRNL-DATE = 0 AND WS-HIST-REMOVED = 0 AND
                 WS-RULE-REMOVED = 0 THEN
                 DISPLAY 'CYCBKOUT NOTHING ON FILE FOR ' WS-BKOUT-DATE
                 MOVE 'N' TO WS-BACKED-OUT
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

       START-CYCLE-LOG.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-START FROM TIME.

      *    A FAILED LOG WRITE MUST NOT FAIL THE STEP - THE LOG IS FOR
      *    THE OPERATIONS REPORT, NOT PART OF THE DATA CHAIN. THE
      *    BACKOUT MARKER GOES OUT WITH THE JOB'S OWN RECORD (SEE
      *    COPYBOOK CYCLOG) - BUT NOT ON 8, WHEN NOTHING IS SWAPPED IN
      *    AND THE CYCLE IS STILL ON FILE
       WRITE-CYCLE-LOG.
           ACCEPT WS-CYC-END FROM TIME.
           OPEN EXTEND CYCLOG-FILE.
           IF FS-CYC = '05' OR FS-CYC = '35' THEN
              OPEN OUTPUT CYCLOG-FILE
           END-IF.
           IF FS-CYC NOT = '00' THEN
              DISPLAY 'CYCBKOUT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'CYCBKOUT' TO CY-PROGRAM
              MOVE WS-CYC-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-JRNL-READ TO CY-IN-COUNT
              COMPUTE CY-OUT-COUNT =
                 WS-HIST-REMOVED + WS-RULE-REMOVED + WS-STAT-REVERSED
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'CYCBKOUT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
              END-IF
              IF WS-BACKED-OUT = 'Y' AND RETURN-CODE < 8 THEN
                 MOVE 'BACKOUT' TO CY-PROGRAM
                 MOVE WS-BKOUT-DATE TO CY-RUN-DATE
                 MOVE WS-STAT-REVERSED TO CY-IN-COUNT
                 MOVE WS-HIST-REMOVED TO CY-OUT-COUNT
                 WRITE CYCLOG-REC
                 IF FS-CYC NOT = '00' THEN
                    DISPLAY 'CYCBKOUT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
                 END-IF
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.

      *    EVERY JOURNAL RECORD OF ANOTHER DATE GOES STRAIGHT TO
      *    JRNLNEW; THE BACKED-OUT DATE'S RECORDS ARE FOLDED INTO THE
      *    TABLE, ONE ENTRY PER ITEMSET
       LOAD-JOURNAL.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ JOURNAL-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-JRNL-READ
                 IF SJ-RUN-DATE = WS-BKOUT-DATE THEN
                    ADD 1 TO WS-JRNL-DATE
                    PERFORM KEEP-JOURNAL-ENTRY
                 ELSE
                    IF SJ-RUN-DATE > WS-BKOUT-DATE THEN
                       ADD 1 TO WS-JRNL-LATER
                    END-IF
                    ADD 1 TO WS-JRNL-KEPT
                    WRITE JRNLNEW-REC FROM STATJRN-REC
                    IF FS2 NOT = '00' THEN
                       DISPLAY 'CYCBKOUT LOAD-JOURNAL FS2=' FS2
                       MOVE 8 TO RETURN-CODE
                       PERFORM WRITE-CYCLE-LOG
                       STOP RUN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       KEEP-JOURNAL-ENTRY.
           MOVE 0 TO WS-JT-FOUND.
           PERFORM VARYING WS-JTX FROM 1 BY 1
              UNTIL WS-JTX > WS-JT-COUNT
              IF WS-JT-MASK(WS-JTX) = SJ-MASK THEN
                 MOVE WS-JTX TO WS-JT-FOUND
                 MOVE WS-JT-COUNT TO WS-JTX
              END-IF
           END-PERFORM.
           IF WS-JT-FOUND = 0 THEN
              IF WS-JT-COUNT < WS-JT-MAX THEN
                 ADD 1 TO WS-JT-COUNT
                 MOVE WS-JT-COUNT TO WS-JT-FOUND
                 MOVE SJ-MASK TO WS-JT-MASK(WS-JT-FOUND)
                 MOVE SJ-ACTION TO WS-JT-ACTION(WS-JT-FOUND)
                 MOVE SJ-BEFORE TO WS-JT-BEFORE(WS-JT-FOUND)
              ELSE
      *          A PARTIAL TABLE WOULD BACK OUT PART OF THE CYCLE -
      *          STOP BEFORE ANYTHING IS TOUCHED
                 DISPLAY 'CYCBKOUT LOAD-JOURNAL STATJRNL EXCEEDS '
                    'IN-MEMORY TABLE CAPACITY ' WS-JT-MAX
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.
           MOVE SJ-AFTER TO WS-JT-AFTER(WS-JT-FOUND).

       REFUSE-LATER-CYCLE.
           MOVE WS-JRNL-LATER TO WS-CNT-DISP-1.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REFUSED - STATJRNL HOLDS' WS-CNT-DISP-1
              ' RECORD(S) OF CYCLES AFTER ' WS-BKOUT-DATE
              ' - BACK THE LATER CYCLES OUT FIRST; NOTHING CHANGED'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           DISPLAY 'CYCBKOUT ' WS-RPT-LINE.
           MOVE 8 TO RETURN-CODE.
           PERFORM CLOSE-DATA.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

       REMOVE-FREQHIST.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ HISTORY-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-HIST-READ
                 IF HIST-RUN-DATE = WS-BKOUT-DATE THEN
                    ADD 1 TO WS-HIST-REMOVED
                    MOVE HIST-FREQ TO WS-FREQ-DISP-1
                    MOVE SPACES TO WS-RPT-LINE
                    STRING 'FREQHIST REMOVED          '
                       HIST-SEQ ' RUN ' HIST-RUN-DATE
                       ' FREQ ' WS-FREQ-DISP-1
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                    PERFORM WRITE-REPORT-LINE
                 ELSE
                    ADD 1 TO WS-HIST-KEPT
                    WRITE HISTNEW-REC FROM HIST-REC
                    IF FS4 NOT = '00' THEN
                       DISPLAY 'CYCBKOUT REMOVE-FREQHIST FS4=' FS4
                       MOVE 8 TO RETURN-CODE
                       PERFORM WRITE-CYCLE-LOG
                       STOP RUN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       REMOVE-RULEHIST.
           IF WS-RULES-PRESENT = 'Y' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ RULEHIST-FILE AT END MOVE 'Y' TO WS-EOF
                 END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    ADD 1 TO WS-RULE-READ
                    IF RH-RUN-DATE = WS-BKOUT-DATE THEN
                       PERFORM REPORT-RULE-REMOVED
                    ELSE
                       ADD 1 TO WS-RULE-KEPT
                       WRITE RULENEW-REC FROM RULEHST-REC
                       IF FS6 NOT = '00' THEN
                          DISPLAY 'CYCBKOUT REMOVE-RULEHIST FS6=' FS6
                          MOVE 8 TO RETURN-CODE
                          PERFORM WRITE-CYCLE-LOG
                          STOP RUN
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       REPORT-RULE-REMOVED.
           ADD 1 TO WS-RULE-REMOVED.
           MOVE RH-COMB-FREQ TO WS-FREQ-DISP-1.
           MOVE RH-CONFIDENCE TO WS-CONF-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULEHIST REMOVED          '
              RH-ANTE-SEQ ' => ' RH-CONS-SEQ
              ' RUN ' RH-RUN-DATE
              ' FREQ ' WS-FREQ-DISP-1
              ' CONF ' WS-CONF-DISP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *    A DATE WITH NO DETAIL LEFT ON FREQHIST BUT WHOSE MONTH IS
      *    ON HISTSUMM HAS BEEN SUMMARIZED - ITS FREQUENCIES ARE IN
      *    THE MONTH'S FIGURES FOR GOOD
       CHECK-HISTSUMM.
           IF WS-SUMM-PRESENT = 'Y' AND WS-HIST-REMOVED = 0 THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SUMMARY-FILE AT END MOVE 'Y' TO WS-EOF
                 END-READ
                 IF WS-EOF NOT = 'Y' THEN
                    IF HS-MONTH = WS-BKOUT-DATE(1:6) THEN
                       PERFORM REPORT-SUMMARY-KEPT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       REPORT-SUMMARY-KEPT.
           ADD 1 TO WS-SUMM-MONTH-RECS.
           MOVE HS-RUNS TO WS-CYC-DISP-1.
           MOVE HS-AVG-FREQ TO WS-FREQ-DISP-1.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'HISTSUMM NOT REVERSIBLE   '
              HS-SEQ ' MONTH ' HS-MONTH
              ' RUNS ' WS-CYC-DISP-1
              ' AVG FREQ ' WS-FREQ-DISP-1
              ' - ALREADY SUMMARIZED'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       RESTORE-ITMSTATS.
           PERFORM VARYING WS-JTX FROM 1 BY 1
              UNTIL WS-JTX > WS-JT-COUNT
              PERFORM RESTORE-ONE-ITEMSET
           END-PERFORM.

       RESTORE-ONE-ITEMSET.
           MOVE WS-JT-MASK(WS-JTX) TO IS-MASK.
           READ STAT-FILE
              INVALID KEY MOVE 'N' TO WS-ON-MASTER
              NOT INVALID KEY MOVE 'Y' TO WS-ON-MASTER
           END-READ.
           IF WS-ON-MASTER = 'Y' THEN
              MOVE IS-FREQ TO WS-CUR-FREQ
              MOVE IS-SUPPORT-PCT TO WS-CUR-PCT
              MOVE IS-LAST-SEEN TO WS-CUR-LAST
              MOVE IS-CYCLES-PRESENT TO WS-CUR-CYC
           END-IF.
           IF WS-JT-ACTION(WS-JTX) = 'I' THEN
              PERFORM REVERSE-INSERT
           ELSE
              PERFORM REVERSE-UPDATE
           END-IF.
           PERFORM WRITE-ITEMSET-LINE.

      *    THE CYCLE CREATED THE ITEMSET - BACKING IT OUT DELETES IT
       REVERSE-INSERT.
           IF WS-ON-MASTER = 'N' THEN
              MOVE 'ALREADY REVERSED' TO WS-RESULT
              ADD 1 TO WS-STAT-ALREADY
           ELSE
              IF WS-CUR-IMAGE = WS-JT-AFTER(WS-JTX) THEN
                 DELETE STAT-FILE
                    INVALID KEY
                       DISPLAY 'CYCBKOUT REVERSE-INSERT FS8=' FS8
                       MOVE 8 TO RETURN-CODE
                       PERFORM WRITE-CYCLE-LOG
                       STOP RUN
                 END-DELETE
                 MOVE 'DELETED' TO WS-RESULT
                 ADD 1 TO WS-STAT-DELETED
              ELSE
                 MOVE 'CHANGED - LEFT' TO WS-RESULT
                 ADD 1 TO WS-STAT-CHANGED
              END-IF
           END-IF.

       REVERSE-UPDATE.
           IF WS-ON-MASTER = 'N' THEN
              MOVE 'NOT ON MASTER' TO WS-RESULT
              ADD 1 TO WS-STAT-MISSING
           ELSE
              IF WS-CUR-IMAGE = WS-JT-AFTER(WS-JTX) THEN
                 MOVE WS-JT-BEF-FREQ(WS-JTX) TO IS-FREQ
                 MOVE WS-JT-BEF-PCT(WS-JTX) TO IS-SUPPORT-PCT
                 MOVE WS-JT-BEF-LAST(WS-JTX) TO IS-LAST-SEEN
                 MOVE WS-JT-BEF-CYC(WS-JTX) TO IS-CYCLES-PRESENT
                 REWRITE ITMSTAT-REC
                    INVALID KEY
                       DISPLAY 'CYCBKOUT REVERSE-UPDATE FS8=' FS8
                       MOVE 8 TO RETURN-CODE
                       PERFORM WRITE-CYCLE-LOG
                       STOP RUN
                 END-REWRITE
                 MOVE 'RESTORED' TO WS-RESULT
                 ADD 1 TO WS-STAT-RESTORED
              ELSE
                 IF WS-CUR-IMAGE = WS-JT-BEFORE(WS-JTX) THEN
                    MOVE 'ALREADY REVERSED' TO WS-RESULT
                    ADD 1 TO WS-STAT-ALREADY
                 ELSE
                    MOVE 'CHANGED - LEFT' TO WS-RESULT
                    ADD 1 TO WS-STAT-CHANGED
                 END-IF
              END-IF
           END-IF.

      *    ONE LINE PER ITEMSET: THE FIRST JOURNAL ACTION OF THE DATE,
      *    THEN FREQ, SUPPORT PCT, LAST SEEN AND CYCLES PRESENT AS THE
      *    CYCLE LEFT THEM AND AS THEY WERE BEFORE IT
       WRITE-ITEMSET-LINE.
           MOVE WS-JT-AFT-FREQ(WS-JTX) TO WS-FREQ-DISP-1.
           MOVE WS-JT-AFT-PCT(WS-JTX) TO WS-PCT-DISP-1.
           MOVE WS-JT-AFT-CYC(WS-JTX) TO WS-CYC-DISP-1.
           MOVE WS-JT-BEF-FREQ(WS-JTX) TO WS-FREQ-DISP-2.
           MOVE WS-JT-BEF-PCT(WS-JTX) TO WS-PCT-DISP-2.
           MOVE WS-JT-BEF-CYC(WS-JTX) TO WS-CYC-DISP-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ITMSTATS ' WS-RESULT
              WS-JT-MASK(WS-JTX) ' ' WS-JT-ACTION(WS-JTX)
              ' CYCLE ' WS-FREQ-DISP-1 ' ' WS-PCT-DISP-1
              ' ' WS-JT-AFT-LAST(WS-JTX) ' ' WS-CYC-DISP-1
              ' BEFORE ' WS-FREQ-DISP-2 ' ' WS-PCT-DISP-2
              ' ' WS-JT-BEF-LAST(WS-JTX) ' ' WS-CYC-DISP-2
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           IF FS9 NOT = '00' THEN
              DISPLAY 'CYCBKOUT WRITE-REPORT-LINE FS9=' FS9
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CYCLE BACKOUT FOR RUN DATE ' WS-BKOUT-DATE
              ' - RUN ' WS-CYC-DATE ' AT ' WS-CYC-START(1:6)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-RULES-PRESENT = 'N' THEN
              MOVE 'RULEHIST NOT PRESENT - NO RULE HISTORY TO REMOVE'
                 TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-SUMM-PRESENT = 'N' THEN
              MOVE 'HISTSUMM NOT PRESENT - NOTHING SUMMARIZED YET'
                 TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *    EVERY FILE MUST ADD UP: READ = KEPT + REMOVED, AND EVERY
      *    ITEMSET OF THE CYCLE HAS EXACTLY ONE OUTCOME - A FIGURE
      *    THAT DOES NOT ADD UP FAILS THE STEP SO NOTHING IS SWAPPED
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-JRNL-READ TO WS-CNT-DISP-1.
           MOVE WS-JRNL-KEPT TO WS-CNT-DISP-2.
           MOVE WS-JRNL-DATE TO WS-CNT-DISP-3.
           COMPUTE WS-KEPT-TOTAL = WS-JRNL-KEPT + WS-JRNL-DATE.
           MOVE WS-JRNL-READ TO WS-CHECK-READ.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'STATJRNL READ ' WS-CNT-DISP-1
              ' = KEPT ' WS-CNT-DISP-2
              ' + CYCLE ' WS-CNT-DISP-3
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-HIST-READ TO WS-CNT-DISP-1.
           MOVE WS-HIST-KEPT TO WS-CNT-DISP-2.
           MOVE WS-HIST-REMOVED TO WS-CNT-DISP-3.
           COMPUTE WS-KEPT-TOTAL = WS-HIST-KEPT + WS-HIST-REMOVED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'FREQHIST READ ' WS-CNT-DISP-1
              ' = KEPT ' WS-CNT-DISP-2
              ' + REMOVED ' WS-CNT-DISP-3
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-HIST-READ TO WS-CHECK-READ.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-RULE-READ TO WS-CNT-DISP-1.
           MOVE WS-RULE-KEPT TO WS-CNT-DISP-2.
           MOVE WS-RULE-REMOVED TO WS-CNT-DISP-3.
           COMPUTE WS-KEPT-TOTAL = WS-RULE-KEPT + WS-RULE-REMOVED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RULEHIST READ ' WS-CNT-DISP-1
              ' = KEPT ' WS-CNT-DISP-2
              ' + REMOVED ' WS-CNT-DISP-3
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-RULE-READ TO WS-CHECK-READ.
           PERFORM WRITE-TOTAL-LINE.
           COMPUTE WS-STAT-REVERSED =
              WS-STAT-DELETED + WS-STAT-RESTORED.
           COMPUTE WS-OUTCOME-TOTAL =
              WS-STAT-REVERSED + WS-STAT-ALREADY +
              WS-STAT-CHANGED + WS-STAT-MISSING.
           MOVE WS-JT-COUNT TO WS-CNT-DISP-1.
           MOVE WS-STAT-DELETED TO WS-CNT-DISP-2.
           MOVE WS-STAT-RESTORED TO WS-CNT-DISP-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ITMSTATS ITEMSETS ' WS-CNT-DISP-1
              ' = DELETED ' WS-CNT-DISP-2
              ' + RESTORED ' WS-CNT-DISP-3
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-STAT-ALREADY TO WS-CNT-DISP-1.
           MOVE WS-STAT-CHANGED TO WS-CNT-DISP-2.
           MOVE WS-STAT-MISSING TO WS-CNT-DISP-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '                           + ALREADY REVERSED '
              WS-CNT-DISP-1
              ' + CHANGED - LEFT ' WS-CNT-DISP-2
              ' + NOT ON MASTER ' WS-CNT-DISP-3
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-OUTCOME-TOTAL TO WS-KEPT-TOTAL.
           MOVE WS-JT-COUNT TO WS-CHECK-READ.
           PERFORM WRITE-TOTAL-LINE.
           IF WS-SUMM-MONTH-RECS > 0 THEN
              MOVE WS-SUMM-MONTH-RECS TO WS-CNT-DISP-1
              MOVE SPACES TO WS-RPT-LINE
              STRING 'HISTSUMM' WS-CNT-DISP-1
                 ' SUMMARY RECORD(S) FOR ' WS-BKOUT-DATE(1:6)
                 ' ALREADY HOLD THE CYCLE - NOT REVERSED'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-UNRECONCILED > 0 THEN
              STRING 'BACKOUT COUNTS DO NOT RECONCILE - '
                 WS-UNRECONCILED ' FILE(S) OUT; DO NOT SWAP'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              MOVE 'BACKOUT COUNTS RECONCILE' TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY 'CYCBKOUT ' WS-RPT-LINE.

      *    WS-CHECK-READ CARRIES THE LINE'S "READ" FIGURE IN AND
      *    WS-KEPT-TOTAL THE SUM OF ITS PARTS
       WRITE-TOTAL-LINE.
           IF WS-KEPT-TOTAL NOT = WS-CHECK-READ THEN
              ADD 1 TO WS-UNRECONCILED
              MOVE '** OUT' TO WS-RPT-LINE(127:6)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

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

       OPEN-DATA.
           OPEN INPUT JOURNAL-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'CYCBKOUT OPEN-DATA FS1=' FS1
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT JRNLNEW-FILE.
           IF FS2 NOT = '00' THEN
              DISPLAY 'CYCBKOUT OPEN-DATA FS2=' FS2
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF FS3 NOT = '00' THEN
              DISPLAY 'CYCBKOUT OPEN-DATA FS3=' FS3
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT HISTNEW-FILE.
           IF FS4 NOT = '00' THEN
              DISPLAY 'CYCBKOUT OPEN-DATA FS4=' FS4
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
      *    NO RULEHIST JUST MEANS ASSOCRUL HAS NEVER RUN - RULENEW IS
      *    STILL OPENED SO THE SWAP STEP ALWAYS HAS A DATASET
           OPEN INPUT RULEHIST-FILE.
           IF FS5 = '05' OR FS5 = '35' THEN
              MOVE 'N' TO WS-RULES-PRESENT
              DISPLAY 'CYCBKOUT RULEHIST NOT PRESENT'
           ELSE
              IF FS5 NOT = '00' THEN
                 DISPLAY 'CYCBKOUT OPEN-DATA FS5=' FS5
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT RULENEW-FILE.
           IF FS6 NOT = '00' THEN
              DISPLAY 'CYCBKOUT OPEN-DATA FS6=' FS6
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN INPUT SUMMARY-FILE.
           IF FS7 = '05' OR FS7 = '35' THEN
              MOVE 'N' TO WS-SUMM-PRESENT
              DISPLAY 'CYCBKOUT HISTSUMM NOT PRESENT'
           ELSE
              IF FS7 NOT = '00' THEN
                 DISPLAY 'CYCBKOUT OPEN-DATA FS7=' FS7
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.
           OPEN I-O STAT-FILE.
           IF FS8 NOT = '00' THEN
              DISPLAY 'CYCBKOUT OPEN-DATA FS8=' FS8
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF FS9 NOT = '00' THEN
              DISPLAY 'CYCBKOUT OPEN-DATA FS9=' FS9
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE JOURNAL-FILE.
           CLOSE JRNLNEW-FILE.
           CLOSE HISTORY-FILE.
           CLOSE HISTNEW-FILE.
           IF WS-RULES-PRESENT = 'Y' THEN
              CLOSE RULEHIST-FILE
           END-IF.
           CLOSE RULENEW-FILE.
           IF WS-SUMM-PRESENT = 'Y' THEN
              CLOSE SUMMARY-FILE
           END-IF.
           CLOSE STAT-FILE.
           CLOSE REPORT-FILE.
