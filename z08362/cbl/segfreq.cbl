      * 20260917: appends a standard cycle-log record to the shared
      *           CYCLELOG dataset (see copybook CYCLOG) for the
      *           CYCLRPT nightly operations report
      * 20261008: PARM option D scores each order under the segment
      *           its account held on the order's FEATPERD date,
      *           from the ACCTSEGH history ACCTMNT now writes
      * 20261015: the slot-to-segment mapping is also written to the
      *           SEGMAP dataset (see copybook) for WHUNLOAD
      *
      *****************************************************************
      * PER-SEGMENT ITEMSET SUPPORT SCORING
      * REPORTED AND ITS ORDERS EXCLUDED, SAME DISPLAY-AND-SKIP
      * PATTERN AS THE IN-MEMORY TABLE GUARDS.
      *
      * BY DEFAULT EVERY ORDER SCORES UNDER THE SEGMENT ITS ACCOUNT
      * HOLDS ON ACCTMST TODAY, SO A RECLASSIFIED ACCOUNT TAKES ALL OF
      * ITS PAST ORDERS WITH IT. WITH PARM D EACH ORDER SCORES UNDER
      * THE SEGMENT THE ACCOUNT HELD ON THE ORDER'S FEATPERD DATE,
      * RESOLVED FROM ACCTSEGH AS THAT COPYBOOK DESCRIBES; AN ACCOUNT
      * WITH NO HISTORY, OR AN ORDER WITH NO USABLE DATE, FALLS BACK
      * TO THE CURRENT MASTER SEGMENT.
      *
      * INPUT:
      *    ACCTMST dataset - account/segment master (SEE COPYBOOK)
      *    FEATACCT dataset - RELATIVE, MASK + ACCOUNT PER ORDER
      *    CNTLDATA dataset - ITEMSETS TO SCORE (MASK LAYOUT)
      *    ITEMXWLK dataset - item code/name/bit-position crosswalk
      *    FEATPERD dataset - RELATIVE, ORDER DATE (PARM D ONLY)
      *    ACCTSEGH dataset - SEGMENT HISTORY (PARM D ONLY, SEE
      *        COPYBOOK)
      *
      * PARM: 05(1) SEGMENT BASIS - C = CURRENT ACCTMST SEGMENT
      *          (DEFAULT), D = SEGMENT HELD ON THE ORDER DATE
      *
      * OUTPUT:
      *    SEGOUT01-SEGOUT05 datasets - ONE PER ACTIVE SEGMENT, SAME
      *    SEGCMPRT report - THE SAME ITEMSET'S SUPPORT SIDE BY SIDE
      *        ACROSS SEGMENTS (FREQUENCY AND PERCENT OF THE SEGMENT'S
      *        OWN ORDER TOTAL)
      *    SEGMAP dataset - ONE RECORD PER ACTIVE SEGMENT: SLOT,
      *        SEGMENT CODE AND ORDER TOTAL (SEE COPYBOOK)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SEGFREQ.
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS10.

           SELECT PERIOD-FILE ASSIGN TO FEATPERD
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS PERIOD-FILE-KEY
              FILE STATUS IS FS11.

           SELECT SEGHIST-FILE ASSIGN TO ACCTSEGH
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS12.

           SELECT SEGMAP-FILE ASSIGN TO SEGMAP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS13.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(132).

       FD  PERIOD-FILE.
           COPY FEATPERD.

       FD  SEGHIST-FILE.
           COPY ACCTSEGH.

       FD  SEGMAP-FILE.
           COPY SEGMAP.

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       01  FS8                   PIC X(2).
       01  FS9                   PIC X(2).
       01  FS10                  PIC X(2).
       01  FS11                  PIC X(2).
       01  FS12                  PIC X(2).
       01  FS13                  PIC X(2).
       01  WS-EOF                PIC X(1).
       01  WS-EOF-FEATURE        PIC X(1)   VALUE 'N'.
       01  WS-EOF-CONTROL        PIC X(1)   VALUE 'N'.
       01  ACCOUNT-FILE-KEY      PIC 9(9)   VALUE 0.
       01  PERIOD-FILE-KEY       PIC 9(9)   VALUE 0.

       01  WS-SEG-BASIS          PIC X(1)   VALUE 'C'.
       01  WS-HIST-RESOLVED      PIC 9(9)   VALUE 0.
       01  WS-SH-BEST            PIC 9(5).
       01  WS-SH-FIRST           PIC 9(5).

       01  WS-IN-COUNT           PIC 9(9)   VALUE 0.
       01  WS-EXCLUDED-COUNT     PIC 9(9)   VALUE 0.
              10 WS-AM-T-ACCOUNT PIC X(10).
              10 WS-AM-T-SEGMENT PIC X(2).

      *    ACCTSEGH, PARM D ONLY - SAME IDIOM AND GUARD AGAIN
       01  WS-SH-MAX             PIC 9(5)   VALUE 20000.
       01  WS-SH-COUNT           PIC 9(5)   VALUE 0.
       01  WS-SHX                PIC 9(5).
       01  WS-SH-TAB.
           05 WS-SH-ENTRY OCCURS 20000 TIMES.
              10 WS-SH-T-ACCOUNT PIC X(10).
              10 WS-SH-T-EFF     PIC X(8).
              10 WS-SH-T-SEGMENT PIC X(2).
              10 WS-SH-T-PRIOR   PIC X(2).

      *    SEGMENT OUTPUT SLOTS, ASSIGNED IN FIRST-SEEN ORDER - SLOT N
      *    WRITES SEGOUT0N
       01  WS-SEG-MAX            PIC 9(1)   VALUE 5.
       01  WS-RPT-LINE           PIC X(132).
       01  WS-RPT-POS            PIC 9(3).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-SEG-BASIS  PIC X(1).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-SEG-BASIS TO WS-SEG-BASIS
           END-IF.
           IF WS-SEG-BASIS NOT = 'C' AND WS-SEG-BASIS NOT = 'D' THEN
              DISPLAY 'SEGFREQ SEGMENT BASIS ' WS-SEG-BASIS
                 ' NOT C OR D'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM OPEN-DATA.
           PERFORM LOAD-ACCOUNT-MASTER.
           IF WS-SEG-BASIS = 'D' THEN
              PERFORM LOAD-SEGMENT-HISTORY
           END-IF.
           PERFORM LOAD-CROSSWALK.
           PERFORM LOAD-FEATURES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-SEGMENT-MAP.
           PERFORM PROCESS-CONTROL.
           PERFORM CLOSE-DATA.
           DISPLAY 'SEGFREQ SEGMENTS ACTIVE   ' WS-SEG-COUNT.
           DISPLAY 'SEGFREQ ITEMSETS SCORED   ' WS-IN-COUNT.
           DISPLAY 'SEGFREQ ORDERS EXCLUDED   ' WS-EXCLUDED-COUNT.
           IF WS-SEG-BASIS = 'D' THEN
              DISPLAY 'SEGFREQ HISTORY RESOLVED  ' WS-HIST-RESOLVED
           END-IF.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

              END-IF
           END-PERFORM.

       LOAD-SEGMENT-HISTORY.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ SEGHIST-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 IF WS-SH-COUNT < WS-SH-MAX THEN
                    ADD 1 TO WS-SH-COUNT
                    MOVE SH-ACCOUNT TO WS-SH-T-ACCOUNT(WS-SH-COUNT)
                    MOVE SH-EFF-DATE TO WS-SH-T-EFF(WS-SH-COUNT)
                    MOVE SH-SEGMENT TO WS-SH-T-SEGMENT(WS-SH-COUNT)
                    MOVE SH-PRIOR-SEGMENT TO
                       WS-SH-T-PRIOR(WS-SH-COUNT)
                 ELSE
                    DISPLAY 'SEGFREQ LOAD-SEGMENT-HISTORY ACCTSEGH '
                       'EXCEEDS IN-MEMORY TABLE CAPACITY ' WS-SH-MAX
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * ONE PASS OVER FEATACCT - EVERY ORDER'S MASK GOES INTO THE
      * FEATURE TABLE TAGGED WITH ITS ACCOUNT'S SEGMENT SLOT, AND THE
              PERFORM READ-ACCOUNT-SEQ
              IF WS-EOF-FEATURE NOT = 'Y' THEN
                 PERFORM RESOLVE-SEGMENT
                 IF WS-SEG-BASIS = 'D' THEN
                    PERFORM RESOLVE-SEGMENT-AS-OF
                 END-IF
                 PERFORM FIND-SEGMENT-SLOT
                 IF WS-SEG-SLOT > 0 THEN
                    PERFORM ADD-FEATURE-ENTRY
              END-IF
           END-PERFORM.

      *    THE LATEST HISTORY RECORD EFFECTIVE ON OR BEFORE THE ORDER
      *    DATE WINS (THE LAST ONE KEYED ON A TIE); AN ORDER OLDER THAN
      *    ALL OF THE ACCOUNT'S HISTORY TAKES THE PRIOR SEGMENT OF ITS
      *    EARLIEST RECORD. NO HISTORY OR NO DATE KEEPS THE MASTER'S
      *    SEGMENT ALREADY RESOLVED
       RESOLVE-SEGMENT-AS-OF.
           MOVE ACCOUNT-FILE-KEY TO PERIOD-FILE-KEY.
           READ PERIOD-FILE
              INVALID KEY MOVE SPACES TO FP-DATE
           END-READ.
           IF FS11 NOT = '00' AND FS11 NOT = '23' THEN
              DISPLAY 'SEGFREQ RESOLVE-SEGMENT-AS-OF FS11=' FS11
              MOVE SPACES TO FP-DATE
           END-IF.
           MOVE 0 TO WS-SH-BEST.
           MOVE 0 TO WS-SH-FIRST.
           IF FP-DATE NUMERIC THEN
              PERFORM VARYING WS-SHX FROM 1 BY 1
                 UNTIL WS-SHX > WS-SH-COUNT
                 IF WS-SH-T-ACCOUNT(WS-SHX) = FA-ACCOUNT THEN
                    PERFORM CHECK-HISTORY-ENTRY
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-SH-BEST > 0 THEN
              MOVE WS-SH-T-SEGMENT(WS-SH-BEST) TO WS-CUR-SEGMENT
              ADD 1 TO WS-HIST-RESOLVED
           ELSE
              IF WS-SH-FIRST > 0 THEN
                 MOVE WS-SH-T-PRIOR(WS-SH-FIRST) TO WS-CUR-SEGMENT
                 ADD 1 TO WS-HIST-RESOLVED
              END-IF
           END-IF.

       CHECK-HISTORY-ENTRY.
           IF WS-SH-T-EFF(WS-SHX) <= FP-DATE THEN
              IF WS-SH-BEST = 0 THEN
                 MOVE WS-SHX TO WS-SH-BEST
              ELSE
                 IF WS-SH-T-EFF(WS-SHX) >=
                    WS-SH-T-EFF(WS-SH-BEST) THEN
                    MOVE WS-SHX TO WS-SH-BEST
                 END-IF
              END-IF
           END-IF.
           IF WS-SH-FIRST = 0 THEN
              MOVE WS-SHX TO WS-SH-FIRST
           ELSE
              IF WS-SH-T-EFF(WS-SHX) <
                 WS-SH-T-EFF(WS-SH-FIRST) THEN
                 MOVE WS-SHX TO WS-SH-FIRST
              END-IF
           END-IF.

       FIND-SEGMENT-SLOT.
           MOVE 0 TO WS-SEG-SLOT.
           PERFORM VARYING WS-SGX FROM 1 BY 1
       WRITE-REPORT-HEADER.
           MOVE 'ITEMSET SUPPORT BY CUSTOMER SEGMENT' TO WS-RPT-LINE.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           IF WS-SEG-BASIS = 'D' THEN
              MOVE 'SEGMENT BASIS: SEGMENT HELD ON THE ORDER DATE'
                 TO WS-RPT-LINE
           ELSE
              MOVE 'SEGMENT BASIS: CURRENT ACCTMST SEGMENT'
                 TO WS-RPT-LINE
           END-IF.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           PERFORM VARYING WS-SGX FROM 1 BY 1
              UNTIL WS-SGX > WS-SEG-COUNT
              MOVE WS-SEG-TOTAL(WS-SGX) TO WS-TOT-DISP
              DISPLAY 'SEGFREQ ' WS-RPT-LINE(1:40)
           END-PERFORM.

      *    THE SAME MAPPING AS THE REPORT HEADER, MACHINE-READABLE -
      *    THE ORDER TOTALS ARE FINAL ONCE FEATACCT IS LOADED
       WRITE-SEGMENT-MAP.
           PERFORM VARYING WS-SGX FROM 1 BY 1
              UNTIL WS-SGX > WS-SEG-COUNT
              MOVE WS-SGX TO SM-SLOT
              MOVE WS-SEG-CODE(WS-SGX) TO SM-SEGMENT
              MOVE WS-SEG-TOTAL(WS-SGX) TO SM-ORDER-TOTAL
              MOVE WS-CYC-DATE TO SM-RUN-DATE
              MOVE WS-SEG-BASIS TO SM-BASIS
              WRITE SEGMAP-REC
              IF FS13 NOT = '00' THEN
                 DISPLAY 'SEGFREQ WRITE-SEGMENT-MAP FS13=' FS13
                 STOP RUN
              END-IF
           END-PERFORM.

       WRITE-COMPARE-LINE.
           MOVE CONTROL-SEQ TO WS-CUR-MASK.
           PERFORM BUILD-CODE-LIST.
              DISPLAY 'SEGFREQ OPEN-DATA FS10=' FS10
              STOP RUN
           END-IF.
           OPEN OUTPUT SEGMAP-FILE.
           IF FS13 NOT = '00' THEN
              DISPLAY 'SEGFREQ OPEN-DATA FS13=' FS13
              STOP RUN
           END-IF.
           IF WS-SEG-BASIS = 'D' THEN
              OPEN INPUT PERIOD-FILE
              IF FS11 NOT = '00' THEN
                 DISPLAY 'SEGFREQ OPEN-DATA FS11=' FS11
                 STOP RUN
              END-IF
              OPEN INPUT SEGHIST-FILE
              IF FS12 NOT = '00' THEN
                 DISPLAY 'SEGFREQ OPEN-DATA FS12=' FS12
                 STOP RUN
              END-IF
           END-IF.

       CLOSE-DATA.
           CLOSE ACCTMST-FILE.
           CLOSE SEGOUT4-FILE.
           CLOSE SEGOUT5-FILE.
           CLOSE REPORT-FILE.
           CLOSE SEGMAP-FILE.
           IF WS-SEG-BASIS = 'D' THEN
              CLOSE PERIOD-FILE
              CLOSE SEGHIST-FILE
           END-IF.
