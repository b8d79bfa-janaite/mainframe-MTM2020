      *****************************************************************
      * Program name:    CATMNT
      * Original author: JORGE JANAITE NETO
      * Date:            20261009
      *
      * Changes:
      *---------
      * 20261009: initial release
      * 20261015: a single-item change no longer rejects itself as
      *           "another category" on its own bit position
      * 20261015: a whole-category change only moves the name when
      *           CT-CAT-NAME is given and only moves the bit position
      *           when CT-BIT-POS is numeric and non-zero, so a rename
      *           no longer zeroes the position and a renumber no
      *           longer blanks the name; one with neither is rejected
      * 20261015: a transaction with no CT-USER is rejected - every
      *           applied change must name who keyed it
      *
      *****************************************************************
      * BATCH MAINTENANCE OF THE CATXWLK CATEGORY CROSSWALK WITH AUDIT
      * REPORT, AND A CROSS-CHECK OF CATXWLK AGAINST ITEMXWLK
      *
      * XWLKMNT PROTECTS ITEMXWLK, BUT CATXWLK - THE ITEM-TO-CATEGORY
      * CROSSWALK TXCAT READS - WAS HAND-EDITED WITH NO EDITS AT ALL:
      * TWO CATEGORIES COULD SHARE A MASK POSITION, OR ONE CATEGORY
      * CARRY TWO POSITIONS OR TWO NAMES ACROSS ITS ITEM RECORDS. THIS
      * PROGRAM APPLIES ADD/CHANGE/DELETE TRANSACTIONS UNDER PROPER
      * EDITS THE SAME WAY XWLKMNT MAINTAINS ITEMXWLK.
      *
      * CATXWLK HOLDS ONE RECORD PER ITEM, SO A CATEGORY'S NAME AND
      * BIT POSITION REPEAT ON EVERY ONE OF ITS ITEMS. A CHANGE WITH
      * AN ITEM CODE MOVES THAT ONE ITEM; A CHANGE WITH A BLANK ITEM
      * CODE CHANGES THE CATEGORY ITSELF - ITS NAME AND/OR BIT
      * POSITION - ON EVERY ITEM RECORD THAT CARRIES IT, WHICH IS THE
      * ONLY WAY TO RENAME OR RENUMBER A CATEGORY UNDER THESE EDITS.
      * A BLANK NAME (OR A BLANK OR ZERO BIT POSITION) ON SUCH A CHANGE
      * LEAVES THAT FIELD AS IT IS.
      *
      * CROSS-CHECK MODE (PARM X) APPLIES NOTHING - IT LISTS EVERY
      * ITEMXWLK ITEM WITH NO CATEGORY AND EVERY CATXWLK ITEM NO LONGER
      * ON ITEMXWLK, SO THE CATEGORY CHAIN CANNOT DRIFT OUT OF STEP
      * WITH THE ITEM CHAIN UNNOTICED (UNTIL NOW A NEW ITEM ONLY TURNED
      * UP LATER IN CATRECYC).
      *
      * EITHER MODE ENDS BY CHECKING THE WHOLE CROSSWALK (AS
      * MAINTAINED, OR AS READ IN MODE X) AND LISTING EVERY CATEGORY
      * ON MORE THAN ONE BIT POSITION OR UNDER MORE THAN ONE NAME AND
      * EVERY BIT POSITION CARRYING MORE THAN ONE CATEGORY - CONFLICTS
      * ALREADY ON THE HAND-EDITED FILE SHOW UP HERE UNTIL THEY ARE
      * MAINTAINED AWAY.
      *
      * INPUT:
      *    CATXWLK dataset - the current category crosswalk (see
      *        copybook)
      *    CATTRAN dataset - maintenance transactions (MODE M ONLY):
      *        CT-ACTION     X(1)  'A' ADD / 'C' CHANGE / 'D' DELETE
      *        CT-ITEM-CODE  X(10) (SPACES ON 'C' = WHOLE CATEGORY)
      *        CT-CAT-CODE   X(10)
      *        CT-CAT-NAME   X(20) (A/C ONLY)
      *        CT-BIT-POS    9(2)  (A/C ONLY)
      *        CT-USER       X(8)  WHO KEYED THE CHANGE
      *    ITEMXWLK dataset - item crosswalk (MODE X ONLY)
      *
      * PARM: 05(1) MODE - M = MAINTENANCE (DEFAULT), X = CROSS-CHECK
      *
      * EDITS:
      *    - BLANK USER ID REJECTED
      *    - DUPLICATE CX-ITEM-CODE REJECTED ON ADD
      *    - BIT POSITION OUTSIDE 1 THRU ITEM-MASK-WIDTH-MAX REJECTED
      *    - A CATEGORY ALREADY ON THE CROSSWALK UNDER ANOTHER BIT
      *      POSITION OR ANOTHER NAME REJECTED ON ADD/ITEM CHANGE
      *    - A BIT POSITION ALREADY CARRYING ANOTHER CATEGORY REJECTED
      *    - CHANGE/DELETE OF AN ITEM (OR CATEGORY) NOT ON THE
      *      CROSSWALK REJECTED
      *    - WHOLE-CATEGORY CHANGE WITH NEITHER A NAME NOR A BIT
      *      POSITION REJECTED
      *    A DUPLICATE ITEM ALREADY ON THE INCOMING CROSSWALK KEEPS ITS
      *    FIRST RECORD; THE OTHERS ARE DROPPED AND REPORTED.
      *
      * OUTPUT:
      *    CATNEW dataset - the maintained crosswalk, same layout
      *        (MODE M ONLY)
      *    CATAUDT report - BEFORE/AFTER IMAGE OF EVERY TRANSACTION
      *        WITH WHO/WHEN AND APPLIED/REJECTED STATUS, OR THE
      *        CROSS-CHECK LISTING; THEN THE CONFLICT CHECK
      *
      * RETURN-CODE 4 WHEN ANY TRANSACTION WAS REJECTED, A DUPLICATE
      * WAS DROPPED, A CONFLICT REMAINS, OR (MODE X) ANY ITEM IS ON
      * ONE CROSSWALK BUT NOT THE OTHER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CATMNT.
       AUTHOR.      JORGE JANAITE NETO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CXWALK-FILE ASSIGN TO CATXWLK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS1.

           SELECT CTRAN-FILE ASSIGN TO CATTRAN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS2.

           SELECT XWALK-FILE ASSIGN TO ITEMXWLK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS3.

           SELECT CXNEW-FILE ASSIGN TO CATNEW
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT AUDIT-FILE ASSIGN TO CATAUDT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

       DATA DIVISION.
       FILE SECTION.

       FD  CXWALK-FILE.
           COPY CATXWLK.

       FD  CTRAN-FILE.
       01  CT-REC.
           05  CT-ACTION             PIC X(1).
           05  CT-ITEM-CODE          PIC X(10).
           05  CT-CAT-CODE           PIC X(10).
           05  CT-CAT-NAME           PIC X(20).
           05  CT-BIT-POS            PIC 9(2).
           05  CT-USER               PIC X(8).

       FD  XWALK-FILE.
           COPY ITEMXWLK.

       FD  CXNEW-FILE.
       01  CXNEW-REC.
           05  CXNEW-ITEM-CODE       PIC X(10).
           05  CXNEW-CAT-CODE        PIC X(10).
           05  CXNEW-CAT-NAME        PIC X(20).
           05  CXNEW-BIT-POS         PIC 9(2).

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
       01  FS4                       PIC X(2).
       01  FS5                       PIC X(2).
       01  WS-EOF                    PIC X(1).

       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-TIME               PIC X(8).
       01  WS-MODE                   PIC X(1)   VALUE 'M'.

      *    SAME CAPACITY AS TXCAT'S COPY OF THE CROSSWALK
       01  WS-CX-MAX                 PIC 9(4)   VALUE 2000.
       01  WS-CX-COUNT               PIC 9(4)   VALUE 0.
       01  WS-CXX                    PIC 9(4).
       01  WS-CXY                    PIC 9(4).
       01  WS-CX-FOUND               PIC 9(4).
       01  WS-CAT-FOUND              PIC 9(4).
       01  WS-POS-FOUND              PIC 9(4).
       01  WS-FIND-ITEM              PIC X(10).
       01  WS-CX-TAB.
           05  WS-CX-ENTRY OCCURS 2000 TIMES.
               10  WS-CX-DELETED     PIC X(1).
               10  WS-CX-ITEM        PIC X(10).
               10  WS-CX-CAT         PIC X(10).
               10  WS-CX-NAME        PIC X(20).
               10  WS-CX-POS         PIC 9(2).

       01  WS-XW-MAX                 PIC 9(4)   VALUE 24.
       01  WS-XW-COUNT               PIC 9(4)   VALUE 0.
       01  WS-XX                     PIC 9(4).
       01  WS-XW-FOUND               PIC 9(4).
       01  WS-XW-TAB.
           05  WS-XW-ENTRY OCCURS 24 TIMES.
               10  WS-XW-CODE        PIC X(10).
               10  WS-XW-NAME        PIC X(20).

       01  WS-TRAN-COUNT             PIC 9(9)   VALUE 0.
       01  WS-APPLIED-COUNT          PIC 9(9)   VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(9)   VALUE 0.
       01  WS-DUP-COUNT              PIC 9(9)   VALUE 0.
       01  WS-CONFLICT-COUNT         PIC 9(9)   VALUE 0.
       01  WS-NO-CAT-COUNT           PIC 9(9)   VALUE 0.
       01  WS-NO-ITEM-COUNT          PIC 9(9)   VALUE 0.
       01  WS-CAT-ITEMS              PIC 9(4).
       01  WS-NEW-NAME               PIC X(1).
       01  WS-NEW-POS                PIC X(1).
       01  WS-REJ-REASON             PIC X(40).
       01  WS-BEFORE-IMAGE           PIC X(60).
       01  WS-AFTER-IMAGE            PIC X(60).
       01  WS-RPT-LINE               PIC X(132).

       LINKAGE SECTION.
       01   PARM-BUFFER.
           05 PARM-LENGTH    PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-MODE       PIC X(1).

       PROCEDURE DIVISION USING PARM-BUFFER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-CYC-START FROM TIME.
           IF PARM-LENGTH > 0 THEN
              MOVE PARM-MODE TO WS-MODE
           END-IF.
           IF WS-MODE NOT = 'M' AND WS-MODE NOT = 'X' THEN
              DISPLAY 'CATMNT MODE ' WS-MODE ' NOT M OR X'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM OPEN-DATA.
           PERFORM WRITE-AUDIT-HEADER.
           PERFORM LOAD-CATEGORY-CROSSWALK.
           IF WS-MODE = 'X' THEN
              PERFORM LOAD-ITEM-CROSSWALK
              PERFORM CROSS-CHECK-ITEMS
           ELSE
              PERFORM APPLY-TRANSACTIONS
              PERFORM WRITE-NEW-CROSSWALK
           END-IF.
           PERFORM CHECK-CONFLICTS.
           PERFORM WRITE-AUDIT-SUMMARY.
           PERFORM CLOSE-DATA.
           IF WS-REJECT-COUNT > 0 OR WS-DUP-COUNT > 0 OR
              WS-CONFLICT-COUNT > 0 OR WS-NO-CAT-COUNT > 0 OR
              WS-NO-ITEM-COUNT > 0 THEN
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
              DISPLAY 'CATMNT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
           ELSE
              MOVE 'CATMNT' TO CY-PROGRAM
              MOVE WS-RUN-DATE TO CY-RUN-DATE
              MOVE WS-CYC-START TO CY-START-TIME
              MOVE WS-CYC-END TO CY-END-TIME
              MOVE WS-TRAN-COUNT TO CY-IN-COUNT
              MOVE WS-APPLIED-COUNT TO CY-OUT-COUNT
              MOVE RETURN-CODE TO CY-CONDITION
              WRITE CYCLOG-REC
              IF FS-CYC NOT = '00' THEN
                 DISPLAY 'CATMNT WRITE-CYCLE-LOG FS-CYC=' FS-CYC
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.

      *    A SECOND RECORD FOR AN ITEM ALREADY LOADED IS DROPPED - THE
      *    CROSSWALK CAME FROM HAND EDITS, SO IT MAY CARRY SOME
       LOAD-CATEGORY-CROSSWALK.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CXWALK-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 MOVE CX-ITEM-CODE TO WS-FIND-ITEM
                 PERFORM FIND-CROSSWALK-ITEM
                 IF WS-CX-FOUND > 0 THEN
                    PERFORM WRITE-DUPLICATE-LINE
                 ELSE
                    PERFORM ADD-CROSSWALK-ENTRY
                 END-IF
              END-IF
           END-PERFORM.

       ADD-CROSSWALK-ENTRY.
           IF WS-CX-COUNT < WS-CX-MAX THEN
              ADD 1 TO WS-CX-COUNT
              MOVE 'N' TO WS-CX-DELETED(WS-CX-COUNT)
              MOVE CX-ITEM-CODE TO WS-CX-ITEM(WS-CX-COUNT)
              MOVE CX-CAT-CODE  TO WS-CX-CAT(WS-CX-COUNT)
              MOVE CX-CAT-NAME  TO WS-CX-NAME(WS-CX-COUNT)
              MOVE CX-BIT-POS   TO WS-CX-POS(WS-CX-COUNT)
           ELSE
              DISPLAY 'CATMNT LOAD-CATEGORY-CROSSWALK CATXWLK '
                 'EXCEEDS IN-MEMORY TABLE CAPACITY ' WS-CX-MAX
           END-IF.

       WRITE-DUPLICATE-LINE.
           ADD 1 TO WS-DUP-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CATXWLK DUPLICATE ' CX-ITEM-CODE ' ' CX-CAT-CODE
              ' DROPPED - FIRST RECORD KEPT'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.

       LOAD-ITEM-CROSSWALK.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ XWALK-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 IF WS-XW-COUNT < WS-XW-MAX THEN
                    ADD 1 TO WS-XW-COUNT
                    MOVE XWLK-ITEM-CODE TO WS-XW-CODE(WS-XW-COUNT)
                    MOVE XWLK-ITEM-NAME TO WS-XW-NAME(WS-XW-COUNT)
                 ELSE
                    DISPLAY 'CATMNT LOAD-ITEM-CROSSWALK ITEMXWLK '
                       'EXCEEDS IN-MEMORY TABLE CAPACITY ' WS-XW-MAX
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * CROSS-CHECK - EVERY ITEMXWLK ITEM MUST HAVE A CATEGORY, AND
      * EVERY CATXWLK ITEM MUST STILL BE ON ITEMXWLK
      *****************************************************************
       CROSS-CHECK-ITEMS.
           MOVE 'ITEMXWLK ITEMS WITH NO CATEGORY ON CATXWLK:'
              TO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.
           PERFORM VARYING WS-XX FROM 1 BY 1
              UNTIL WS-XX > WS-XW-COUNT
              MOVE WS-XW-CODE(WS-XX) TO WS-FIND-ITEM
              PERFORM FIND-CROSSWALK-ITEM
              IF WS-CX-FOUND = 0 THEN
                 ADD 1 TO WS-NO-CAT-COUNT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING '   ' WS-XW-CODE(WS-XX) ' ' WS-XW-NAME(WS-XX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 WRITE AUDIT-REC FROM WS-RPT-LINE
              END-IF
           END-PERFORM.
           MOVE 'CATXWLK ITEMS NO LONGER ON ITEMXWLK:' TO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.
           PERFORM VARYING WS-CXX FROM 1 BY 1
              UNTIL WS-CXX > WS-CX-COUNT
              PERFORM FIND-ITEMXWLK-CODE
              IF WS-XW-FOUND = 0 THEN
                 ADD 1 TO WS-NO-ITEM-COUNT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING '   ' WS-CX-ITEM(WS-CXX) ' CATEGORY '
                    WS-CX-CAT(WS-CXX)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 WRITE AUDIT-REC FROM WS-RPT-LINE
              END-IF
           END-PERFORM.

       FIND-ITEMXWLK-CODE.
           MOVE 0 TO WS-XW-FOUND.
           PERFORM VARYING WS-XX FROM 1 BY 1
              UNTIL WS-XX > WS-XW-COUNT
              IF WS-XW-CODE(WS-XX) = WS-CX-ITEM(WS-CXX) THEN
                 MOVE WS-XX TO WS-XW-FOUND
                 MOVE WS-XW-COUNT TO WS-XX
              END-IF
           END-PERFORM.

       APPLY-TRANSACTIONS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CTRAN-FILE AT END MOVE 'Y' TO WS-EOF END-READ
              IF WS-EOF NOT = 'Y' THEN
                 ADD 1 TO WS-TRAN-COUNT
                 PERFORM APPLY-ONE-TRANSACTION
              END-IF
           END-PERFORM.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE CT-ITEM-CODE TO WS-FIND-ITEM.
           PERFORM FIND-CROSSWALK-ITEM.
           IF CT-USER = SPACES THEN
              MOVE 'USER ID MISSING' TO WS-REJ-REASON
           ELSE
              EVALUATE TRUE
                 WHEN CT-ACTION = 'A'
                    PERFORM APPLY-ADD
                 WHEN CT-ACTION = 'C' AND CT-ITEM-CODE = SPACES
                    PERFORM APPLY-CATEGORY-CHANGE
                 WHEN CT-ACTION = 'C'
                    PERFORM APPLY-CHANGE
                 WHEN CT-ACTION = 'D'
                    PERFORM APPLY-DELETE
                 WHEN OTHER
                    MOVE 'UNKNOWN ACTION CODE' TO WS-REJ-REASON
              END-EVALUATE
           END-IF.
           IF WS-REJ-REASON = SPACES THEN
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM WRITE-AUDIT-LINES.

       FIND-CROSSWALK-ITEM.
           MOVE 0 TO WS-CX-FOUND.
           PERFORM VARYING WS-CXX FROM 1 BY 1
              UNTIL WS-CXX > WS-CX-COUNT
              IF WS-CX-DELETED(WS-CXX) = 'N' AND
                 WS-CX-ITEM(WS-CXX) = WS-FIND-ITEM THEN
                 MOVE WS-CXX TO WS-CX-FOUND
                 MOVE WS-CX-COUNT TO WS-CXX
              END-IF
           END-PERFORM.

      *    AN ADD LANDS ON THE FIRST DELETED SLOT IF THERE IS ONE -
      *    SAME RULE AS XWLKMNT'S CROSSWALK TABLE
       FIND-FREE-SLOT.
           MOVE 0 TO WS-CX-FOUND.
           PERFORM VARYING WS-CXX FROM 1 BY 1
              UNTIL WS-CXX > WS-CX-COUNT
              IF WS-CX-DELETED(WS-CXX) = 'Y' THEN
                 MOVE WS-CXX TO WS-CX-FOUND
                 MOVE WS-CX-COUNT TO WS-CXX
              END-IF
           END-PERFORM.
           IF WS-CX-FOUND = 0 AND WS-CX-COUNT < WS-CX-MAX THEN
              ADD 1 TO WS-CX-COUNT
              MOVE WS-CX-COUNT TO WS-CX-FOUND
           END-IF.

      *    ANOTHER ITEM OF THE TRANSACTION'S CATEGORY, IF ANY, NOT
      *    COUNTING THE ITEM THE TRANSACTION ITSELF IS ABOUT
       FIND-CATEGORY.
           MOVE 0 TO WS-CAT-FOUND.
           PERFORM VARYING WS-CXX FROM 1 BY 1
              UNTIL WS-CXX > WS-CX-COUNT
              IF WS-CX-DELETED(WS-CXX) = 'N' AND
                 WS-CX-CAT(WS-CXX) = CT-CAT-CODE AND
                 WS-CXX NOT = WS-CX-FOUND THEN
                 MOVE WS-CXX TO WS-CAT-FOUND
                 MOVE WS-CX-COUNT TO WS-CXX
              END-IF
           END-PERFORM.

      *    AN ITEM OF ANOTHER CATEGORY ALREADY ON THE BIT POSITION,
      *    NOT COUNTING THE ITEM THE TRANSACTION ITSELF IS ABOUT
       FIND-BIT-POSITION.
           MOVE 0 TO WS-POS-FOUND.
           PERFORM VARYING WS-CXX FROM 1 BY 1
              UNTIL WS-CXX > WS-CX-COUNT
              IF WS-CX-DELETED(WS-CXX) = 'N' AND
                 WS-CX-POS(WS-CXX) = CT-BIT-POS AND
                 WS-CX-CAT(WS-CXX) NOT = CT-CAT-CODE AND
                 WS-CXX NOT = WS-CX-FOUND THEN
                 MOVE WS-CXX TO WS-POS-FOUND
                 MOVE WS-CX-COUNT TO WS-CXX
              END-IF
           END-PERFORM.

      *    ONE BIT POSITION AND ONE NAME PER CATEGORY, ONE CATEGORY PER
      *    BIT POSITION - FOR AN ADD OR A SINGLE-ITEM CHANGE
       CHECK-ITEM-CATEGORY.
           IF CT-CAT-CODE = SPACES THEN
              MOVE 'CATEGORY CODE MISSING' TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES THEN
              PERFORM CHECK-BIT-POS-RANGE
           END-IF.
           IF WS-REJ-REASON = SPACES THEN
              PERFORM FIND-CATEGORY
              IF WS-CAT-FOUND > 0 THEN
                 IF WS-CX-POS(WS-CAT-FOUND) NOT = CT-BIT-POS THEN
                    MOVE 'CATEGORY IS ON ANOTHER BIT POSITION' TO
                       WS-REJ-REASON
                 ELSE
                    IF WS-CX-NAME(WS-CAT-FOUND) NOT = CT-CAT-NAME THEN
                       MOVE 'CATEGORY IS UNDER ANOTHER NAME' TO
                          WS-REJ-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-REJ-REASON = SPACES THEN
              PERFORM FIND-BIT-POSITION
              IF WS-POS-FOUND > 0 THEN
                 MOVE 'BIT POSITION CARRIES ANOTHER CATEGORY' TO
                    WS-REJ-REASON
              END-IF
           END-IF.

       APPLY-ADD.
           IF CT-ITEM-CODE = SPACES THEN
              MOVE 'ITEM CODE MISSING' TO WS-REJ-REASON
           ELSE
              IF WS-CX-FOUND > 0 THEN
                 MOVE 'ITEM CODE ALREADY ON CATXWLK' TO WS-REJ-REASON
              ELSE
                 PERFORM CHECK-ITEM-CATEGORY
                 IF WS-REJ-REASON = SPACES THEN
                    PERFORM FIND-FREE-SLOT
                    IF WS-CX-FOUND > 0 THEN
                       MOVE 'N' TO WS-CX-DELETED(WS-CX-FOUND)
                       MOVE CT-ITEM-CODE TO WS-CX-ITEM(WS-CX-FOUND)
                       MOVE CT-CAT-CODE  TO WS-CX-CAT(WS-CX-FOUND)
                       MOVE CT-CAT-NAME  TO WS-CX-NAME(WS-CX-FOUND)
                       MOVE CT-BIT-POS   TO WS-CX-POS(WS-CX-FOUND)
                       PERFORM BUILD-AFTER-IMAGE
                    ELSE
                       MOVE 'CROSSWALK TABLE FULL' TO WS-REJ-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

       APPLY-CHANGE.
           IF WS-CX-FOUND = 0 THEN
              MOVE 'ITEM CODE NOT ON CATXWLK' TO WS-REJ-REASON
           ELSE
              PERFORM BUILD-BEFORE-IMAGE
              PERFORM CHECK-ITEM-CATEGORY
              IF WS-REJ-REASON = SPACES THEN
                 MOVE CT-CAT-CODE TO WS-CX-CAT(WS-CX-FOUND)
                 MOVE CT-CAT-NAME TO WS-CX-NAME(WS-CX-FOUND)
                 MOVE CT-BIT-POS  TO WS-CX-POS(WS-CX-FOUND)
                 PERFORM BUILD-AFTER-IMAGE
              END-IF
           END-IF.

      *    A BLANK ITEM CODE RENAMES AND/OR RENUMBERS THE CATEGORY ON
      *    EVERY ITEM RECORD THAT CARRIES IT - ONLY THE FIELDS THE
      *    TRANSACTION GIVES ARE CHANGED, AND ONLY A GIVEN BIT
      *    POSITION IS EDITED
       APPLY-CATEGORY-CHANGE.
           MOVE 'N' TO WS-NEW-NAME.
           MOVE 'N' TO WS-NEW-POS.
           IF CT-CAT-NAME NOT = SPACES THEN
              MOVE 'Y' TO WS-NEW-NAME
           END-IF.
           IF CT-BIT-POS NUMERIC THEN
              IF CT-BIT-POS NOT = 0 THEN
                 MOVE 'Y' TO WS-NEW-POS
              END-IF
           END-IF.
           MOVE 0 TO WS-CX-FOUND.
           PERFORM FIND-CATEGORY.
           IF WS-CAT-FOUND = 0 THEN
              MOVE 'CATEGORY CODE NOT ON CATXWLK' TO WS-REJ-REASON
           ELSE
              MOVE WS-CAT-FOUND TO WS-CX-FOUND
              PERFORM BUILD-BEFORE-IMAGE
              IF WS-NEW-NAME = 'N' AND WS-NEW-POS = 'N' THEN
                 MOVE 'NO NEW CATEGORY NAME OR BIT POSITION' TO
                    WS-REJ-REASON
              END-IF
           END-IF.
           IF WS-REJ-REASON = SPACES AND WS-NEW-POS = 'Y' THEN
              PERFORM CHECK-BIT-POS-RANGE
              IF WS-REJ-REASON = SPACES THEN
                 PERFORM FIND-BIT-POSITION
                 IF WS-POS-FOUND > 0 THEN
                    MOVE 'BIT POSITION CARRIES ANOTHER CATEGORY' TO
                       WS-REJ-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-REJ-REASON = SPACES THEN
              MOVE 0 TO WS-CAT-ITEMS
              PERFORM VARYING WS-CXX FROM 1 BY 1
                 UNTIL WS-CXX > WS-CX-COUNT
                 IF WS-CX-DELETED(WS-CXX) = 'N' AND
                    WS-CX-CAT(WS-CXX) = CT-CAT-CODE THEN
                    IF WS-NEW-NAME = 'Y' THEN
                       MOVE CT-CAT-NAME TO WS-CX-NAME(WS-CXX)
                    END-IF
                    IF WS-NEW-POS = 'Y' THEN
                       MOVE CT-BIT-POS  TO WS-CX-POS(WS-CXX)
                    END-IF
                    ADD 1 TO WS-CAT-ITEMS
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-AFTER-IMAGE
              STRING '(CATEGORY) ' CT-CAT-CODE ' '
                 WS-CX-NAME(WS-CX-FOUND) WS-CX-POS(WS-CX-FOUND)
                 ' ON ' WS-CAT-ITEMS ' ITEMS'
                 DELIMITED BY SIZE INTO WS-AFTER-IMAGE
           END-IF.

       APPLY-DELETE.
           IF WS-CX-FOUND = 0 THEN
              MOVE 'ITEM CODE NOT ON CATXWLK' TO WS-REJ-REASON
           ELSE
              PERFORM BUILD-BEFORE-IMAGE
              MOVE 'Y' TO WS-CX-DELETED(WS-CX-FOUND)
              MOVE '(DELETED)' TO WS-AFTER-IMAGE
           END-IF.

       CHECK-BIT-POS-RANGE.
           IF CT-BIT-POS NOT NUMERIC OR CT-BIT-POS < 1 OR
              CT-BIT-POS > ITEM-MASK-WIDTH-MAX THEN
              MOVE 'BIT POSITION OUT OF RANGE' TO WS-REJ-REASON
           END-IF.

       BUILD-BEFORE-IMAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           STRING WS-CX-ITEM(WS-CX-FOUND) ' '
              WS-CX-CAT(WS-CX-FOUND) ' '
              WS-CX-NAME(WS-CX-FOUND)
              WS-CX-POS(WS-CX-FOUND)
              DELIMITED BY SIZE INTO WS-BEFORE-IMAGE.

       BUILD-AFTER-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           STRING WS-CX-ITEM(WS-CX-FOUND) ' '
              WS-CX-CAT(WS-CX-FOUND) ' '
              WS-CX-NAME(WS-CX-FOUND)
              WS-CX-POS(WS-CX-FOUND)
              DELIMITED BY SIZE INTO WS-AFTER-IMAGE.

      *****************************************************************
      * CONFLICT CHECK OVER THE WHOLE CROSSWALK - EACH ITEM RECORD IS
      * COMPARED WITH THE FIRST EARLIER RECORD OF ITS CATEGORY, AND
      * WITH THE FIRST EARLIER RECORD ON ITS BIT POSITION
      *****************************************************************
       CHECK-CONFLICTS.
           MOVE 'CROSSWALK CONFLICT CHECK:' TO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.
           PERFORM VARYING WS-CXX FROM 2 BY 1
              UNTIL WS-CXX > WS-CX-COUNT
              IF WS-CX-DELETED(WS-CXX) = 'N' THEN
                 PERFORM CHECK-ONE-RECORD
              END-IF
           END-PERFORM.

       CHECK-ONE-RECORD.
           MOVE 0 TO WS-CAT-FOUND.
           MOVE 0 TO WS-POS-FOUND.
           PERFORM VARYING WS-CXY FROM 1 BY 1
              UNTIL WS-CXY NOT < WS-CXX
              IF WS-CX-DELETED(WS-CXY) = 'N' THEN
                 IF WS-CAT-FOUND = 0 AND
                    WS-CX-CAT(WS-CXY) = WS-CX-CAT(WS-CXX) THEN
                    MOVE WS-CXY TO WS-CAT-FOUND
                 END-IF
                 IF WS-POS-FOUND = 0 AND
                    WS-CX-POS(WS-CXY) = WS-CX-POS(WS-CXX) AND
                    WS-CX-CAT(WS-CXY) NOT = WS-CX-CAT(WS-CXX) THEN
                    MOVE WS-CXY TO WS-POS-FOUND
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CAT-FOUND > 0 THEN
              IF WS-CX-POS(WS-CAT-FOUND) NOT = WS-CX-POS(WS-CXX) OR
                 WS-CX-NAME(WS-CAT-FOUND) NOT = WS-CX-NAME(WS-CXX) THEN
                 ADD 1 TO WS-CONFLICT-COUNT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING '   CATEGORY ' WS-CX-CAT(WS-CXX)
                    ' ITEM ' WS-CX-ITEM(WS-CXX) ' '
                    WS-CX-NAME(WS-CXX) WS-CX-POS(WS-CXX)
                    ' BUT ITEM ' WS-CX-ITEM(WS-CAT-FOUND) ' '
                    WS-CX-NAME(WS-CAT-FOUND) WS-CX-POS(WS-CAT-FOUND)
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 WRITE AUDIT-REC FROM WS-RPT-LINE
              END-IF
           END-IF.
           IF WS-POS-FOUND > 0 THEN
              ADD 1 TO WS-CONFLICT-COUNT
              MOVE SPACES TO WS-RPT-LINE
              STRING '   BIT POSITION ' WS-CX-POS(WS-CXX)
                 ' CARRIES CATEGORY ' WS-CX-CAT(WS-CXX)
                 ' AND CATEGORY ' WS-CX-CAT(WS-POS-FOUND)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE AUDIT-REC FROM WS-RPT-LINE
           END-IF.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-MODE = 'X' THEN
              STRING 'CATXWLK CROSS-CHECK AGAINST ITEMXWLK - RUN '
                 WS-RUN-DATE ' AT ' WS-RUN-TIME
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'CATXWLK MAINTENANCE AUDIT - RUN '
                 WS-RUN-DATE ' AT ' WS-RUN-TIME
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE AUDIT-REC FROM WS-RPT-LINE.

       WRITE-AUDIT-LINES.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-REJ-REASON = SPACES THEN
              STRING 'ACTION ' CT-ACTION ' ' CT-ITEM-CODE ' '
                 CT-CAT-CODE ' BY ' CT-USER ' APPLIED'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'ACTION ' CT-ACTION ' ' CT-ITEM-CODE ' '
                 CT-CAT-CODE ' BY ' CT-USER ' REJECTED - '
                 WS-REJ-REASON
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

       WRITE-NEW-CROSSWALK.
           PERFORM VARYING WS-CXX FROM 1 BY 1
              UNTIL WS-CXX > WS-CX-COUNT
              IF WS-CX-DELETED(WS-CXX) = 'N' THEN
                 MOVE WS-CX-ITEM(WS-CXX) TO CXNEW-ITEM-CODE
                 MOVE WS-CX-CAT(WS-CXX)  TO CXNEW-CAT-CODE
                 MOVE WS-CX-NAME(WS-CXX) TO CXNEW-CAT-NAME
                 MOVE WS-CX-POS(WS-CXX)  TO CXNEW-BIT-POS
                 WRITE CXNEW-REC
                 IF FS4 NOT = '00' THEN
                    DISPLAY 'CATMNT WRITE-NEW-CROSSWALK FS4=' FS4
                    STOP RUN
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-MODE = 'X' THEN
              STRING 'ITEMS WITH NO CATEGORY ' WS-NO-CAT-COUNT
                 ' CATEGORY ITEMS NOT ON ITEMXWLK ' WS-NO-ITEM-COUNT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
              STRING 'TRANSACTIONS READ ' WS-TRAN-COUNT
                 ' APPLIED ' WS-APPLIED-COUNT
                 ' REJECTED ' WS-REJECT-COUNT
                 DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE AUDIT-REC FROM WS-RPT-LINE.
           DISPLAY 'CATMNT ' WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DUPLICATES DROPPED ' WS-DUP-COUNT
              ' CONFLICTS ' WS-CONFLICT-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE AUDIT-REC FROM WS-RPT-LINE.
           DISPLAY 'CATMNT ' WS-RPT-LINE.

      *    CATTRAN/CATNEW BELONG TO MAINTENANCE, ITEMXWLK TO THE
      *    CROSS-CHECK - EACH MODE OPENS ONLY ITS OWN DATASETS
       OPEN-DATA.
           OPEN INPUT CXWALK-FILE.
           IF FS1 NOT = '00' THEN
              DISPLAY 'CATMNT OPEN-DATA FS1=' FS1
              STOP RUN
           END-IF.
           IF WS-MODE = 'X' THEN
              OPEN INPUT XWALK-FILE
              IF FS3 NOT = '00' THEN
                 DISPLAY 'CATMNT OPEN-DATA FS3=' FS3
                 STOP RUN
              END-IF
           ELSE
              OPEN INPUT CTRAN-FILE
              IF FS2 NOT = '00' THEN
                 DISPLAY 'CATMNT OPEN-DATA FS2=' FS2
                 STOP RUN
              END-IF
              OPEN OUTPUT CXNEW-FILE
              IF FS4 NOT = '00' THEN
                 DISPLAY 'CATMNT OPEN-DATA FS4=' FS4
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF FS5 NOT = '00' THEN
              DISPLAY 'CATMNT OPEN-DATA FS5=' FS5
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE CXWALK-FILE.
           IF WS-MODE = 'X' THEN
              CLOSE XWALK-FILE
           ELSE
              CLOSE CTRAN-FILE
              CLOSE CXNEW-FILE
           END-IF.
           CLOSE AUDIT-FILE.
