      *****************************************************************
      * Copybook name:   INQLOG
      * Original author: JORGE JANAITE NETO
      * Date:            20261014
      *
      * Changes:
      *---------
      * 20261014: initial release
      *
      *****************************************************************
      * INQUIRY ACCESS-LOG RECORD - ITMINQ AND ACCTINQ APPEND ONE OF
      * THESE TO THE INQLOG DATASET FOR EVERY LOOKUP THEY ANSWER, SO
      * WHO LOOKED AT WHICH CUSTOMER (OR ITEMSET) AND WHEN CAN BE
      * SHOWN AFTER THE FACT. INQAUDIT REPORTS OVER IT.
      *
      * IQ-USER IS THE OPERATOR'S USER ID AS CAPTURED WHEN THE
      * INQUIRY STARTED. THE DATE AND TIME ARE THE LOOKUP'S, AS
      * ACCEPT ... FROM DATE YYYYMMDD / FROM TIME RETURN THEM.
      *
      * AN ACCTINQ LOOKUP CARRIES THE ACCOUNT ID REQUESTED AND A
      * BLANK MASK AND ITEM LIST; AN ITMINQ LOOKUP CARRIES THE
      * ITEMSET MASK BUILT FROM THE ITEMS KEYED, THEIR CODES, AND A
      * BLANK ACCOUNT.
      *
      * IQ-DATA-RETURNED IS 'Y' WHEN THE LOOKUP SHOWED ANY DATA
      * (ORDERS, CYCLE MATCHES OR A CRM LINE FOR ACCTINQ; STATISTICS
      * OR RULES FOR ITMINQ) AND 'N' WHEN IT CAME BACK EMPTY.
      *****************************************************************
       01  INQLOG-REC.
           05 IQ-USER                 PIC X(8).
           05 IQ-DATE                 PIC X(8).
           05 IQ-TIME                 PIC X(8).
           05 IQ-PROGRAM              PIC X(8).
           05 IQ-ACCOUNT              PIC X(10).
           05 IQ-MASK                 PIC X(24).
           05 IQ-ITEM-LIST            PIC X(60).
           05 IQ-DATA-RETURNED        PIC X(1).
