      *****************************************************************
      * NEAR-THRESHOLD CASH ITEM HISTORY RECORD (DLYCTH). ONE RECORD
      * PER CASH ITEM THAT CAME IN JUST UNDER THE CURRENCY
      * TRANSACTION REPORTING THRESHOLD, KEPT BY DLYCTR FOR THE LAST
      * FEW BUSINESS DAYS. DLYTLH ONLY CARRIES A TELLER'S DAY TOTAL,
      * SO THIS FILE IS WHAT LETS DLYCTR SEE THE SAME TELLER TAKING
      * SEVERAL CASH ITEMS JUST UNDER THE LINE ACROSS DAYS.
      * THE FILE ALSO CARRIES THE LATEST RUN'S CASH TOTAL FOR EACH
      * TELLER (TYPE 'T') AND BRANCH (TYPE 'B') ON THE RUN DATE, SO A
      * SUPPLEMENTAL RUN CAN TEST THE THRESHOLD AGAINST THE MAIN-RUN
      * AND LATE CASH TOGETHER. ONLY THE RUN DATE'S TOTALS ARE KEPT.
      *****************************************************************
       01  CTH-RECORD.
           05  CTH-DATE                PIC 9(8).
           05  CTH-BRANCH-CODE         PIC X(4).
           05  CTH-TELLER-ID           PIC X(6).
           05  CTH-ITEM-DETAIL.
               10  CTH-BATCH-NO        PIC 9(3).
               10  CTH-ITEM-SEQ        PIC 9(3).
               10  CTH-ITEM-AMOUNT     PIC 9(9)V99.
           05  CTH-TOTAL-DETAIL        REDEFINES CTH-ITEM-DETAIL.
               10  CTH-TOT-ITEMS       PIC 9(4).
               10  CTH-TOT-AMOUNT      PIC 9(11)V99.
           05  CTH-REC-TYPE            PIC X(1).
               88  CTH-ITEM-REC        VALUE ' '.
               88  CTH-TELLER-TOTAL-REC VALUE 'T'.
               88  CTH-BRANCH-TOTAL-REC VALUE 'B'.
               88  CTH-TOTAL-REC       VALUE 'T' 'B'.
           05  FILLER                  PIC X(4).
