      *****************************************************************
      * FINANCE WAREHOUSE EXTRACT (DLYWHX) ROW LAYOUTS AND WORKING
      * FIELDS FOR DLYWEXT. THE FILE IS COMMA-DELIMITED: A HEADER ROW
      * OF COLUMN NAMES, ONE ROW PER BATCH OF THE RUN, A CORRECTION
      * ROW FOR EVERY DLYADJ ADJUSTMENT KEYED SINCE THE LAST EXTRACT
      * (SEE XCQREC), AND A CONTROL ROW LAST CARRYING THE NUMBER OF
      * BATCH AND CORRECTION ROWS AND THE SUM OF THEIR BATCH_AMOUNT
      * COLUMN. AMOUNTS ARE WRITTEN WITH A LEADING MINUS WHEN
      * NEGATIVE AND TWO DECIMALS, NO EDITING. STATUS_REASON IS
      * QUOTED BECAUSE A DLYREJ REASON CAN CARRY A COMMA. BRANCH IS
      * THE BRANCH THE BATCH POSTED UNDER - FOR A MERGED BRANCH, THE
      * SUCCESSOR ON THE BRANCH MASTER (SEE BRMREC).
      * BATCH_STATUS IS ONE OF:
      *   ACCEPTED   - ON DLYGLX FOR THE GL (GL_STATUS IS THE DLYGLCF
      *                CONFIRMATION STATUS, OR UNCONFIRMED)
      *   HELD       - HELD OFF THE GL ON DLYHLD, NO GL MAPPING
      *   RELEASED   - HELD, SINCE RELEASED TO THE GL BY DLYHREL
      *   REJECTED   - FAILED THE DLYBTSUM EDITS (REASON FROM DLYREJ)
      *   PENDING    - MISSING FROM THE MAIN RUN, ON DLYPND
      *   UNPOSTED   - ON DLYAMT BUT NEITHER POSTED NOR REJECTED
      *   CORRECTION - A DLYADJ ADJUSTMENT; BATCH_AMOUNT IS THE DELTA
      *                DLYHST TOOK ON BUSINESS_DATE, ORIG_DATE THE
      *                DATE OF THE BATCH ADJUSTED
      * BATCH_AMOUNT IS THE AMOUNT POSTED FOR AN ACCEPTED BATCH, THE
      * AMOUNT HELD FOR A HELD OR RELEASED ONE, AND THE AMOUNT AS
      * RECEIVED OTHERWISE.
      *****************************************************************
       01  WS-WHX-HEADER-ROW.
           05  FILLER                  PIC X(39)
                   VALUE "BUSINESS_DATE,RUN_TYPE,BATCH_NO,BRANCH,".
           05  FILLER                  PIC X(31)
                   VALUE "TELLER,BATCH_AMOUNT,ITEM_COUNT,".
           05  FILLER                  PIC X(35)
                   VALUE "CASH_TOTAL,CHECK_TOTAL,OTHER_TOTAL,".
           05  FILLER                  PIC X(33)
                   VALUE "GL_ACCOUNT,COST_CENTER,GL_STATUS,".
           05  FILLER                  PIC X(36)
                   VALUE "BATCH_STATUS,STATUS_REASON,ORIG_DATE".
           05  FILLER                  PIC X(26)    VALUE SPACES.

       01  WS-WHX-ROW-FIELDS.
           05  WS-WHX-ROW              PIC X(200).
           05  WS-WHX-PTR              PIC 9(3).
           05  WS-WHX-R-DATE           PIC 9(8).
           05  WS-WHX-R-RUN-TYPE       PIC X(4).
           05  WS-WHX-R-BATCH-NO       PIC 9(3).
           05  WS-WHX-R-BRANCH         PIC X(4).
           05  WS-WHX-R-TELLER         PIC X(6).
           05  WS-WHX-R-AMOUNT         PIC S9(11)V99.
           05  WS-WHX-R-ITEMS          PIC 9(3).
           05  WS-WHX-R-CASH           PIC S9(11)V99.
           05  WS-WHX-R-CHECK          PIC S9(11)V99.
           05  WS-WHX-R-OTHER          PIC S9(11)V99.
           05  WS-WHX-R-ACCOUNT        PIC X(8).
           05  WS-WHX-R-COST-CENTER    PIC X(6).
           05  WS-WHX-R-GL-STATUS      PIC X(11).
           05  WS-WHX-R-STATUS         PIC X(10).
           05  WS-WHX-R-REASON         PIC X(40).
           05  WS-WHX-R-ORIG-DATE      PIC X(8).
           05  WS-WHX-AMT-WORK         PIC S9(13)V99.
           05  WS-WHX-EDIT-AMT         PIC -(13)9.99.
           05  WS-WHX-EDIT-CNT         PIC Z(6)9.
           05  WS-WHX-LEAD             PIC 9(2).

       01  WS-WHX-WORK-FIELDS.
           05  WS-WHX-RUN-TYPE         PIC X(4)    VALUE "MAIN".
           05  WS-WHX-BATCH-COUNT      PIC 9(3)    VALUE ZERO.
           05  WS-WHX-CUR-BATCH        PIC 9(3)    VALUE ZERO.
           05  WS-WHX-IDX              PIC 9(3).
           05  WS-WHX-ROW-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-WHX-ROW-TOTAL        PIC S9(13)V99 VALUE ZERO.
           05  WS-WHX-CORR-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-WHX-SKIPPED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-WHX-REJ-BATCH-X      PIC X(3).
           05  WS-WHX-REJ-BATCH        REDEFINES WS-WHX-REJ-BATCH-X
                                        PIC 9(3).
           05  WS-WHX-STOP-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-WHX-STOPPED      VALUE 'Y'.

      *****************************************************************
      * ONE ENTRY PER BATCH NUMBER OF THE RUN, FILLED FROM EACH
      * SOURCE FILE IN TURN.
      *****************************************************************
       01  WS-WHX-BATCH-TABLE.
           05  WS-WHX-BATCH-ENTRY      OCCURS 200 TIMES.
               10  WS-WHX-B-FILE-FLAG  PIC X(1).
                   88  WS-WHX-B-ON-FILE    VALUE 'Y'.
               10  WS-WHX-B-BRANCH     PIC X(4).
               10  WS-WHX-B-TELLER     PIC X(6).
               10  WS-WHX-B-DA-AMOUNT  PIC S9(9)V99.
               10  WS-WHX-B-ITEMS      PIC 9(3).
               10  WS-WHX-B-CASH       PIC S9(11)V99.
               10  WS-WHX-B-CHECK      PIC S9(11)V99.
               10  WS-WHX-B-OTHER      PIC S9(11)V99.
               10  WS-WHX-B-GL-FLAG    PIC X(1).
                   88  WS-WHX-B-HAS-GL     VALUE 'Y'.
               10  WS-WHX-B-GL-AMOUNT  PIC S9(9)V99.
               10  WS-WHX-B-GL-TOTAL   PIC S9(11)V99.
               10  WS-WHX-B-ACCOUNT    PIC X(8).
               10  WS-WHX-B-COST-CENTER PIC X(6).
               10  WS-WHX-B-GL-STATUS  PIC X(11).
               10  WS-WHX-B-HLD-STATUS PIC X(8).
               10  WS-WHX-B-HLD-AMOUNT PIC 9(9)V99.
               10  WS-WHX-B-REJ-REASON PIC X(40).
               10  WS-WHX-B-PND-FLAG   PIC X(1).
                   88  WS-WHX-B-PENDING    VALUE 'Y'.

      *****************************************************************
      * DLYXCQ IS KEPT IN THIS TABLE AND REWRITTEN WHOLE, THE SAME
      * KEEP-AND-REWRITE PATTERN AS DLYHLD.
      *****************************************************************
       01  WS-XCQ-FIELDS.
           05  WS-XCQ-FILE-STATUS      PIC X(2).
           05  WS-XCQ-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-XCQ-EOF          VALUE 'Y'.
           05  WS-XCQ-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-XCQ-IDX              PIC 9(4).
           05  WS-XCQ-DROPPED          PIC 9(4)    VALUE ZERO.
           05  WS-XCQ-FULL-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-XCQ-FULL         VALUE 'Y'.
           05  WS-XCQ-TABLE.
               10  WS-XCQ-ENTRY        PIC X(96)   OCCURS 1000 TIMES.
