      *****************************************************************
      * LARGE CASH TRANSACTION REPORT LINE LAYOUTS AND WORKING
      * FIELDS. THE DAY'S CASH ITEMS ARE HELD ONE ENTRY PER ITEM SO
      * EVERY TELLER OR BRANCH TOTAL OVER THE THRESHOLD CAN BE
      * PRINTED WITH THE BATCHES AND ITEMS BEHIND IT. THE TELLER AND
      * BRANCH TABLES CARRY THE DAY'S CASH TOTALS. THE NEAR-
      * THRESHOLD HISTORY TABLE IS THE DLYCTH FILE HELD IN STORAGE
      * (PRIOR BUSINESS DAYS IN THE WINDOW PLUS TODAY'S ITEMS) AND
      * IS WRITTEN BACK AT THE END OF THE RUN. ON A SUPPLEMENTAL RUN
      * THE TELLER AND BRANCH TOTALS ALSO TAKE IN THE EARLIER RUNS'
      * TOTALS CARRIED ON DLYCTH (THE -PRIOR FIELDS HOLD THAT PART),
      * SO THE THRESHOLD IS TESTED ON THE WHOLE DAY. THE THRESHOLD IS A
      * RUN PARAMETER; THE NEAR-THRESHOLD BAND, THE WINDOW LENGTH
      * AND THE ITEM COUNT THAT MAKES A PATTERN ARE SET HERE.
      *****************************************************************
       01  WS-CTR-REPORT-LINES.
           05  WS-CTR-TITLE-LINE.
               10  FILLER              PIC X(10)   VALUE SPACES.
               10  FILLER              PIC X(29)
                       VALUE "LARGE CASH TRANSACTION REPORT".
               10  FILLER              PIC X(6)    VALUE SPACES.
               10  CTR-TITLE-DATE      PIC X(10).
               10  FILLER              PIC X(25)   VALUE SPACES.
           05  WS-CTR-AMOUNT-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  CTR-AMT-LABEL       PIC X(34).
               10  CTR-AMT-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(27)   VALUE SPACES.
           05  WS-CTR-SECTION-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  CTR-SEC-TEXT        PIC X(50).
               10  FILLER              PIC X(25)   VALUE SPACES.
           05  WS-CTR-HEADING-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "TELLER".
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "BRANCH".
               10  FILLER              PIC X(9)    VALUE SPACES.
               10  FILLER              PIC X(10)   VALUE "CASH TOTAL".
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FILLER              PIC X(5)    VALUE "ITEMS".
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  FILLER              PIC X(4)    VALUE "NOTE".
               10  FILLER              PIC X(25)   VALUE SPACES.
           05  WS-CTR-TOTAL-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  CTR-TOT-TELLER      PIC X(6).
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  CTR-TOT-BRANCH      PIC X(4).
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  CTR-TOT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(3)    VALUE SPACES.
               10  CTR-TOT-ITEMS       PIC ZZZ9.
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  CTR-TOT-NOTE        PIC X(29).
           05  WS-CTR-ITEM-LINE.
               10  FILLER              PIC X(12)   VALUE SPACES.
               10  CTR-ITM-DATE        PIC X(10).
               10  FILLER              PIC X(3)    VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "BATCH ".
               10  CTR-ITM-BATCH       PIC ZZ9.
               10  FILLER              PIC X(3)    VALUE SPACES.
               10  FILLER              PIC X(5)    VALUE "ITEM ".
               10  CTR-ITM-SEQ         PIC ZZ9.
               10  FILLER              PIC X(3)    VALUE SPACES.
               10  CTR-ITM-TELLER      PIC X(6).
               10  FILLER              PIC X(3)    VALUE SPACES.
               10  CTR-ITM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(9)    VALUE SPACES.
           05  WS-CTR-NONE-LINE.
               10  FILLER              PIC X(12)   VALUE SPACES.
               10  CTR-NONE-TEXT       PIC X(50).
               10  FILLER              PIC X(18)   VALUE SPACES.
           05  WS-CTR-BLANK-LINE       PIC X(80)   VALUE SPACES.

       01  WS-CTR-WORK-FIELDS.
           05  WS-CTR-THRESHOLD        PIC 9(9)V99 VALUE 10000.00.
           05  WS-CTR-NEAR-PCT         PIC 9(3)    VALUE 90.
           05  WS-CTR-NEAR-FLOOR       PIC 9(9)V99 VALUE ZERO.
           05  WS-CTR-WINDOW-DAYS      PIC 9(2)    VALUE 5.
           05  WS-CTR-STRUCT-MIN       PIC 9(2)    VALUE 3.
           05  WS-CTR-WINDOW-START     PIC 9(8)    VALUE ZERO.
           05  WS-CTR-CUR-BATCH        PIC 9(3)    VALUE ZERO.
           05  WS-CTR-CUR-BRANCH       PIC X(4)    VALUE SPACES.
           05  WS-CTR-CUR-TELLER       PIC X(6)    VALUE SPACES.
           05  WS-CTR-CASH-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05  WS-CTR-CARRIED-TOTAL    PIC 9(13)V99 VALUE ZERO.
           05  WS-CTR-CARRY-FLAG       PIC X(1)    VALUE 'N'.
               88  WS-CTR-CARRY-FOUND  VALUE 'Y'.
           05  WS-CTR-EDIT-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-CTR-TLR-OVER-COUNT   PIC 9(3)    VALUE ZERO.
           05  WS-CTR-BR-OVER-COUNT    PIC 9(3)    VALUE ZERO.
           05  WS-CTR-STRUCT-COUNT     PIC 9(3)    VALUE ZERO.
           05  WS-CTR-NEAR-TODAY       PIC 9(4)    VALUE ZERO.
           05  WS-CTR-SKIPPED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-CTR-PRINT-DATE       PIC 9(8).
           05  WS-CTR-PRINT-DATE-GROUP REDEFINES WS-CTR-PRINT-DATE.
               10  WS-CTR-PRINT-CCYY   PIC 9(4).
               10  WS-CTR-PRINT-MM     PIC 9(2).
               10  WS-CTR-PRINT-DD     PIC 9(2).
           05  WS-CTR-SUPP-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-CTR-SUPP-RUN     VALUE 'Y'.
           05  WS-CTR-STOP-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-CTR-STOPPED      VALUE 'Y'.

       01  WS-CTR-ITEM-FIELDS.
           05  WS-CTR-ITM-COUNT        PIC 9(4)    VALUE ZERO.
           05  WS-CTR-ITM-IDX          PIC 9(4).
           05  WS-CTR-ITM-FULL-FLAG    PIC X(1)    VALUE 'N'.
               88  WS-CTR-ITM-FULL     VALUE 'Y'.
           05  WS-CTR-ITM-TABLE.
               10  WS-CTR-ITM-ENTRY    OCCURS 3000 TIMES.
                   15  WS-CTR-ITM-BATCH    PIC 9(3).
                   15  WS-CTR-ITM-SEQ      PIC 9(3).
                   15  WS-CTR-ITM-BRANCH   PIC X(4).
                   15  WS-CTR-ITM-TELLER   PIC X(6).
                   15  WS-CTR-ITM-AMOUNT   PIC 9(9)V99.

       01  WS-CTR-TELLER-FIELDS.
           05  WS-CTR-TLR-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-CTR-TLR-IDX          PIC 9(3).
           05  WS-CTR-TLR-FULL-FLAG    PIC X(1)    VALUE 'N'.
               88  WS-CTR-TLR-FULL     VALUE 'Y'.
           05  WS-CTR-TLR-TABLE.
               10  WS-CTR-TLR-ENTRY    OCCURS 500 TIMES.
                   15  WS-CTR-TLR-TELLER   PIC X(6).
                   15  WS-CTR-TLR-BRANCH   PIC X(4).
                   15  WS-CTR-TLR-TOTAL    PIC 9(11)V99.
                   15  WS-CTR-TLR-ITEMS    PIC 9(4).
                   15  WS-CTR-TLR-PRIOR    PIC 9(11)V99.

       01  WS-CTR-BRANCH-FIELDS.
           05  WS-CTR-BR-COUNT         PIC 9(3)    VALUE ZERO.
           05  WS-CTR-BR-IDX           PIC 9(3).
           05  WS-CTR-BR-FULL-FLAG     PIC X(1)    VALUE 'N'.
               88  WS-CTR-BR-FULL      VALUE 'Y'.
           05  WS-CTR-BR-TABLE.
               10  WS-CTR-BR-ENTRY     OCCURS 200 TIMES.
                   15  WS-CTR-BR-BRANCH    PIC X(4).
                   15  WS-CTR-BR-TOTAL     PIC 9(11)V99.
                   15  WS-CTR-BR-ITEMS     PIC 9(4).
                   15  WS-CTR-BR-PRIOR     PIC 9(11)V99.

      *****************************************************************
      * BUSINESS-DAY WINDOW FOR THE STRUCTURING CHECK. THE PRIOR
      * DATES ARE THE MOST RECENT POSTED DATES ON DLYTLH BEFORE THE
      * RUN DATE (DLYTLH GETS A RECORD FOR EVERY DATE A CLOSE-OF-DAY
      * RAN), LESS ANY DATE THE POSTING CALENDAR LISTS AS A HOLIDAY
      * OR WEEKEND. THE WINDOW OPENS ON THE OLDEST OF THEM.
      *****************************************************************
       01  WS-CTR-WINDOW-FIELDS.
           05  WS-CTR-PRIOR-COUNT      PIC 9(2)    VALUE ZERO.
           05  WS-CTR-PRIOR-IDX        PIC 9(2).
           05  WS-CTR-PRIOR-LOW-IDX    PIC 9(2).
           05  WS-CTR-PRIOR-TABLE.
               10  WS-CTR-PRIOR-DATE   PIC 9(8)    OCCURS 20 TIMES.
           05  WS-CTR-NONBUS-COUNT     PIC 9(3)    VALUE ZERO.
           05  WS-CTR-NONBUS-IDX       PIC 9(3).
           05  WS-CTR-NONBUS-TABLE.
               10  WS-CTR-NONBUS-DATE  PIC 9(8)    OCCURS 500 TIMES.

       01  WS-CTR-HISTORY-FIELDS.
           05  WS-CTR-HIS-COUNT        PIC 9(4)    VALUE ZERO.
           05  WS-CTR-HIS-IDX          PIC 9(4).
           05  WS-CTR-HIS-FULL-FLAG    PIC X(1)    VALUE 'N'.
               88  WS-CTR-HIS-FULL     VALUE 'Y'.
           05  WS-CTR-HIS-TABLE.
               10  WS-CTR-HIS-ENTRY    OCCURS 3000 TIMES.
                   15  WS-CTR-HIS-DATE     PIC 9(8).
                   15  WS-CTR-HIS-BRANCH   PIC X(4).
                   15  WS-CTR-HIS-TELLER   PIC X(6).
                   15  WS-CTR-HIS-BATCH    PIC 9(3).
                   15  WS-CTR-HIS-SEQ      PIC 9(3).
                   15  WS-CTR-HIS-AMOUNT   PIC 9(9)V99.

       01  WS-CTR-STRUCT-FIELDS.
           05  WS-CTR-STR-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-CTR-STR-IDX          PIC 9(3).
           05  WS-CTR-STR-TABLE.
               10  WS-CTR-STR-ENTRY    OCCURS 500 TIMES.
                   15  WS-CTR-STR-TELLER   PIC X(6).
                   15  WS-CTR-STR-BRANCH   PIC X(4).
                   15  WS-CTR-STR-ITEMS    PIC 9(4).
                   15  WS-CTR-STR-TOTAL    PIC 9(11)V99.
