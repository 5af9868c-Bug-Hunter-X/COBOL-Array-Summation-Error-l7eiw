      *****************************************************************
      * BRANCH DEPOSIT VOLUME FORECAST REPORT LINE LAYOUTS AND WORKING
      * FIELDS (DLYFCST). EACH BRANCH'S DAILY DEPOSIT TOTAL AND BATCH
      * COUNT (ITS TELLERS' DLYTLH RECORDS ADDED TOGETHER) OVER THE
      * LOOKBACK WINDOW ARE BUCKETED BY DAY OF THE WEEK, WITH A
      * SEPARATE BUCKET FOR MONTH-END DAYS (THE LAST POSTED DAY OF
      * EACH EARLIER MONTH). A FORECAST DAY TAKES THE BRANCH'S AVERAGE
      * FOR ITS DAY OF THE WEEK (THE OVERALL AVERAGE WHEN THE BRANCH
      * HAS NONE FOR THAT DAY) AND, ON THE LAST BUSINESS DAY OF A
      * MONTH, SCALES IT BY THE BRANCH'S MONTH-END AVERAGE OVER ITS
      * OVERALL AVERAGE. A MERGED BRANCH'S HISTORY IS BUCKETED UNDER
      * THE SUCCESSOR IN FORCE ON THE RUN DATE (SEE BRMREC), AND A
      * BRANCH IS FORECAST ONLY FOR THE DAYS IT IS OPEN AND EXPECTED
      * TO SEND A FILE.
      *****************************************************************
       01  WS-FCR-REPORT-LINES.
           05  WS-FCR-TITLE-LINE.
               10  FILLER              PIC X(10)   VALUE SPACES.
               10  FILLER              PIC X(30)
                       VALUE "BRANCH DEPOSIT VOLUME FORECAST".
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FCR-TITLE-DATE      PIC X(10).
               10  FILLER              PIC X(25)   VALUE SPACES.
           05  WS-FCR-SECTION-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FCR-SEC-TEXT        PIC X(60).
               10  FILLER              PIC X(15)   VALUE SPACES.
           05  WS-FCR-FORECAST-HEADING.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "BRANCH".
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FILLER              PIC X(10)   VALUE "DATE".
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FILLER              PIC X(3)    VALUE "DAY".
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FILLER              PIC X(14)
                   VALUE "FORECAST TOTAL".
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FILLER              PIC X(5)    VALUE "COUNT".
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FILLER              PIC X(24)   VALUE "NOTE".
           05  WS-FCR-FORECAST-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FCR-FC-BRANCH       PIC X(4).
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  FCR-FC-DATE         PIC X(10).
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FCR-FC-DAY          PIC X(3).
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FCR-FC-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FCR-FC-BATCHES      PIC ZZZZ9.
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FCR-FC-NOTE         PIC X(24).
           05  WS-FCR-ACTUAL-HEADING.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "BRANCH".
               10  FILLER              PIC X(12)   VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "ACTUAL".
               10  FILLER              PIC X(10)   VALUE SPACES.
               10  FILLER              PIC X(8)    VALUE "FORECAST".
               10  FILLER              PIC X(9)    VALUE SPACES.
               10  FILLER              PIC X(8)    VALUE "VARIANCE".
               10  FILLER              PIC X(6)    VALUE SPACES.
               10  FILLER              PIC X(3)    VALUE "PCT".
               10  FILLER              PIC X(7)    VALUE SPACES.
           05  WS-FCR-ACTUAL-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FCR-AC-BRANCH       PIC X(4).
               10  FILLER              PIC X(3)    VALUE SPACES.
               10  FCR-AC-ACTUAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)    VALUE SPACES.
               10  FCR-AC-FORECAST     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FCR-AC-VARIANCE     PIC -(11)9.99.
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FCR-AC-PCT          PIC -(4)9.9.
               10  FCR-AC-PCT-X        REDEFINES FCR-AC-PCT
                                        PIC X(7).
               10  FILLER              PIC X(7)    VALUE SPACES.
           05  WS-FCR-COUNT-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FCR-CNT-LABEL       PIC X(44).
               10  FCR-CNT-VALUE       PIC ZZZ9.
               10  FILLER              PIC X(27)   VALUE SPACES.
           05  WS-FCR-NONE-LINE.
               10  FILLER              PIC X(12)   VALUE SPACES.
               10  FCR-NONE-TEXT       PIC X(60).
               10  FILLER              PIC X(8)    VALUE SPACES.
           05  WS-FCR-BLANK-LINE       PIC X(80)   VALUE SPACES.

       01  WS-FCR-DAY-NAMES.
           05  FILLER                  PIC X(21)
                   VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WS-FCR-DAY-NAME-TABLE REDEFINES WS-FCR-DAY-NAMES.
           05  WS-FCR-DAY-NAME         PIC X(3)    OCCURS 7 TIMES.

      *****************************************************************
      * MONTH OFFSETS FOR THE DAY-OF-WEEK CALCULATION (SUNDAY = 0).
      *****************************************************************
       01  WS-FCR-MONTH-OFFSETS.
           05  FILLER                  PIC X(12)   VALUE "032503514624".
       01  WS-FCR-MONTH-OFFSET-TABLE REDEFINES WS-FCR-MONTH-OFFSETS.
           05  WS-FCR-MONTH-OFFSET     PIC 9(1)    OCCURS 12 TIMES.

       01  WS-FCR-WORK-FIELDS.
           05  WS-FCR-FORECAST-DAYS    PIC 9(1)    VALUE 5.
           05  WS-FCR-LOOKBACK-DAYS    PIC 9(3)    VALUE 182.
           05  WS-FCR-LOOKBACK-START   PIC 9(8)    VALUE ZERO.
           05  WS-FCR-LAST-ACTUAL-DATE PIC 9(8)    VALUE ZERO.
           05  WS-FCR-STEP-COUNT       PIC 9(3).
           05  WS-FCR-DOW-DATE         PIC 9(8).
           05  WS-FCR-DOW-GROUP        REDEFINES WS-FCR-DOW-DATE.
               10  WS-FCR-DOW-CCYY     PIC 9(4).
               10  WS-FCR-DOW-MM       PIC 9(2).
               10  WS-FCR-DOW-DD       PIC 9(2).
           05  WS-FCR-DOW-YEAR         PIC 9(4).
           05  WS-FCR-DOW-Y4           PIC 9(4).
           05  WS-FCR-DOW-Y100         PIC 9(4).
           05  WS-FCR-DOW-Y400         PIC 9(4).
           05  WS-FCR-DOW-SUM          PIC 9(5).
           05  WS-FCR-DOW-IDX          PIC 9(1).
           05  WS-FCR-PRINT-DATE       PIC 9(8).
           05  WS-FCR-PRINT-GROUP      REDEFINES WS-FCR-PRINT-DATE.
               10  WS-FCR-PRINT-CCYY   PIC 9(4).
               10  WS-FCR-PRINT-MM     PIC 9(2).
               10  WS-FCR-PRINT-DD     PIC 9(2).
           05  WS-FCR-PRINT-EDITED     PIC X(10).
           05  WS-FCR-BASE-TOTAL       PIC 9(11)V99.
           05  WS-FCR-BASE-BATCHES     PIC 9(5).
           05  WS-FCR-VARIANCE         PIC S9(11)V99.
           05  WS-FCR-PCT              PIC S9(4)V9.
           05  WS-FCR-FIRM-ACTUAL      PIC 9(13)V99 VALUE ZERO.
           05  WS-FCR-FIRM-FORECAST    PIC 9(13)V99 VALUE ZERO.
           05  WS-FCR-ACTUAL-COUNT     PIC 9(3)    VALUE ZERO.
           05  WS-FCR-OVER-COUNT       PIC 9(4)    VALUE ZERO.
           05  WS-FCR-FC-BR-COUNT      PIC 9(3)    VALUE ZERO.
           05  WS-FCR-BRM-DATE         PIC 9(8).
           05  WS-FCR-DAY-FLAG         PIC X(1).
               88  WS-FCR-DAY-EXPECTED VALUE 'Y'.
           05  WS-FCR-ANY-DAY-FLAG     PIC X(1).
               88  WS-FCR-ANY-DAY      VALUE 'Y'.
           05  WS-FCR-STOP-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-FCR-STOPPED      VALUE 'Y'.

      *****************************************************************
      * THE FORECAST DAYS - THE NEXT BUSINESS DAYS AFTER THE RUN DATE
      * ON DLYCAL, PLUS ONE MORE SO THE LAST CAN BE TESTED FOR MONTH
      * END (A DAY IS THE LAST BUSINESS DAY OF ITS MONTH WHEN THE NEXT
      * BUSINESS DAY FALLS IN ANOTHER MONTH).
      *****************************************************************
       01  WS-FCR-TARGET-FIELDS.
           05  WS-FCR-TGT-IDX          PIC 9(1).
           05  WS-FCR-TGT-ENTRY        OCCURS 6 TIMES.
               10  WS-FCR-TGT-DATE     PIC 9(8).
               10  WS-FCR-TGT-GROUP    REDEFINES WS-FCR-TGT-DATE.
                   15  WS-FCR-TGT-PERIOD   PIC 9(6).
                   15  FILLER              PIC 9(2).
               10  WS-FCR-TGT-DOW      PIC 9(1).
               10  WS-FCR-TGT-ME-FLAG  PIC X(1).
                   88  WS-FCR-TGT-MONTH-END    VALUE 'Y'.

      *****************************************************************
      * LAST POSTED DAY OF EACH MONTH IN THE LOOKBACK WINDOW, FROM THE
      * DATES ON DLYTLH. THE RUN DATE'S OWN MONTH IS NOT OVER AND IS
      * NEVER TREATED AS HAVING A MONTH-END DAY.
      *****************************************************************
       01  WS-FCR-MONTH-FIELDS.
           05  WS-FCR-MON-COUNT        PIC 9(2)    VALUE ZERO.
           05  WS-FCR-MON-IDX          PIC 9(2).
           05  WS-FCR-MON-ENTRY        OCCURS 12 TIMES.
               10  WS-FCR-MON-PERIOD   PIC 9(6).
               10  WS-FCR-MON-LAST-DATE PIC 9(8).
           05  WS-FCR-LOOK-DATE        PIC 9(8).
           05  WS-FCR-LOOK-GROUP       REDEFINES WS-FCR-LOOK-DATE.
               10  WS-FCR-LOOK-PERIOD  PIC 9(6).
               10  FILLER              PIC 9(2).
           05  WS-FCR-ME-DAY-FLAG      PIC X(1).
               88  WS-FCR-ME-DAY       VALUE 'Y'.

      *****************************************************************
      * ONE ENTRY PER BRANCH. THE CURRENT DAY IS BEING ADDED UP FROM
      * ITS TELLERS' RECORDS AND GOES INTO THE BUCKETS WHEN THE
      * BRANCH'S NEXT DATE TURNS UP (OR AT END OF FILE). BUCKETS 1-7
      * ARE SUNDAY THROUGH SATURDAY. WS-FCR-BR-BRM-IDX IS THE BRANCH'S
      * ENTRY ON THE BRANCH MASTER TABLE (ZERO - NOT ON DLYBRM), AND
      * WS-FCR-FC-FLAG IS 'Y' FOR A DAY THE BRANCH IS FORECAST.
      *****************************************************************
       01  WS-FCR-BRANCH-FIELDS.
           05  WS-FCR-BR-COUNT         PIC 9(3)    VALUE ZERO.
           05  WS-FCR-BR-IDX           PIC 9(3).
           05  WS-FCR-BR-FULL-FLAG     PIC X(1)    VALUE 'N'.
               88  WS-FCR-BR-FULL      VALUE 'Y'.
           05  WS-FCR-LOOK-BRANCH      PIC X(4).
           05  WS-FCR-BR-TABLE.
               10  WS-FCR-BR-ENTRY     OCCURS 300 TIMES.
                   15  WS-FCR-BR-CODE      PIC X(4).
                   15  WS-FCR-BR-LIMIT     PIC 9(9)V99.
                   15  WS-FCR-BR-LIMIT-FLAG PIC X(1).
                       88  WS-FCR-BR-HAS-LIMIT VALUE 'Y'.
                   15  WS-FCR-BR-BRM-IDX   PIC 9(3).
                   15  WS-FCR-BR-CUR-DATE  PIC 9(8).
                   15  WS-FCR-BR-CUR-TOTAL PIC 9(11)V99.
                   15  WS-FCR-BR-CUR-BATCHES PIC 9(5).
                   15  WS-FCR-BR-WEEKDAY   OCCURS 7 TIMES.
                       20  WS-FCR-WD-TOTAL     PIC 9(13)V99.
                       20  WS-FCR-WD-BATCHES   PIC 9(7).
                       20  WS-FCR-WD-DAYS      PIC 9(3).
                   15  WS-FCR-ALL-TOTAL    PIC 9(13)V99.
                   15  WS-FCR-ALL-BATCHES  PIC 9(7).
                   15  WS-FCR-ALL-DAYS     PIC 9(3).
                   15  WS-FCR-ME-TOTAL     PIC 9(13)V99.
                   15  WS-FCR-ME-BATCHES   PIC 9(7).
                   15  WS-FCR-ME-DAYS      PIC 9(3).
                   15  WS-FCR-ACT-TOTAL    PIC 9(11)V99.
                   15  WS-FCR-ACT-BATCHES  PIC 9(5).
                   15  WS-FCR-ACT-FLAG     PIC X(1).
                       88  WS-FCR-HAS-ACTUAL   VALUE 'Y'.
                   15  WS-FCR-PRV-TOTAL    PIC 9(11)V99.
                   15  WS-FCR-PRV-BATCHES  PIC 9(5).
                   15  WS-FCR-PRV-FLAG     PIC X(1).
                       88  WS-FCR-HAS-PRIOR-FORECAST VALUE 'Y'.
                   15  WS-FCR-FC-ENTRY     OCCURS 5 TIMES.
                       20  WS-FCR-FC-TOTAL     PIC 9(11)V99.
                       20  WS-FCR-FC-BATCHES   PIC 9(5).
                       20  WS-FCR-FC-FLAG      PIC X(1).
                           88  WS-FCR-FC-MADE      VALUE 'Y'.

      *****************************************************************
      * DLYFCH KEEP-AND-REWRITE TABLE - THE WHOLE 40-BYTE RECORD.
      *****************************************************************
       01  WS-FCH-FIELDS.
           05  WS-FCH-FILE-STATUS      PIC X(2).
           05  WS-FCH-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-FCH-EOF          VALUE 'Y'.
           05  WS-FCH-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-FCH-IDX              PIC 9(4).
           05  WS-FCH-FULL-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-FCH-FULL         VALUE 'Y'.
           05  WS-FCH-TABLE.
               10  WS-FCH-T-RECORD     PIC X(40)   OCCURS 3000 TIMES.
