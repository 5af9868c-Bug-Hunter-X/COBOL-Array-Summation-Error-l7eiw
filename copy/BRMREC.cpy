      *****************************************************************
      * BRANCH MASTER RECORD (DLYBRM). ONE RECORD PER BRANCH CODE THE
      * FIRM HAS EVER OPENED, KEPT BY OPERATIONS THROUGH DLYBRMM.
      * BRM-STATUS IS O OPEN, T TEMPORARILY CLOSED, M MERGED INTO
      * BRM-SUCCESSOR, OR C CLOSED. A MERGE OR CLOSURE TAKES EFFECT ON
      * BRM-CLOSE-DATE (ZERO - AT ONCE), SO ONE CAN BE KEYED AHEAD;
      * BEFORE THAT DATE, AND BEFORE BRM-OPEN-DATE, THE BRANCH IS
      * TREATED AS OPEN AND NOT YET OPEN RESPECTIVELY.
      * BRM-EXPECTED-DAYS HOLDS ONE Y/N PER DAY OF THE WEEK, SUNDAY
      * FIRST - THE DAYS AN OPEN BRANCH IS EXPECTED TO SEND A FILE.
      * DLYBTSUM REJECTS A BATCH FROM AN UNKNOWN, CLOSED OR NOT YET
      * OPEN BRANCH AND POSTS A MERGED BRANCH'S BATCH UNDER ITS
      * SUCCESSOR. DLYGATE AND DLYCONS LIST EVERY BRANCH EXPECTED ON
      * THE BUSINESS DATE THAT SENT NOTHING.
      *****************************************************************
       01  BRM-RECORD.
           05  BRM-BRANCH-CODE         PIC X(4).
           05  BRM-NAME                PIC X(24).
           05  BRM-REGION              PIC X(6).
           05  BRM-STATUS              PIC X(1).
               88  BRM-OPEN            VALUE 'O'.
               88  BRM-TEMP-CLOSED     VALUE 'T'.
               88  BRM-MERGED          VALUE 'M'.
               88  BRM-CLOSED          VALUE 'C'.
               88  BRM-STATUS-VALID    VALUE 'O' 'T' 'M' 'C'.
           05  BRM-OPEN-DATE           PIC 9(8).
           05  BRM-CLOSE-DATE          PIC 9(8).
           05  BRM-SUCCESSOR           PIC X(4).
           05  BRM-EXPECTED-DAYS       PIC X(7).
           05  BRM-EXPECTED-DAY-TABLE  REDEFINES BRM-EXPECTED-DAYS.
               10  BRM-EXPECTED-DAY    PIC X(1)    OCCURS 7 TIMES.
           05  BRM-UPD-DATE            PIC 9(8).
           05  BRM-UPD-BY              PIC X(8).
           05  FILLER                  PIC X(2).

      *****************************************************************
      * BRANCH MASTER TABLE. WS-BRM-STATE IS THE STATUS IN FORCE ON
      * THE RUN DATE FOR THE ENTRY AT WS-BRM-HIT-IDX; A MERGED BRANCH
      * IS FOLLOWED DOWN ITS SUCCESSORS (AT MOST WS-BRM-MAX-HOPS) AND
      * WS-BRM-FIRST-STATE KEEPS THE STATE OF THE CODE LOOKED UP.
      *****************************************************************
       01  WS-BRANCH-MASTER-FIELDS.
           05  WS-BRM-FILE-STATUS      PIC X(2).
           05  WS-BRM-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-BRM-EOF          VALUE 'Y'.
           05  WS-BRM-LOADED-FLAG      PIC X(1)    VALUE 'N'.
               88  WS-BRM-LOADED       VALUE 'Y'.
           05  WS-BRM-FULL-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-BRM-FULL         VALUE 'Y'.
           05  WS-BRM-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-BRM-IDX              PIC 9(3).
           05  WS-BRM-HIT-IDX          PIC 9(3).
           05  WS-BRM-TABLE.
               10  WS-BRM-ENTRY        OCCURS 500 TIMES.
                   15  WS-BRM-T-CODE   PIC X(4).
                   15  WS-BRM-T-NAME   PIC X(24).
                   15  WS-BRM-T-REGION PIC X(6).
                   15  WS-BRM-T-STATUS PIC X(1).
                   15  WS-BRM-T-OPEN-DATE PIC 9(8).
                   15  WS-BRM-T-CLOSE-DATE PIC 9(8).
                   15  WS-BRM-T-SUCCESSOR PIC X(4).
                   15  WS-BRM-T-DAYS   PIC X(7).
                   15  WS-BRM-T-LISTED-FLAG PIC X(1).
                       88  WS-BRM-T-LISTED VALUE 'Y'.
                   15  WS-BRM-T-SENT-FLAG PIC X(1).
                       88  WS-BRM-T-SENT   VALUE 'Y'.
                       88  WS-BRM-T-EMPTY  VALUE 'E'.
           05  WS-BRM-SENT-MARK        PIC X(1).
           05  WS-BRM-LOOK-CODE        PIC X(4).
           05  WS-BRM-HOPS             PIC 9(2).
           05  WS-BRM-MAX-HOPS         PIC 9(2)    VALUE 9.
           05  WS-BRM-STATE            PIC X(1).
               88  WS-BRM-ST-OPEN      VALUE 'O'.
               88  WS-BRM-ST-TEMP      VALUE 'T'.
               88  WS-BRM-ST-MERGED    VALUE 'M'.
               88  WS-BRM-ST-CLOSED    VALUE 'C'.
               88  WS-BRM-ST-NOT-YET   VALUE 'N'.
               88  WS-BRM-ST-UNKNOWN   VALUE 'U'.
               88  WS-BRM-ST-POSTABLE  VALUE 'O' 'T'.
           05  WS-BRM-FIRST-STATE      PIC X(1).
           05  WS-BRM-FIRST-IDX        PIC 9(3).
           05  WS-BRM-NRB-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-BRM-DOW-DATE         PIC 9(8).
           05  WS-BRM-DOW-GROUP        REDEFINES WS-BRM-DOW-DATE.
               10  WS-BRM-DOW-CCYY     PIC 9(4).
               10  WS-BRM-DOW-MM       PIC 9(2).
               10  WS-BRM-DOW-DD       PIC 9(2).
           05  WS-BRM-DOW-YEAR         PIC 9(4).
           05  WS-BRM-DOW-Y4           PIC 9(4).
           05  WS-BRM-DOW-Y100         PIC 9(4).
           05  WS-BRM-DOW-Y400         PIC 9(4).
           05  WS-BRM-DOW-SUM          PIC 9(5).
           05  WS-BRM-DOW-IDX          PIC 9(1).

      *****************************************************************
      * MONTH OFFSETS FOR THE DAY-OF-WEEK CALCULATION (SUNDAY = 0),
      * THE SAME TABLE DLYFCST USES.
      *****************************************************************
       01  WS-BRM-MONTH-OFFSETS.
           05  FILLER                  PIC X(12)   VALUE "032503514624".
       01  WS-BRM-MONTH-OFFSET-TABLE REDEFINES WS-BRM-MONTH-OFFSETS.
           05  WS-BRM-MONTH-OFFSET     PIC 9(1)    OCCURS 12 TIMES.

      *****************************************************************
      * NON-REPORTING BRANCHES SECTION, PRINTED AT THE FOOT OF THE
      * DLYGATR AND DLYCRPT REPORTS - EVERY BRANCH OPEN ON THE RUN
      * DATE AND EXPECTED ON ITS DAY OF THE WEEK WHOSE FILE DID NOT
      * OPEN OR HELD NO BATCHES, OR THAT IS NOT ON DLYBRLST AT ALL.
      *****************************************************************
       01  WS-BRM-NRB-LINES.
           05  WS-BRM-NRB-TITLE-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FILLER              PIC X(22)
                       VALUE "NON-REPORTING BRANCHES".
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  FILLER              PIC X(12)
                       VALUE "EXPECTED ON ".
               10  BRM-NRB-TITLE-DAY   PIC X(3).
               10  FILLER              PIC X(34)   VALUE SPACES.
           05  WS-BRM-NRB-HEADING-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "BRANCH".
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FILLER              PIC X(4)    VALUE "NAME".
               10  FILLER              PIC X(22)   VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "REGION".
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "REASON".
               10  FILLER              PIC X(27)   VALUE SPACES.
           05  WS-BRM-NRB-DETAIL-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  BRM-NRB-BRANCH      PIC X(4).
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  BRM-NRB-NAME        PIC X(24).
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  BRM-NRB-REGION      PIC X(6).
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  BRM-NRB-REASON      PIC X(33).
           05  WS-BRM-NRB-NOTE-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  BRM-NRB-NOTE        PIC X(75).

       01  WS-BRM-DAY-NAMES.
           05  FILLER                  PIC X(21)
                   VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WS-BRM-DAY-NAME-TABLE REDEFINES WS-BRM-DAY-NAMES.
           05  WS-BRM-DAY-NAME         PIC X(3)    OCCURS 7 TIMES.
