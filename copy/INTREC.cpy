      *****************************************************************
      * CROSS-FILE INTEGRITY SWEEP REPORT LINE LAYOUTS AND WORKING
      * FIELDS (DLYINTG). EACH BUSINESS DATE IN THE RANGE CARRIES FOUR
      * FIGURES FOR THE SAME DAY - THE AUDIT TRAIL (LAST RUNNING
      * TOTAL OF EACH DLYAUD/DLYAUDA RUN), THE DLYHST TOTALS, THE GL
      * LINES (DLYGLP PLUS ANY LIVE DLYGLX LINE NOT YET ON IT, PLUS
      * BATCHES STILL HELD OFF THE GL ON DLYHLD) AND THE DLYTLH TELLER
      * TOTALS. DLYADJ ADJUSTMENTS MOVE DLYHST AND THE GL BUT NOT THE
      * AUDIT TRAIL OR DLYTLH, SO THEIR NET (FROM DLYMAUD) IS ADDED TO
      * THE AUDIT AND TELLER FIGURES BEFORE THE FOUR ARE COMPARED.
      * A FIGURE'S STATUS IS 'Y' WHEN THE FILE HAD SOMETHING FOR THE
      * DATE, 'N' WHEN IT HAD NOTHING, AND 'S' WHEN IT CANNOT BE
      * COMPARED (AUDIT LINES STILL IN THE PRE-CONVERSION LAYOUT).
      *****************************************************************
       01  WS-INT-REPORT-LINES.
           05  WS-INT-TITLE-LINE.
               10  FILLER              PIC X(10)   VALUE SPACES.
               10  FILLER              PIC X(26)
                       VALUE "CROSS-FILE INTEGRITY SWEEP".
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  INT-TITLE-FROM      PIC X(10).
               10  FILLER              PIC X(4)    VALUE " TO ".
               10  INT-TITLE-TO        PIC X(10).
               10  FILLER              PIC X(16)   VALUE SPACES.
           05  WS-INT-SECTION-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  INT-SEC-TEXT        PIC X(60).
               10  FILLER              PIC X(15)   VALUE SPACES.
           05  WS-INT-HEADING-LINE.
               10  FILLER              PIC X(1)    VALUE SPACES.
               10  FILLER              PIC X(8)    VALUE "DATE".
               10  FILLER              PIC X(16)
                       VALUE "       AUDIT+ADJ".
               10  FILLER              PIC X(16)
                       VALUE "         HISTORY".
               10  FILLER              PIC X(16)
                       VALUE "         GL+HELD".
               10  FILLER              PIC X(16)
                       VALUE "      TELLER+ADJ".
               10  FILLER              PIC X(1)    VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "ODD".
           05  WS-INT-DETAIL-LINE.
               10  FILLER              PIC X(1)    VALUE SPACES.
               10  INT-DTL-DATE        PIC 9(8).
               10  INT-DTL-SOURCE      OCCURS 4 TIMES.
                   15  FILLER          PIC X(1)    VALUE SPACES.
                   15  INT-DTL-FIG     PIC -(11)9.99.
                   15  INT-DTL-FIG-X   REDEFINES INT-DTL-FIG
                                        PIC X(15).
               10  FILLER              PIC X(1)    VALUE SPACES.
               10  INT-DTL-ODD         PIC X(6).
           05  WS-INT-NOTE-LINE.
               10  FILLER              PIC X(12)   VALUE SPACES.
               10  INT-NOTE-TEXT       PIC X(68).
           05  WS-INT-COUNT-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  INT-CNT-LABEL       PIC X(44).
               10  INT-CNT-VALUE       PIC ZZZ9.
               10  FILLER              PIC X(27)   VALUE SPACES.
           05  WS-INT-BLANK-LINE       PIC X(80)   VALUE SPACES.

       01  WS-INT-SOURCE-NAMES.
           05  FILLER                  PIC X(24)
                   VALUE "DLYAUDDLYHSTDLYGLXDLYTLH".
       01  WS-INT-SOURCE-NAME-TABLE REDEFINES WS-INT-SOURCE-NAMES.
           05  WS-INT-SOURCE-NAME      PIC X(6)    OCCURS 4 TIMES.

       01  WS-INT-WORK-FIELDS.
           05  WS-INT-FROM-DATE        PIC 9(8)    VALUE ZERO.
           05  WS-INT-TO-DATE          PIC 9(8)    VALUE ZERO.
           05  WS-INT-LOOK-DATE        PIC 9(8).
           05  WS-INT-EDIT-DATE        PIC 9(8).
           05  WS-INT-EDIT-DATE-GROUP  REDEFINES WS-INT-EDIT-DATE.
               10  WS-INT-EDIT-CCYY    PIC 9(4).
               10  WS-INT-EDIT-MM      PIC 9(2).
               10  WS-INT-EDIT-DD      PIC 9(2).
           05  WS-INT-EDIT-TEXT        PIC X(10).
           05  WS-INT-EDIT-AMOUNT      PIC -(11)9.99.
           05  WS-INT-DAYS-BACK        PIC 9(2)    VALUE 6.
           05  WS-INT-STEP-COUNT       PIC 9(2).
           05  WS-INT-ADD-FLAG         PIC X(1).
               88  WS-INT-ADD-DAY      VALUE 'Y'.
           05  WS-INT-TIED-COUNT       PIC 9(4)    VALUE ZERO.
           05  WS-INT-UNTIED-COUNT     PIC 9(4)    VALUE ZERO.
           05  WS-INT-OLD-LAYOUT-COUNT PIC 9(4)    VALUE ZERO.
           05  WS-INT-STOP-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-INT-STOPPED      VALUE 'Y'.

      *****************************************************************
      * ONE ENTRY PER BUSINESS DATE FOUND ON ANY OF THE FILES, KEPT IN
      * DATE ORDER. SOURCE 1 IS DLYAUD, 2 DLYHST, 3 THE GL AND 4 DLYTLH
      * (SEE WS-INT-SOURCE-NAMES).
      *****************************************************************
       01  WS-INT-DAY-FIELDS.
           05  WS-INT-DAY-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-INT-DAY-IDX          PIC 9(3).
           05  WS-INT-SHIFT-IDX        PIC 9(3).
           05  WS-INT-DAY-FULL-FLAG    PIC X(1)    VALUE 'N'.
               88  WS-INT-DAY-FULL     VALUE 'Y'.
           05  WS-INT-DAY-TABLE.
               10  WS-INT-DAY-ENTRY    OCCURS 400 TIMES.
                   15  WS-INT-D-DATE       PIC 9(8).
                   15  WS-INT-D-ADJ        PIC S9(11)V99.
                   15  WS-INT-D-HELD       PIC S9(11)V99.
                   15  WS-INT-D-SOURCE     OCCURS 4 TIMES.
                       20  WS-INT-D-FIG    PIC S9(13)V99.
                       20  WS-INT-D-HAS    PIC X(1).
                           88  WS-INT-D-PRESENT    VALUE 'Y'.
                           88  WS-INT-D-SKIPPED    VALUE 'S'.

      *****************************************************************
      * COMPARISON OF ONE DATE'S FOUR FIGURES. A FILE IS THE ODD ONE
      * OUT WHEN EVERY OTHER COMPARED FILE HAS THE DATE AND THEY ALL
      * AGREE (AT LEAST TWO OF THEM) WHILE IT DIFFERS OR HAS NOTHING.
      *****************************************************************
       01  WS-INT-COMPARE-FIELDS.
           05  WS-INT-SRC-IDX          PIC 9(1).
           05  WS-INT-OTH-IDX          PIC 9(1).
           05  WS-INT-CMP-SOURCE       OCCURS 4 TIMES.
               10  WS-INT-CMP-FIG      PIC S9(13)V99.
               10  WS-INT-CMP-HAS      PIC X(1).
           05  WS-INT-REF-FIG          PIC S9(13)V99.
           05  WS-INT-REF-SET-FLAG     PIC X(1).
               88  WS-INT-REF-SET      VALUE 'Y'.
           05  WS-INT-TIED-FLAG        PIC X(1).
               88  WS-INT-DAY-TIED     VALUE 'Y'.
           05  WS-INT-AGREE-FLAG       PIC X(1).
               88  WS-INT-OTHERS-AGREE VALUE 'Y'.
           05  WS-INT-OTHER-COUNT      PIC 9(1).
           05  WS-INT-ODD-COUNT        PIC 9(1).
           05  WS-INT-ODD-IDX          PIC 9(1).
           05  WS-INT-ODD-REF-FIG      PIC S9(13)V99.
           05  WS-INT-DIFFERENCE       PIC S9(13)V99.

      *****************************************************************
      * AUDIT-TRAIL RUN BLOCK BEING READ - ONE TITLE LINE AND ITS
      * DETAIL LINES. A RESTARTED RUN CARRIES ON IN THE SAME BLOCK, SO
      * THE LAST RUNNING TOTAL IN THE BLOCK IS THE RUN'S TOTAL.
      *****************************************************************
       01  WS-INT-AUDIT-FIELDS.
           05  WS-INT-AUD-SCAN-LINE    PIC X(80).
           05  WS-INT-AUD-DATE-X       PIC X(8).
           05  WS-INT-AUD-DATE         REDEFINES WS-INT-AUD-DATE-X
                                        PIC 9(8).
           05  WS-INT-BLOCK-FLAG       PIC X(1)    VALUE 'N'.
               88  WS-INT-IN-BLOCK     VALUE 'Y'.
           05  WS-INT-BLOCK-DAY-IDX    PIC 9(3).
           05  WS-INT-BLOCK-TOTAL      PIC 9(11)V99.
           05  WS-INT-BLOCK-OLD-FLAG   PIC X(1).
               88  WS-INT-BLOCK-OLD    VALUE 'Y'.

      *****************************************************************
      * THE LIVE DLYGLX LINES, MARKED OFF AS THEIR CONFIRMED COPIES
      * TURN UP ON DLYGLP SO NO LINE IS COUNTED TWICE.
      *****************************************************************
       01  WS-INT-GLX-FIELDS.
           05  WS-INT-GLX-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-INT-GLX-IDX          PIC 9(3).
           05  WS-INT-GLX-FULL-FLAG    PIC X(1)    VALUE 'N'.
               88  WS-INT-GLX-FULL     VALUE 'Y'.
           05  WS-INT-GLX-MARKED-FLAG  PIC X(1).
               88  WS-INT-GLX-MARKED   VALUE 'Y'.
           05  WS-INT-GLX-TABLE.
               10  WS-INT-GLX-ENTRY    OCCURS 500 TIMES.
                   15  WS-INT-GLX-LINE     PIC X(57).
                   15  WS-INT-GLX-DATE     PIC 9(8).
                   15  WS-INT-GLX-AMOUNT   PIC S9(9)V99.
                   15  WS-INT-GLX-ON-FILE-FLAG PIC X(1).
                       88  WS-INT-GLX-ON-FILE  VALUE 'Y'.
