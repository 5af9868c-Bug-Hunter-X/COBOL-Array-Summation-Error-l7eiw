       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYMEND.
       AUTHOR. BRANCH-OPS-IT.
      *
      * MONTH-END PERIOD CLOSE.
      * RUN AFTER THE MAIN CLOSE-OF-DAY OF THE LAST BUSINESS DAY OF
      * THE MONTH ON DLYCAL (OR ANY DAY AFTER IT). THE MONTH'S
      * DLYHST TOTALS (THE ARCHIVE DLYHSTA AS WELL, MAIN AND
      * SUPPLEMENTAL RUNS) ARE PROVED AGAINST THE GL LINES THE GL
      * SYSTEM CONFIRMED POSTED, AS COLLECTED ON DLYGLP BY DLYGLCK
      * (DLYGLX ITSELF ONLY EVER HOLDS ONE DAY). A BATCH STILL HELD
      * OFF THE GL ON DLYHLD IS IN DLYHST BUT NOT THE GL, SO THE
      * MONTH WILL NOT CLOSE UNTIL DLYHREL HAS RELEASED IT. THE
      * MONTH-END SUMMARY OF THE CONFIRMED GL LINES BY ACCOUNT AND
      * COST CENTER, WITH THE PROOF, GOES TO DLYMRPT AND IS QUEUED
      * TO DLYDSQ. WHEN THE PROOF HOLDS A CLOSED RECORD IS APPENDED
      * TO DLYPRD (SEE PRDREC) AND DLYADJ WILL NO LONGER POST INTO
      * THE MONTH; WHEN IT DOES NOT, NOTHING IS CLOSED, THE REASON
      * GOES TO DLYEXC AND THE RUN ENDS RC 16.
      *   DLYMEND                - CLOSE THE MONTH JUST ENDED
      *   DLYMEND YYYYMM         - CLOSE THE NAMED MONTH
      *   DLYMEND YYYYMM REOPEN  - REOPEN A CLOSED MONTH
      * A REOPEN TAKES THE SAME OPERATOR AND SECOND-APPROVER SIGN-
      * OFF AS A CORRECTION, BOTH IDS CHECKED AGAINST DLYOPR - A
      * REFUSED ID IS LOGGED TO DLYEXC. A REOPENED MONTH IS CLOSED
      * AGAIN WITH "DLYMEND YYYYMM".
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "DLYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "DLYRNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "DLYHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "DLYHSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSA-FILE-STATUS.
           SELECT POSTED-LEDGER-FILE ASSIGN TO "DLYGLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-FILE-STATUS.
           SELECT HELD-BATCH-FILE ASSIGN TO "DLYHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "DLYPRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "DLYOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "DLYEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT MONTH-END-REPORT-FILE ASSIGN TO "DLYMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRP-FILE-STATUS.
           SELECT DISTRIBUTION-QUEUE-FILE ASSIGN TO "DLYDSQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  CAL-LINE                    PIC X(28).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 32 CHARACTERS.
       COPY RNCREC.

       FD  HISTORY-FILE
           RECORD CONTAINS 28 CHARACTERS.
       COPY HSTREC.

       FD  HISTORY-ARCHIVE-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  HSA-RECORD                  PIC X(28).

       FD  POSTED-LEDGER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLPREC.

       FD  HELD-BATCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY HLDREC.

       FD  PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRD-LINE                    PIC X(80).

       FD  OPERATOR-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  OPR-LINE                    PIC X(64).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY EXCREC.

       FD  MONTH-END-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRP-LINE                    PIC X(80).

       FD  DISTRIBUTION-QUEUE-FILE
           RECORD CONTAINS 36 CHARACTERS.
       COPY DSQREC.

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY PRDREC.
       COPY OPRREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-RNC-FILE-STATUS      PIC X(2).
           05  WS-HST-FILE-STATUS      PIC X(2).
           05  WS-HSA-FILE-STATUS      PIC X(2).
           05  WS-GLP-FILE-STATUS      PIC X(2).
           05  WS-HLD-FILE-STATUS      PIC X(2).
           05  WS-EXC-FILE-STATUS      PIC X(2).
           05  WS-MRP-FILE-STATUS      PIC X(2).
           05  WS-DSQ-FILE-STATUS      PIC X(2).
           05  WS-RNC-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-RNC-EOF          VALUE 'Y'.
           05  WS-HST-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HST-EOF          VALUE 'Y'.
           05  WS-HSA-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HSA-EOF          VALUE 'Y'.
           05  WS-GLP-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-GLP-EOF          VALUE 'Y'.
           05  WS-HLD-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HLD-EOF          VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-MND-PARM             PIC X(20).
           05  WS-MND-PERIOD-TOKEN     PIC X(8).
           05  WS-MND-PERIOD-LEN       PIC 9(2)    VALUE ZERO.
           05  WS-MND-ACTION-TOKEN     PIC X(8).
           05  WS-MND-ACTION-LEN       PIC 9(2)    VALUE ZERO.
           05  WS-MND-PERIOD-GIVEN-FLAG PIC X(1)   VALUE 'N'.
               88  WS-MND-PERIOD-GIVEN VALUE 'Y'.
           05  WS-MND-REOPEN-FLAG      PIC X(1)    VALUE 'N'.
               88  WS-MND-REOPEN       VALUE 'Y'.
           05  WS-MND-STOP-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-MND-STOPPED      VALUE 'Y'.

       01  WS-MEND-DATE-FIELDS.
           05  WS-CUR-DATE-YYYYMMDD    PIC 9(8).
           05  WS-CUR-DATE-GROUP       REDEFINES WS-CUR-DATE-YYYYMMDD.
               10  WS-CUR-PERIOD       PIC 9(6).
               10  FILLER              PIC 9(2).
           05  WS-TARGET-PERIOD        PIC 9(6).
           05  WS-TARGET-GROUP         REDEFINES WS-TARGET-PERIOD.
               10  WS-TARGET-CCYY      PIC 9(4).
               10  WS-TARGET-MM        PIC 9(2).
           05  WS-TARGET-EDITED        PIC X(7).
           05  WS-LAST-BUS-DATE        PIC 9(8).
           05  WS-WORK-DATE            PIC 9(8).
           05  WS-WORK-DATE-GROUP      REDEFINES WS-WORK-DATE.
               10  WS-WORK-PERIOD      PIC 9(6).
               10  FILLER              PIC 9(2).

      *****************************************************************
      * LAST-BUSINESS-DAY SEARCH - STEP BACK FROM THE LAST CALENDAR
      * DAY OF THE MONTH PAST THE NON-BUSINESS DATES ON DLYCAL.
      *****************************************************************
       01  WS-CALENDAR-STEP-FIELDS.
           05  WS-NONBUS-COUNT         PIC 9(3)    VALUE ZERO.
           05  WS-NONBUS-IDX           PIC 9(3).
           05  WS-NONBUS-TABLE.
               10  WS-NONBUS-DATE      PIC 9(8)    OCCURS 400 TIMES.
           05  WS-CAND-DATE            PIC 9(8).
           05  WS-CAND-GROUP           REDEFINES WS-CAND-DATE.
               10  WS-CAND-CCYY        PIC 9(4).
               10  WS-CAND-MM          PIC 9(2).
               10  WS-CAND-DD          PIC 9(2).
           05  WS-MONTH-DAYS           PIC 9(2).
           05  WS-LEAP-REM-4           PIC 9(4).
           05  WS-LEAP-REM-100         PIC 9(4).
           05  WS-LEAP-REM-400         PIC 9(4).
           05  WS-CAND-NONBUS-FLAG     PIC X(1).
               88  WS-CAND-NONBUS      VALUE 'Y'.

       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                  PIC X(24)
                   VALUE "312831303130313130313031".
       01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DIM                  PIC 9(2)    OCCURS 12 TIMES.

       01  WS-RNC-MAIN-CLOSED-FLAG     PIC X(1)    VALUE 'N'.
           88  WS-RNC-MAIN-CLOSED      VALUE 'Y'.

       01  WS-HST-SCAN-RECORD.
           05  WS-HST-SCAN-DATE        PIC 9(8).
           05  WS-HST-SCAN-TOTAL       PIC 9(11)V99.
           05  FILLER                  PIC X(7).

      *****************************************************************
      * THE PROOF. THE MONTH'S DLYHST TOTAL MUST EQUAL THE CONFIRMED
      * GL LINES ON DLYGLP DATED IN THE MONTH, WITH NOTHING LEFT HELD
      * OFF THE GL ON DLYHLD. THE FIRST REASON FOUND NOT TO CLOSE IS
      * KEPT FOR THE REPORT, THE CONSOLE AND DLYEXC.
      *****************************************************************
       01  WS-PROOF-FIELDS.
           05  WS-HST-MONTH-TOTAL      PIC 9(13)V99 VALUE ZERO.
           05  WS-HST-REC-COUNT        PIC 9(5)    VALUE ZERO.
           05  WS-GL-MONTH-TOTAL       PIC S9(13)V99 VALUE ZERO.
           05  WS-GL-LINE-COUNT        PIC 9(5)    VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(5)    VALUE ZERO.
           05  WS-HELD-TOTAL           PIC 9(12)V99 VALUE ZERO.
           05  WS-PROOF-DIFFERENCE     PIC S9(13)V99 VALUE ZERO.
           05  WS-MND-BLOCK-REASON     PIC X(48)   VALUE SPACES.

      *****************************************************************
      * SUMMARY OF THE MONTH'S CONFIRMED GL LINES BY ACCOUNT AND
      * COST CENTER, IN ORDER OF FIRST APPEARANCE ON DLYGLP.
      *****************************************************************
       01  WS-ACCOUNT-FIELDS.
           05  WS-ACC-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-ACC-IDX              PIC 9(3).
           05  WS-ACC-TABLE.
               10  WS-ACC-ENTRY        OCCURS 300 TIMES.
                   15  WS-ACC-T-ACCOUNT PIC X(8).
                   15  WS-ACC-T-CC     PIC X(6).
                   15  WS-ACC-T-LINES  PIC 9(5).
                   15  WS-ACC-T-AMOUNT PIC S9(13)V99.
           05  WS-ACC-FULL-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-ACC-FULL         VALUE 'Y'.

       01  WS-SIGN-OFF-FIELDS.
           05  WS-OPERATOR-ID          PIC X(8).
           05  WS-APPROVER-ID          PIC X(8).
           05  WS-APPROVE-RESP         PIC X(1).
               88  WS-IS-APPROVED      VALUE 'Y' 'y'.

       01  WS-MONTH-END-LINES.
           05  WS-MRP-TITLE-LINE.
               10  FILLER              PIC X(10)   VALUE SPACES.
               10  FILLER              PIC X(31)
                       VALUE "MONTH-END CLOSE SUMMARY PERIOD".
               10  FILLER              PIC X(1)    VALUE SPACES.
               10  MRP-TITLE-PERIOD    PIC X(7).
               10  FILLER              PIC X(31)   VALUE SPACES.
           05  WS-MRP-SECTION-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  MRP-SEC-TEXT        PIC X(60).
               10  FILLER              PIC X(15)   VALUE SPACES.
           05  WS-MRP-HEADING-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FILLER              PIC X(7)    VALUE "ACCOUNT".
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  FILLER              PIC X(11)   VALUE "COST CENTER".
               10  FILLER              PIC X(4)    VALUE SPACES.
               10  FILLER              PIC X(5)    VALUE "LINES".
               10  FILLER              PIC X(15)   VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "AMOUNT".
               10  FILLER              PIC X(23)   VALUE SPACES.
           05  WS-MRP-DETAIL-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  MRP-DTL-ACCOUNT     PIC X(8).
               10  FILLER              PIC X(3)    VALUE SPACES.
               10  MRP-DTL-CC          PIC X(6).
               10  FILLER              PIC X(9)    VALUE SPACES.
               10  MRP-DTL-LINES       PIC ZZZZ9.
               10  FILLER              PIC X(3)    VALUE SPACES.
               10  MRP-DTL-AMOUNT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(22)   VALUE SPACES.
           05  WS-MRP-AMOUNT-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  MRP-AMT-LABEL       PIC X(34).
               10  MRP-AMT-VALUE       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(22)   VALUE SPACES.
           05  WS-MRP-COUNT-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  MRP-CNT-LABEL       PIC X(34).
               10  MRP-CNT-VALUE       PIC ZZZZ9.
               10  FILLER              PIC X(36)   VALUE SPACES.
           05  WS-MRP-STATUS-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  MRP-STA-LABEL       PIC X(20).
               10  MRP-STA-VALUE       PIC X(55).
           05  WS-MRP-BLANK-LINE       PIC X(80)   VALUE SPACES.
           05  WS-MRP-SIGN-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FILLER              PIC X(34)
                       VALUE "CLOSE REVIEWED - CONTROLLER".
               10  FILLER              PIC X(26)
                       VALUE "__________________________".
               10  FILLER              PIC X(15)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-PARSE-PARM-RTN
           IF NOT WS-MND-STOPPED
               PERFORM 1100-READ-CALENDAR-RTN
           END-IF
           IF NOT WS-MND-STOPPED
               PERFORM 1200-LOAD-PERIODS-RTN
           END-IF
           IF NOT WS-MND-STOPPED
               IF WS-MND-REOPEN
                   PERFORM 5000-REOPEN-PERIOD-RTN
               ELSE
                   PERFORM 2000-SET-TARGET-PERIOD-RTN
                   IF NOT WS-MND-STOPPED
                       PERFORM 3000-PROVE-PERIOD-RTN
                       PERFORM 4000-WRITE-SUMMARY-RTN
                       PERFORM 4500-QUEUE-REPORT-RTN
                       PERFORM 4800-RECORD-CLOSE-RTN
                   END-IF
               END-IF
           END-IF
           PERFORM 9000-TERMINATE-RTN
           STOP RUN.

       1000-PARSE-PARM-RTN.
           MOVE SPACES TO WS-MND-PARM
           ACCEPT WS-MND-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-MND-PERIOD-TOKEN
           MOVE SPACES TO WS-MND-ACTION-TOKEN
           MOVE ZERO TO WS-MND-PERIOD-LEN
           MOVE ZERO TO WS-MND-ACTION-LEN
           UNSTRING WS-MND-PARM DELIMITED BY ALL " "
               INTO WS-MND-PERIOD-TOKEN COUNT IN WS-MND-PERIOD-LEN
                    WS-MND-ACTION-TOKEN COUNT IN WS-MND-ACTION-LEN
           END-UNSTRING
           IF WS-MND-PERIOD-LEN > 0
               IF WS-MND-PERIOD-LEN = 6
                   AND WS-MND-PERIOD-TOKEN(1:6) IS NUMERIC
                   MOVE WS-MND-PERIOD-TOKEN(1:6) TO WS-TARGET-PERIOD
                   SET WS-MND-PERIOD-GIVEN TO TRUE
                   IF WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
                       SET WS-MND-STOPPED TO TRUE
                   END-IF
               ELSE
                   SET WS-MND-STOPPED TO TRUE
               END-IF
           END-IF
           IF WS-MND-ACTION-LEN > 0
               IF WS-MND-ACTION-TOKEN = "REOPEN"
                   SET WS-MND-REOPEN TO TRUE
               ELSE
                   SET WS-MND-STOPPED TO TRUE
               END-IF
           END-IF
           IF WS-MND-STOPPED
               DISPLAY "DLYMEND: USAGE - DLYMEND [YYYYMM [REOPEN]] - "
                   "CLOSES THE MONTH JUST ENDED BY DEFAULT"
               MOVE 16 TO RETURN-CODE
           END-IF.

       1100-READ-CALENDAR-RTN.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "DLYMEND: UNABLE TO OPEN POSTING CALENDAR "
                   "DLYCAL, STATUS=" WS-CAL-FILE-STATUS
                   " - NO PERIOD CLOSED OR REOPENED"
               SET WS-MND-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-CAL-EOF
                   READ CALENDAR-FILE INTO CAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-CAL-EOF-FLAG
                       NOT AT END
                           PERFORM 1110-CLASSIFY-CAL-REC-RTN
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF NOT WS-CAL-DATE-FOUND
                   DISPLAY "DLYMEND: NO CURRENT BUSINESS DATE RECORD "
                       "ON DLYCAL - NO PERIOD CLOSED OR REOPENED"
                   SET WS-MND-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1110-CLASSIFY-CAL-REC-RTN.
           IF CAL-CURRENT-REC AND NOT WS-CAL-DATE-FOUND
               SET WS-CAL-DATE-FOUND TO TRUE
               MOVE CAL-DATE TO WS-CUR-DATE-YYYYMMDD
           ELSE
               IF CAL-NON-BUSINESS
                   IF WS-NONBUS-COUNT < 400
                       ADD 1 TO WS-NONBUS-COUNT
                       MOVE CAL-DATE TO WS-NONBUS-DATE(WS-NONBUS-COUNT)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * THE LATEST DLYPRD RECORD FOR A PERIOD IS ITS STATUS. NO DLYPRD
      * (STATUS 35) MEANS NO PERIOD HAS BEEN CLOSED YET; ANY OTHER
      * OPEN FAILURE STOPS THE RUN SO NO PERIOD IS CLOSED TWICE OR
      * WRONGLY REFUSED A REOPEN.
      *****************************************************************
       1200-LOAD-PERIODS-RTN.
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PRD-FILE-STATUS NOT = "00"
                   DISPLAY "DLYMEND: UNABLE TO OPEN PERIOD FILE "
                       "DLYPRD, STATUS=" WS-PRD-FILE-STATUS
                       " - NO PERIOD CLOSED OR REOPENED"
                   SET WS-MND-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-PRD-EOF
                       READ PERIOD-FILE INTO PRD-RECORD
                           AT END
                               MOVE 'Y' TO WS-PRD-EOF-FLAG
                           NOT AT END
                               PERFORM 1250-STORE-PERIOD-REC-RTN
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.

       1250-STORE-PERIOD-REC-RTN.
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-PRD-COUNT
               OR WS-PRD-T-PERIOD(WS-PRD-IDX) = PRD-PERIOD
               CONTINUE
           END-PERFORM
           IF WS-PRD-IDX > WS-PRD-COUNT
               IF WS-PRD-COUNT < 240
                   ADD 1 TO WS-PRD-COUNT
                   MOVE WS-PRD-COUNT TO WS-PRD-IDX
                   MOVE PRD-PERIOD TO WS-PRD-T-PERIOD(WS-PRD-IDX)
               ELSE
                   IF NOT WS-PRD-FULL
                       SET WS-PRD-FULL TO TRUE
                       DISPLAY "DLYMEND: MORE THAN 240 PERIODS ON "
                           "DLYPRD - EXTRAS IGNORED"
                   END-IF
               END-IF
           END-IF
           IF WS-PRD-IDX <= WS-PRD-COUNT
               MOVE PRD-STATUS TO WS-PRD-T-STATUS(WS-PRD-IDX)
           END-IF.

       1260-LOOK-UP-PERIOD-RTN.
           MOVE 'N' TO WS-PRD-CLOSED-FLAG
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-PRD-COUNT
               IF WS-PRD-T-PERIOD(WS-PRD-IDX) = WS-PRD-LOOK-PERIOD
                   AND WS-PRD-T-STATUS(WS-PRD-IDX) = "CLOSED  "
                   SET WS-PRD-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

      *****************************************************************
      * WITH NO PERIOD ON THE COMMAND LINE THE CURRENT MONTH IS THE
      * TARGET WHEN THE BUSINESS DATE IS ITS LAST BUSINESS DAY,
      * OTHERWISE THE MONTH BEFORE. THE CURRENT MONTH ONLY CLOSES
      * ONCE ITS LAST BUSINESS DAY'S MAIN RUN IS CLOSED ON DLYRNC.
      *****************************************************************
       2000-SET-TARGET-PERIOD-RTN.
           IF NOT WS-MND-PERIOD-GIVEN
               MOVE WS-CUR-PERIOD TO WS-TARGET-PERIOD
               PERFORM 2100-FIND-LAST-BUS-DAY-RTN
               IF WS-CUR-DATE-YYYYMMDD < WS-LAST-BUS-DATE
                   IF WS-TARGET-MM = 1
                       MOVE 12 TO WS-TARGET-MM
                       SUBTRACT 1 FROM WS-TARGET-CCYY
                   ELSE
                       SUBTRACT 1 FROM WS-TARGET-MM
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-FIND-LAST-BUS-DAY-RTN
           STRING WS-TARGET-MM "/" WS-TARGET-CCYY
               DELIMITED BY SIZE INTO WS-TARGET-EDITED
           END-STRING
           IF WS-TARGET-PERIOD > WS-CUR-PERIOD
               DISPLAY "DLYMEND: PERIOD " WS-TARGET-PERIOD
                   " IS AFTER THE CURRENT BUSINESS DATE "
                   WS-CUR-DATE-YYYYMMDD " - NOTHING TO CLOSE"
               SET WS-MND-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-TARGET-PERIOD = WS-CUR-PERIOD
                   PERFORM 2200-CHECK-MONTH-OVER-RTN
               END-IF
           END-IF
           IF NOT WS-MND-STOPPED
               MOVE WS-TARGET-PERIOD TO WS-PRD-LOOK-PERIOD
               PERFORM 1260-LOOK-UP-PERIOD-RTN
               IF WS-PRD-IS-CLOSED
                   DISPLAY "DLYMEND: PERIOD " WS-TARGET-PERIOD
                       " IS ALREADY CLOSED ON DLYPRD - USE DLYMEND "
                       WS-TARGET-PERIOD " REOPEN FIRST TO CLOSE IT "
                       "AGAIN"
                   SET WS-MND-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "DLYMEND: CLOSING PERIOD " WS-TARGET-PERIOD
                       ", LAST BUSINESS DAY " WS-LAST-BUS-DATE
               END-IF
           END-IF.

       2100-FIND-LAST-BUS-DAY-RTN.
           MOVE WS-TARGET-CCYY TO WS-CAND-CCYY
           MOVE WS-TARGET-MM TO WS-CAND-MM
           MOVE WS-DIM(WS-CAND-MM) TO WS-MONTH-DAYS
           IF WS-CAND-MM = 2
               COMPUTE WS-LEAP-REM-4 = FUNCTION MOD(WS-CAND-CCYY, 4)
               COMPUTE WS-LEAP-REM-100 =
                   FUNCTION MOD(WS-CAND-CCYY, 100)
               COMPUTE WS-LEAP-REM-400 =
                   FUNCTION MOD(WS-CAND-CCYY, 400)
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                       OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF
           MOVE WS-MONTH-DAYS TO WS-CAND-DD
           PERFORM 2150-CHECK-SCHEDULE-RTN
           PERFORM UNTIL NOT WS-CAND-NONBUS OR WS-CAND-DD = 1
               SUBTRACT 1 FROM WS-CAND-DD
               PERFORM 2150-CHECK-SCHEDULE-RTN
           END-PERFORM
           MOVE WS-CAND-DATE TO WS-LAST-BUS-DATE.

       2150-CHECK-SCHEDULE-RTN.
           MOVE 'N' TO WS-CAND-NONBUS-FLAG
           PERFORM VARYING WS-NONBUS-IDX FROM 1 BY 1
               UNTIL WS-NONBUS-IDX > WS-NONBUS-COUNT
               OR WS-CAND-NONBUS
               IF WS-NONBUS-DATE(WS-NONBUS-IDX) = WS-CAND-DATE
                   MOVE 'Y' TO WS-CAND-NONBUS-FLAG
               END-IF
           END-PERFORM.

       2200-CHECK-MONTH-OVER-RTN.
           IF WS-CUR-DATE-YYYYMMDD < WS-LAST-BUS-DATE
               DISPLAY "DLYMEND: THE LAST BUSINESS DAY OF PERIOD "
                   WS-TARGET-PERIOD " IS " WS-LAST-BUS-DATE
                   " - THE MONTH IS NOT OVER, NOTHING CLOSED"
               SET WS-MND-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT RUN-CONTROL-FILE
               IF WS-RNC-FILE-STATUS = "00"
                   PERFORM UNTIL WS-RNC-EOF
                       READ RUN-CONTROL-FILE
                           AT END
                               MOVE 'Y' TO WS-RNC-EOF-FLAG
                           NOT AT END
                               IF RNC-BUS-DATE = WS-CUR-DATE-YYYYMMDD
                                   AND RNC-MAIN-RUN AND RNC-CLOSED
                                   SET WS-RNC-MAIN-CLOSED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF NOT WS-RNC-MAIN-CLOSED
                   DISPLAY "DLYMEND: MAIN CLOSE-OF-DAY RUN FOR "
                       WS-CUR-DATE-YYYYMMDD " IS NOT CLOSED ON THE "
                       "RUN-CONTROL LEDGER DLYRNC - RUN THE MONTH-END "
                       "CLOSE AFTER CLOSE-OF-DAY"
                   SET WS-MND-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       3000-PROVE-PERIOD-RTN.
           PERFORM 3100-SUM-HISTORY-RTN
           PERFORM 3200-SUM-POSTED-GL-RTN
           PERFORM 3300-SUM-HELD-BATCHES-RTN
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-HST-MONTH-TOTAL - WS-GL-MONTH-TOTAL
           IF WS-MND-BLOCK-REASON = SPACES
               AND WS-HST-REC-COUNT = ZERO
               MOVE "NO DLYHST RECORDS FOR THE PERIOD"
                   TO WS-MND-BLOCK-REASON
           END-IF
           IF WS-MND-BLOCK-REASON = SPACES
               AND WS-HELD-COUNT > ZERO
               MOVE "STILL-HELD BATCHES ON DLYHLD - SEE DLYHREL"
                   TO WS-MND-BLOCK-REASON
           END-IF
           IF WS-MND-BLOCK-REASON = SPACES
               AND WS-PROOF-DIFFERENCE NOT = ZERO
               MOVE "DLYHST DOES NOT PROVE TO CONFIRMED GL (DLYGLP)"
                   TO WS-MND-BLOCK-REASON
           END-IF.

       3100-SUM-HISTORY-RTN.
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF WS-HSA-FILE-STATUS = "00"
               PERFORM UNTIL WS-HSA-EOF
                   READ HISTORY-ARCHIVE-FILE INTO WS-HST-SCAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-HSA-EOF-FLAG
                       NOT AT END
                           MOVE WS-HST-SCAN-DATE TO WS-WORK-DATE
                           IF WS-WORK-PERIOD = WS-TARGET-PERIOD
                               ADD WS-HST-SCAN-TOTAL
                                   TO WS-HST-MONTH-TOTAL
                               ADD 1 TO WS-HST-REC-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "DLYMEND: UNABLE TO OPEN DLYHST, STATUS="
                   WS-HST-FILE-STATUS
               MOVE "DLYHST NOT AVAILABLE" TO WS-MND-BLOCK-REASON
           ELSE
               PERFORM UNTIL WS-HST-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HST-EOF-FLAG
                       NOT AT END
                           IF HST-CCYY = WS-TARGET-CCYY
                               AND HST-MM = WS-TARGET-MM
                               ADD HST-TOTAL TO WS-HST-MONTH-TOTAL
                               ADD 1 TO WS-HST-REC-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       3200-SUM-POSTED-GL-RTN.
           OPEN INPUT POSTED-LEDGER-FILE
           IF WS-GLP-FILE-STATUS NOT = "00"
               DISPLAY "DLYMEND: UNABLE TO OPEN POSTED GL LEDGER "
                   "DLYGLP, STATUS=" WS-GLP-FILE-STATUS
               IF WS-MND-BLOCK-REASON = SPACES
                   MOVE "POSTED GL LEDGER DLYGLP NOT AVAILABLE"
                       TO WS-MND-BLOCK-REASON
               END-IF
           ELSE
               PERFORM UNTIL WS-GLP-EOF
                   READ POSTED-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-GLP-EOF-FLAG
                       NOT AT END
                           IF GLP-PERIOD = WS-TARGET-PERIOD
                               PERFORM 3250-ACCUM-ACCOUNT-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-LEDGER-FILE
           END-IF.

       3250-ACCUM-ACCOUNT-RTN.
           ADD GLP-AMOUNT TO WS-GL-MONTH-TOTAL
           ADD 1 TO WS-GL-LINE-COUNT
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
               OR (WS-ACC-T-ACCOUNT(WS-ACC-IDX) = GLP-ACCOUNT
                   AND WS-ACC-T-CC(WS-ACC-IDX) = GLP-COST-CENTER)
               CONTINUE
           END-PERFORM
           IF WS-ACC-IDX > WS-ACC-COUNT
               IF WS-ACC-COUNT < 300
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-ACC-COUNT TO WS-ACC-IDX
                   MOVE GLP-ACCOUNT TO WS-ACC-T-ACCOUNT(WS-ACC-IDX)
                   MOVE GLP-COST-CENTER TO WS-ACC-T-CC(WS-ACC-IDX)
                   MOVE ZERO TO WS-ACC-T-LINES(WS-ACC-IDX)
                   MOVE ZERO TO WS-ACC-T-AMOUNT(WS-ACC-IDX)
               ELSE
                   IF NOT WS-ACC-FULL
                       SET WS-ACC-FULL TO TRUE
                       DISPLAY "DLYMEND: MORE THAN 300 ACCOUNT/COST "
                           "CENTER PAIRS - EXTRAS IN THE TOTAL ONLY"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-ACC-IDX <= WS-ACC-COUNT
               ADD 1 TO WS-ACC-T-LINES(WS-ACC-IDX)
               ADD GLP-AMOUNT TO WS-ACC-T-AMOUNT(WS-ACC-IDX)
           END-IF.

       3300-SUM-HELD-BATCHES-RTN.
           OPEN INPUT HELD-BATCH-FILE
           IF WS-HLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HLD-EOF
                   READ HELD-BATCH-FILE
                       AT END
                           MOVE 'Y' TO WS-HLD-EOF-FLAG
                       NOT AT END
                           MOVE HLD-BUS-DATE TO WS-WORK-DATE
                           IF HLD-HELD
                               AND WS-WORK-PERIOD = WS-TARGET-PERIOD
                               ADD 1 TO WS-HELD-COUNT
                               ADD HLD-AMOUNT TO WS-HELD-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-BATCH-FILE
           END-IF.

       4000-WRITE-SUMMARY-RTN.
           OPEN OUTPUT MONTH-END-REPORT-FILE
           MOVE WS-TARGET-EDITED TO MRP-TITLE-PERIOD
           WRITE MRP-LINE FROM WS-MRP-TITLE-LINE
           WRITE MRP-LINE FROM WS-MRP-BLANK-LINE
           MOVE SPACES TO MRP-SEC-TEXT
           STRING "LAST BUSINESS DAY " WS-LAST-BUS-DATE
                   "   RUN ON BUSINESS DATE " WS-CUR-DATE-YYYYMMDD
               DELIMITED BY SIZE INTO MRP-SEC-TEXT
           END-STRING
           WRITE MRP-LINE FROM WS-MRP-SECTION-LINE
           WRITE MRP-LINE FROM WS-MRP-BLANK-LINE
           MOVE "CONFIRMED GL POSTINGS BY ACCOUNT AND COST CENTER"
               TO MRP-SEC-TEXT
           WRITE MRP-LINE FROM WS-MRP-SECTION-LINE
           WRITE MRP-LINE FROM WS-MRP-HEADING-LINE
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
               MOVE WS-ACC-T-ACCOUNT(WS-ACC-IDX) TO MRP-DTL-ACCOUNT
               MOVE WS-ACC-T-CC(WS-ACC-IDX) TO MRP-DTL-CC
               MOVE WS-ACC-T-LINES(WS-ACC-IDX) TO MRP-DTL-LINES
               MOVE WS-ACC-T-AMOUNT(WS-ACC-IDX) TO MRP-DTL-AMOUNT
               WRITE MRP-LINE FROM WS-MRP-DETAIL-LINE
           END-PERFORM
           IF WS-ACC-COUNT = ZERO
               MOVE "NO CONFIRMED GL LINES DATED IN THE PERIOD"
                   TO MRP-SEC-TEXT
               WRITE MRP-LINE FROM WS-MRP-SECTION-LINE
           END-IF
           WRITE MRP-LINE FROM WS-MRP-BLANK-LINE
           MOVE "DLYHST MONTH TOTAL (WITH DLYHSTA)" TO MRP-AMT-LABEL
           MOVE WS-HST-MONTH-TOTAL TO MRP-AMT-VALUE
           WRITE MRP-LINE FROM WS-MRP-AMOUNT-LINE
           MOVE "DLYHST RECORDS IN THE PERIOD" TO MRP-CNT-LABEL
           MOVE WS-HST-REC-COUNT TO MRP-CNT-VALUE
           WRITE MRP-LINE FROM WS-MRP-COUNT-LINE
           MOVE "CONFIRMED GL TOTAL (DLYGLP)" TO MRP-AMT-LABEL
           MOVE WS-GL-MONTH-TOTAL TO MRP-AMT-VALUE
           WRITE MRP-LINE FROM WS-MRP-AMOUNT-LINE
           MOVE "CONFIRMED GL LINES IN THE PERIOD" TO MRP-CNT-LABEL
           MOVE WS-GL-LINE-COUNT TO MRP-CNT-VALUE
           WRITE MRP-LINE FROM WS-MRP-COUNT-LINE
           MOVE "DIFFERENCE" TO MRP-AMT-LABEL
           MOVE WS-PROOF-DIFFERENCE TO MRP-AMT-VALUE
           WRITE MRP-LINE FROM WS-MRP-AMOUNT-LINE
           MOVE "HELD OFF GL, NO MAP (DLYHLD)" TO MRP-AMT-LABEL
           MOVE WS-HELD-TOTAL TO MRP-AMT-VALUE
           WRITE MRP-LINE FROM WS-MRP-AMOUNT-LINE
           MOVE "BATCHES STILL HELD" TO MRP-CNT-LABEL
           MOVE WS-HELD-COUNT TO MRP-CNT-VALUE
           WRITE MRP-LINE FROM WS-MRP-COUNT-LINE
           WRITE MRP-LINE FROM WS-MRP-BLANK-LINE
           MOVE "PERIOD STATUS" TO MRP-STA-LABEL
           IF WS-MND-BLOCK-REASON = SPACES
               MOVE "PROVED - PERIOD CLOSED ON DLYPRD" TO MRP-STA-VALUE
           ELSE
               MOVE WS-MND-BLOCK-REASON TO MRP-STA-VALUE
               WRITE MRP-LINE FROM WS-MRP-STATUS-LINE
               MOVE SPACES TO MRP-STA-LABEL
               MOVE "NOT CLOSED" TO MRP-STA-VALUE
           END-IF
           WRITE MRP-LINE FROM WS-MRP-STATUS-LINE
           WRITE MRP-LINE FROM WS-MRP-BLANK-LINE
           WRITE MRP-LINE FROM WS-MRP-SIGN-LINE
           CLOSE MONTH-END-REPORT-FILE
           DISPLAY "DLYMEND: MONTH-END SUMMARY FOR PERIOD "
               WS-TARGET-PERIOD " WRITTEN TO DLYMRPT".

       4500-QUEUE-REPORT-RTN.
           MOVE SPACES TO DSQ-RECORD
           MOVE WS-CUR-DATE-YYYYMMDD TO DSQ-RUN-DATE
           ACCEPT DSQ-RUN-TIME FROM TIME
           MOVE "DLYMRPT" TO DSQ-REPORT-NAME
           SET DSQ-READY TO TRUE
           OPEN EXTEND DISTRIBUTION-QUEUE-FILE
           IF WS-DSQ-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISTRIBUTION-QUEUE-FILE
           END-IF
           WRITE DSQ-RECORD
           CLOSE DISTRIBUTION-QUEUE-FILE.

       4800-RECORD-CLOSE-RTN.
           IF WS-MND-BLOCK-REASON NOT = SPACES
               DISPLAY "DLYMEND: PERIOD " WS-TARGET-PERIOD
                   " NOT CLOSED - " WS-MND-BLOCK-REASON
               MOVE SPACES TO EXC-RECORD
               MOVE "MEND PROOF" TO EXC-EXCEPTION-TYPE
               MOVE WS-MND-BLOCK-REASON TO EXC-DESCRIPTION
               PERFORM 6000-WRITE-EXCEPTION-RTN
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO PRD-RECORD
               MOVE WS-TARGET-PERIOD TO PRD-PERIOD
               SET PRD-CLOSED TO TRUE
               MOVE WS-HST-MONTH-TOTAL TO PRD-HST-TOTAL
               MOVE WS-GL-MONTH-TOTAL TO PRD-GL-TOTAL
               MOVE "DLYMEND" TO PRD-OPERATOR-ID
               PERFORM 4900-APPEND-PERIOD-REC-RTN
               IF WS-PRD-FILE-STATUS = "00"
                   DISPLAY "DLYMEND: PERIOD " WS-TARGET-PERIOD
                       " PROVED AND CLOSED - " WS-GL-LINE-COUNT
                       " CONFIRMED GL LINES TOTALING "
                       WS-GL-MONTH-TOTAL
               END-IF
           END-IF.

       4900-APPEND-PERIOD-REC-RTN.
           MOVE WS-CUR-DATE-YYYYMMDD TO PRD-STAMP-DATE
           ACCEPT PRD-STAMP-TIME FROM TIME
           OPEN EXTEND PERIOD-FILE
           IF WS-PRD-FILE-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-FILE
           END-IF
           IF WS-PRD-FILE-STATUS NOT = "00"
               DISPLAY "DLYMEND: UNABLE TO OPEN DLYPRD, STATUS="
                   WS-PRD-FILE-STATUS " - PERIOD " WS-TARGET-PERIOD
                   " STATUS NOT CHANGED"
               MOVE 16 TO RETURN-CODE
           ELSE
               WRITE PRD-LINE FROM PRD-RECORD
               CLOSE PERIOD-FILE
           END-IF.

      *****************************************************************
      * REOPEN - SAME OPERATOR/SECOND-APPROVER SIGN-OFF AS A DLYADJ
      * CORRECTION. THERE IS NO AMOUNT CHANGED, SO ANY ACTIVE
      * APPROVER MAY SIGN.
      *****************************************************************
       5000-REOPEN-PERIOD-RTN.
           MOVE WS-TARGET-PERIOD TO WS-PRD-LOOK-PERIOD
           PERFORM 1260-LOOK-UP-PERIOD-RTN
           IF NOT WS-PRD-IS-CLOSED
               DISPLAY "DLYMEND: PERIOD " WS-TARGET-PERIOD
                   " IS NOT CLOSED ON DLYPRD - NOTHING TO REOPEN"
               SET WS-MND-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "DLYMEND: ENTER YOUR OPERATOR ID: "
               ACCEPT WS-OPERATOR-ID
               PERFORM 5300-LOAD-OPERATOR-TABLE-RTN
               PERFORM 5400-CHECK-OPERATOR-RTN
               IF WS-OPR-REFUSE-REASON NOT = SPACES
                   DISPLAY "DLYMEND: REOPEN REFUSED - "
                       WS-OPR-REFUSE-REASON
                   PERFORM 5700-LOG-AUTH-REFUSAL-RTN
                   SET WS-MND-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 5100-PROMPT-APPROVER-RTN
               END-IF
           END-IF
           IF NOT WS-MND-STOPPED
               PERFORM 5200-RECORD-REOPEN-RTN
           END-IF.

       5100-PROMPT-APPROVER-RTN.
           DISPLAY "DLYMEND: ENTER SECOND-APPROVER ID TO AUTHORIZE "
               "THE REOPEN (BLANK TO CANCEL): "
           ACCEPT WS-APPROVER-ID
           IF WS-APPROVER-ID = SPACES
               DISPLAY "DLYMEND: REOPEN CANCELLED - NO APPROVER ID "
                   "ENTERED"
               SET WS-MND-STOPPED TO TRUE
           ELSE
               IF WS-APPROVER-ID = WS-OPERATOR-ID
                   DISPLAY "DLYMEND: REOPEN REJECTED - APPROVER MUST "
                       "BE DIFFERENT FROM THE OPERATOR"
                   SET WS-MND-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO WS-OPR-CHANGE-AMOUNT
                   PERFORM 5500-CHECK-APPROVER-RTN
                   IF WS-OPR-REFUSE-REASON NOT = SPACES
                       DISPLAY "DLYMEND: REOPEN REFUSED - "
                           WS-OPR-REFUSE-REASON
                       PERFORM 5700-LOG-AUTH-REFUSAL-RTN
                       SET WS-MND-STOPPED TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 5150-CONFIRM-REOPEN-RTN
                   END-IF
               END-IF
           END-IF.

       5150-CONFIRM-REOPEN-RTN.
           DISPLAY "DLYMEND: APPROVER " WS-APPROVER-ID
               " - CONFIRM REOPENING PERIOD " WS-TARGET-PERIOD
               "? DLYADJ WILL POST INTO IT AGAIN UNTIL IT IS "
               "RE-CLOSED (Y/N)"
           ACCEPT WS-APPROVE-RESP
           IF NOT WS-IS-APPROVED
               DISPLAY "DLYMEND: PERIOD NOT REOPENED - APPROVAL "
                   "DECLINED"
               SET WS-MND-STOPPED TO TRUE
           END-IF.

       5200-RECORD-REOPEN-RTN.
           MOVE SPACES TO PRD-RECORD
           MOVE WS-TARGET-PERIOD TO PRD-PERIOD
           SET PRD-REOPENED TO TRUE
           MOVE ZERO TO PRD-HST-TOTAL
           MOVE ZERO TO PRD-GL-TOTAL
           MOVE WS-OPERATOR-ID TO PRD-OPERATOR-ID
           MOVE WS-APPROVER-ID TO PRD-APPROVER-ID
           PERFORM 4900-APPEND-PERIOD-REC-RTN
           IF WS-PRD-FILE-STATUS = "00"
               MOVE SPACES TO EXC-RECORD
               MOVE "PRD REOPEN" TO EXC-EXCEPTION-TYPE
               STRING "PERIOD " WS-TARGET-PERIOD " REOPENED BY "
                       WS-OPERATOR-ID " APPR " WS-APPROVER-ID
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               END-STRING
               PERFORM 6000-WRITE-EXCEPTION-RTN
               DISPLAY "DLYMEND: PERIOD " WS-TARGET-PERIOD
                   " REOPENED - RUN DLYMEND " WS-TARGET-PERIOD
                   " TO CLOSE IT AGAIN"
           END-IF.

      *****************************************************************
      * OPERATOR AUTHORITY CHECKS AGAINST DLYOPR (SEE OPRREC), SAME
      * RULES AS DLYADJ. A MISSING DLYOPR LEAVES THE TABLE EMPTY SO
      * EVERY ID IS REFUSED.
      *****************************************************************
       5300-LOAD-OPERATOR-TABLE-RTN.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-FILE-STATUS NOT = "00"
               DISPLAY "DLYMEND: UNABLE TO OPEN OPERATOR AUTHORITY "
                   "FILE DLYOPR, STATUS=" WS-OPR-FILE-STATUS
                   " - NO REOPEN CAN BE AUTHORIZED"
           ELSE
               PERFORM UNTIL WS-OPR-EOF
                   READ OPERATOR-FILE INTO OPR-RECORD
                       AT END
                           MOVE 'Y' TO WS-OPR-EOF-FLAG
                       NOT AT END
                           PERFORM 5350-STORE-OPERATOR-REC-RTN
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       5350-STORE-OPERATOR-REC-RTN.
           IF WS-OPR-COUNT < 300
               ADD 1 TO WS-OPR-COUNT
               MOVE OPR-ID TO WS-OPR-T-ID(WS-OPR-COUNT)
               MOVE OPR-ROLE TO WS-OPR-T-ROLE(WS-OPR-COUNT)
               MOVE OPR-STATUS TO WS-OPR-T-STATUS(WS-OPR-COUNT)
               MOVE OPR-APPROVE-LIMIT TO WS-OPR-T-LIMIT(WS-OPR-COUNT)
           ELSE
               IF NOT WS-OPR-FULL
                   SET WS-OPR-FULL TO TRUE
                   DISPLAY "DLYMEND: MORE THAN 300 IDS ON DLYOPR - "
                       "ONLY THE FIRST 300 LOADED, EXTRAS REFUSED"
               END-IF
           END-IF.

       5400-CHECK-OPERATOR-RTN.
           MOVE SPACES TO WS-OPR-REFUSE-REASON
           MOVE WS-OPERATOR-ID TO WS-OPR-CHECK-ID
           PERFORM 5600-LOOK-UP-OPERATOR-RTN
           IF NOT WS-OPR-FOUND
               STRING "OPERATOR ID " WS-OPR-CHECK-ID
                   " NOT ON DLYOPR"
                   DELIMITED BY SIZE INTO WS-OPR-REFUSE-REASON
               END-STRING
           ELSE
               IF NOT WS-OPR-HIT-ACTIVE
                   STRING "OPERATOR ID " WS-OPR-CHECK-ID
                       " IS REVOKED"
                       DELIMITED BY SIZE INTO WS-OPR-REFUSE-REASON
                   END-STRING
               ELSE
                   IF NOT WS-OPR-HIT-OPERATOR
                       STRING "ID " WS-OPR-CHECK-ID
                           " HAS NO OPERATOR ROLE"
                           DELIMITED BY SIZE INTO WS-OPR-REFUSE-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       5500-CHECK-APPROVER-RTN.
           MOVE SPACES TO WS-OPR-REFUSE-REASON
           MOVE WS-APPROVER-ID TO WS-OPR-CHECK-ID
           PERFORM 5600-LOOK-UP-OPERATOR-RTN
           IF NOT WS-OPR-FOUND
               STRING "APPROVER ID " WS-OPR-CHECK-ID
                   " NOT ON DLYOPR"
                   DELIMITED BY SIZE INTO WS-OPR-REFUSE-REASON
               END-STRING
           ELSE
               IF NOT WS-OPR-HIT-ACTIVE
                   STRING "APPROVER ID " WS-OPR-CHECK-ID
                       " IS REVOKED"
                       DELIMITED BY SIZE INTO WS-OPR-REFUSE-REASON
                   END-STRING
               ELSE
                   IF NOT WS-OPR-HIT-APPROVER
                       STRING "ID " WS-OPR-CHECK-ID
                           " HAS NO APPROVER ROLE"
                           DELIMITED BY SIZE INTO WS-OPR-REFUSE-REASON
                       END-STRING
                   ELSE
                       IF WS-OPR-HIT-LIMIT < WS-OPR-CHANGE-AMOUNT
                           STRING "APPROVER " WS-OPR-CHECK-ID
                               " LIMIT BELOW AMOUNT CHANGED"
                               DELIMITED BY SIZE
                               INTO WS-OPR-REFUSE-REASON
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5600-LOOK-UP-OPERATOR-RTN.
           MOVE 'N' TO WS-OPR-FOUND-FLAG
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT OR WS-OPR-FOUND
               IF WS-OPR-T-ID(WS-OPR-IDX) = WS-OPR-CHECK-ID
                   AND WS-OPR-CHECK-ID NOT = SPACES
                   SET WS-OPR-FOUND TO TRUE
                   MOVE WS-OPR-T-ROLE(WS-OPR-IDX) TO WS-OPR-HIT-ROLE
                   MOVE WS-OPR-T-STATUS(WS-OPR-IDX)
                       TO WS-OPR-HIT-STATUS
                   MOVE WS-OPR-T-LIMIT(WS-OPR-IDX) TO WS-OPR-HIT-LIMIT
               END-IF
           END-PERFORM.

       5700-LOG-AUTH-REFUSAL-RTN.
           MOVE SPACES TO EXC-RECORD
           MOVE "AUTH REFSD" TO EXC-EXCEPTION-TYPE
           MOVE WS-OPR-REFUSE-REASON TO EXC-DESCRIPTION
           PERFORM 6000-WRITE-EXCEPTION-RTN.

       6000-WRITE-EXCEPTION-RTN.
           MOVE WS-CUR-DATE-YYYYMMDD TO EXC-RUN-DATE
           ACCEPT EXC-RUN-TIME FROM TIME
           MOVE ZERO TO EXC-BATCH-NO
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           WRITE EXC-RECORD
           CLOSE EXCEPTION-FILE.

       9000-TERMINATE-RTN.
           CONTINUE.
