       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYFCST.
       AUTHOR. BRANCH-OPS-IT.
      *
      * BRANCH DEPOSIT VOLUME FORECAST FOR CASH LOGISTICS.
      * CASH OPERATIONS SCHEDULE ARMOURED-CAR PICKUPS AND VAULT CASH
      * ORDERS BY PHONING BRANCH MANAGERS, WHILE DLYTLH ALREADY HOLDS
      * MONTHS OF PER-BRANCH, PER-TELLER DAILY TOTALS AND BATCH
      * COUNTS. THIS PROGRAM PROJECTS EACH BRANCH'S DEPOSIT TOTAL AND
      * BATCH COUNT FOR EACH OF THE NEXT FIVE BUSINESS DAYS ON DLYCAL
      * (THE HOLIDAYS AND WEEKENDS LISTED THERE ARE SKIPPED), FROM THE
      * BRANCH'S OWN HISTORY OVER THE LAST 26 WEEKS:
      *   - THE AVERAGE FOR THE SAME DAY OF THE WEEK (THE BRANCH'S
      *     OVERALL AVERAGE WHEN IT HAS NO HISTORY FOR THAT DAY), AND
      *   - ON THE LAST BUSINESS DAY OF A MONTH, THAT FIGURE SCALED BY
      *     THE BRANCH'S MONTH-END AVERAGE OVER ITS OVERALL AVERAGE.
      * A DAY WHOSE PROJECTED TOTAL GOES OVER THE BRANCH'S PICKUP
      * LIMIT ON DLYPKL IS FLAGGED. EACH RUN KEEPS ITS FORECASTS ON
      * DLYFCH, AND THE NEXT RUN SETS THE LATEST CLOSED BUSINESS DAY'S
      * ACTUAL DLYTLH TOTALS AGAINST WHAT WAS FORECAST FOR THAT DAY,
      * SO THE PROJECTIONS CAN BE JUDGED. A MERGED BRANCH'S HISTORY
      * AND FORECASTS ARE TAKEN UNDER THE SUCCESSOR IN FORCE ON THE
      * RUN DATE ON DLYBRM, AND A BRANCH ON DLYBRM IS FORECAST ONLY
      * FOR THE DAYS IT IS OPEN AND EXPECTED TO SEND A FILE - NOT
      * BEFORE IT OPENS, AFTER IT CLOSES OR ON ITS OFF DAYS.
      * RUN IT AFTER CLOSE-OF-DAY.
      * THE REPORT GOES TO DLYFCR AND IS QUEUED TO DLYDSQ.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "DLYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT TELLER-HISTORY-FILE ASSIGN TO "DLYTLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLH-FILE-STATUS.
           SELECT PICKUP-LIMIT-FILE ASSIGN TO "DLYPKL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKL-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "DLYBRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-FILE-STATUS.
           SELECT FORECAST-HISTORY-FILE ASSIGN TO "DLYFCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-FILE-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "DLYFCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRP-FILE-STATUS.
           SELECT DISTRIBUTION-QUEUE-FILE ASSIGN TO "DLYDSQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  CAL-LINE                    PIC X(28).

       FD  TELLER-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY TLHREC.

       FD  PICKUP-LIMIT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PKL-LINE                    PIC X(40).

       FD  BRANCH-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BRM-LINE                    PIC X(80).

       FD  FORECAST-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY FCHREC.

       FD  FORECAST-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FRP-LINE                    PIC X(80).

       FD  DISTRIBUTION-QUEUE-FILE
           RECORD CONTAINS 36 CHARACTERS.
       COPY DSQREC.

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY PKLREC.
       COPY BRMREC.
       COPY FCRREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-TLH-FILE-STATUS      PIC X(2).
           05  WS-FRP-FILE-STATUS      PIC X(2).
           05  WS-DSQ-FILE-STATUS      PIC X(2).
           05  WS-TLH-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-TLH-EOF          VALUE 'Y'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
           05  WS-RUN-DATE-GROUP       REDEFINES WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-PERIOD       PIC 9(6).
               10  FILLER              PIC 9(2).
           05  WS-RUN-DATE-EDITED      PIC X(10).

      *****************************************************************
      * CALENDAR STEPPING - ONE CALENDAR DAY AT A TIME, BACK FOR THE
      * LOOKBACK WINDOW AND FORWARD PAST THE NON-BUSINESS DATES ON
      * DLYCAL FOR THE FORECAST DAYS.
      *****************************************************************
       01  WS-CALENDAR-STEP-FIELDS.
           05  WS-NONBUS-COUNT         PIC 9(3)    VALUE ZERO.
           05  WS-NONBUS-IDX           PIC 9(3).
           05  WS-NONBUS-TABLE.
               10  WS-NONBUS-DATE      PIC 9(8)    OCCURS 500 TIMES.
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

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE-RTN
           IF NOT WS-FCR-STOPPED
               PERFORM 2000-SCAN-HISTORY-RTN
           END-IF
           IF NOT WS-FCR-STOPPED
               PERFORM 2500-ACCUM-HISTORY-RTN
               PERFORM 3000-LOAD-FORECAST-HISTORY-RTN
               PERFORM 4000-BUILD-FORECASTS-RTN
               PERFORM 5000-WRITE-REPORT-RTN
               PERFORM 6000-SAVE-FORECAST-HISTORY-RTN
               PERFORM 7000-QUEUE-REPORT-RTN
           END-IF
           PERFORM 9000-TERMINATE-RTN
           STOP RUN.

       1000-INITIALIZE-RTN.
           PERFORM 1100-READ-CALENDAR-RTN
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-FCR-PRINT-DATE
           PERFORM 5900-EDIT-PRINT-DATE-RTN
           MOVE WS-FCR-PRINT-EDITED TO WS-RUN-DATE-EDITED
           PERFORM 1200-SET-TARGETS-RTN
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-CAND-DATE
           PERFORM 1300-STEP-BACK-DAY-RTN
               VARYING WS-FCR-STEP-COUNT FROM 1 BY 1
               UNTIL WS-FCR-STEP-COUNT > WS-FCR-LOOKBACK-DAYS
           MOVE WS-CAND-DATE TO WS-FCR-LOOKBACK-START
           PERFORM 1400-LOAD-PICKUP-LIMITS-RTN
           PERFORM 1500-LOAD-BRANCH-MASTER-RTN.

       1100-READ-CALENDAR-RTN.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "DLYFCST: UNABLE TO OPEN POSTING CALENDAR "
                   "DLYCAL, STATUS=" WS-CAL-FILE-STATUS
                   " - FALLING BACK TO THE MACHINE DATE, NO "
                   "HOLIDAYS SKIPPED"
               ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
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
                   DISPLAY "DLYFCST: NO CURRENT BUSINESS DATE "
                       "RECORD ON DLYCAL - FALLING BACK TO THE "
                       "MACHINE DATE"
                   ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
               END-IF
           END-IF.

       1110-CLASSIFY-CAL-REC-RTN.
           IF CAL-CURRENT-REC AND NOT WS-CAL-DATE-FOUND
               SET WS-CAL-DATE-FOUND TO TRUE
               MOVE CAL-DATE TO WS-RUN-DATE-YYYYMMDD
           ELSE
               IF CAL-NON-BUSINESS
                   IF WS-NONBUS-COUNT < 500
                       ADD 1 TO WS-NONBUS-COUNT
                       MOVE CAL-DATE TO WS-NONBUS-DATE(WS-NONBUS-COUNT)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * THE FORECAST DAYS ARE THE BUSINESS DAYS AFTER THE RUN DATE.
      * A SIXTH IS FOUND ONLY TO TELL WHETHER THE FIFTH ENDS A MONTH.
      *****************************************************************
       1200-SET-TARGETS-RTN.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-CAND-DATE
           PERFORM VARYING WS-FCR-TGT-IDX FROM 1 BY 1
               UNTIL WS-FCR-TGT-IDX > WS-FCR-FORECAST-DAYS + 1
               PERFORM 1250-STEP-FORWARD-DAY-RTN
               PERFORM 1260-CHECK-SCHEDULE-RTN
               PERFORM UNTIL NOT WS-CAND-NONBUS
                   PERFORM 1250-STEP-FORWARD-DAY-RTN
                   PERFORM 1260-CHECK-SCHEDULE-RTN
               END-PERFORM
               MOVE WS-CAND-DATE TO WS-FCR-TGT-DATE(WS-FCR-TGT-IDX)
               MOVE WS-CAND-DATE TO WS-FCR-DOW-DATE
               PERFORM 2600-COMPUTE-WEEKDAY-RTN
               MOVE WS-FCR-DOW-IDX TO WS-FCR-TGT-DOW(WS-FCR-TGT-IDX)
               MOVE 'N' TO WS-FCR-TGT-ME-FLAG(WS-FCR-TGT-IDX)
           END-PERFORM
           PERFORM VARYING WS-FCR-TGT-IDX FROM 1 BY 1
               UNTIL WS-FCR-TGT-IDX > WS-FCR-FORECAST-DAYS
               IF WS-FCR-TGT-PERIOD(WS-FCR-TGT-IDX)
                   NOT = WS-FCR-TGT-PERIOD(WS-FCR-TGT-IDX + 1)
                   SET WS-FCR-TGT-MONTH-END(WS-FCR-TGT-IDX) TO TRUE
               END-IF
           END-PERFORM.

       1250-STEP-FORWARD-DAY-RTN.
           PERFORM 1270-SET-MONTH-DAYS-RTN
           IF WS-CAND-DD < WS-MONTH-DAYS
               ADD 1 TO WS-CAND-DD
           ELSE
               MOVE 1 TO WS-CAND-DD
               IF WS-CAND-MM < 12
                   ADD 1 TO WS-CAND-MM
               ELSE
                   MOVE 1 TO WS-CAND-MM
                   ADD 1 TO WS-CAND-CCYY
               END-IF
           END-IF.

       1260-CHECK-SCHEDULE-RTN.
           MOVE 'N' TO WS-CAND-NONBUS-FLAG
           PERFORM VARYING WS-NONBUS-IDX FROM 1 BY 1
               UNTIL WS-NONBUS-IDX > WS-NONBUS-COUNT
               OR WS-CAND-NONBUS
               IF WS-NONBUS-DATE(WS-NONBUS-IDX) = WS-CAND-DATE
                   MOVE 'Y' TO WS-CAND-NONBUS-FLAG
               END-IF
           END-PERFORM.

       1270-SET-MONTH-DAYS-RTN.
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
           END-IF.

       1300-STEP-BACK-DAY-RTN.
           IF WS-CAND-DD > 1
               SUBTRACT 1 FROM WS-CAND-DD
           ELSE
               IF WS-CAND-MM > 1
                   SUBTRACT 1 FROM WS-CAND-MM
               ELSE
                   MOVE 12 TO WS-CAND-MM
                   SUBTRACT 1 FROM WS-CAND-CCYY
               END-IF
               PERFORM 1270-SET-MONTH-DAYS-RTN
               MOVE WS-MONTH-DAYS TO WS-CAND-DD
           END-IF.

       1400-LOAD-PICKUP-LIMITS-RTN.
           OPEN INPUT PICKUP-LIMIT-FILE
           IF WS-PKL-FILE-STATUS NOT = "00"
               DISPLAY "DLYFCST: UNABLE TO OPEN PICKUP LIMITS "
                   "DLYPKL, STATUS=" WS-PKL-FILE-STATUS
                   " - NO BRANCH WILL BE FLAGGED"
           ELSE
               PERFORM UNTIL WS-PKL-EOF
                   READ PICKUP-LIMIT-FILE INTO PKL-RECORD
                       AT END
                           MOVE 'Y' TO WS-PKL-EOF-FLAG
                       NOT AT END
                           IF WS-PKL-COUNT < 300
                               AND PKL-PICKUP-LIMIT NUMERIC
                               ADD 1 TO WS-PKL-COUNT
                               MOVE PKL-BRANCH-CODE
                                   TO WS-PKL-T-BRANCH(WS-PKL-COUNT)
                               MOVE PKL-PICKUP-LIMIT
                                   TO WS-PKL-T-LIMIT(WS-PKL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PICKUP-LIMIT-FILE
           END-IF.

      *****************************************************************
      * LOAD THE BRANCH MASTER. WITHOUT IT EACH BRANCH IS FORECAST
      * UNDER ITS DLYTLH CODE FOR EVERY FORECAST DAY AND THE RUN ENDS
      * WITH A WARNING.
      *****************************************************************
       1500-LOAD-BRANCH-MASTER-RTN.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRM-FILE-STATUS NOT = "00"
               DISPLAY "DLYFCST: UNABLE TO OPEN BRANCH MASTER DLYBRM, "
                   "STATUS=" WS-BRM-FILE-STATUS " - BRANCHES FORECAST "
                   "UNDER THEIR DLYTLH CODES FOR EVERY FORECAST DAY"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-BRM-EOF
                   READ BRANCH-MASTER-FILE INTO BRM-RECORD
                       AT END
                           MOVE 'Y' TO WS-BRM-EOF-FLAG
                       NOT AT END
                           PERFORM 1510-STORE-BRANCH-RTN
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
               SET WS-BRM-LOADED TO TRUE
           END-IF.

       1510-STORE-BRANCH-RTN.
           IF WS-BRM-COUNT < 500
               ADD 1 TO WS-BRM-COUNT
               MOVE BRM-BRANCH-CODE TO WS-BRM-T-CODE(WS-BRM-COUNT)
               MOVE BRM-NAME TO WS-BRM-T-NAME(WS-BRM-COUNT)
               MOVE BRM-REGION TO WS-BRM-T-REGION(WS-BRM-COUNT)
               MOVE BRM-STATUS TO WS-BRM-T-STATUS(WS-BRM-COUNT)
               MOVE BRM-OPEN-DATE TO WS-BRM-T-OPEN-DATE(WS-BRM-COUNT)
               MOVE BRM-CLOSE-DATE
                   TO WS-BRM-T-CLOSE-DATE(WS-BRM-COUNT)
               MOVE BRM-SUCCESSOR TO WS-BRM-T-SUCCESSOR(WS-BRM-COUNT)
               MOVE BRM-EXPECTED-DAYS TO WS-BRM-T-DAYS(WS-BRM-COUNT)
           ELSE
               IF NOT WS-BRM-FULL
                   SET WS-BRM-FULL TO TRUE
                   DISPLAY "DLYFCST: MORE THAN 500 BRANCHES ON "
                       "DLYBRM - EXTRAS FORECAST FOR EVERY DAY"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * FIRST PASS OVER DLYTLH - THE LAST POSTED DAY OF EACH MONTH IN
      * THE WINDOW AND THE LATEST CLOSED BUSINESS DAY.
      *****************************************************************
       2000-SCAN-HISTORY-RTN.
           OPEN INPUT TELLER-HISTORY-FILE
           IF WS-TLH-FILE-STATUS NOT = "00"
               DISPLAY "DLYFCST: UNABLE TO OPEN DLYTLH, STATUS="
                   WS-TLH-FILE-STATUS " - NO FORECAST PRODUCED"
               SET WS-FCR-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-TLH-EOF
                   READ TELLER-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-TLH-EOF-FLAG
                       NOT AT END
                           IF TLH-DATE >= WS-FCR-LOOKBACK-START
                               AND TLH-DATE <= WS-RUN-DATE-YYYYMMDD
                               PERFORM 2100-NOTE-MONTH-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-HISTORY-FILE
           END-IF.

       2100-NOTE-MONTH-RTN.
           IF TLH-DATE > WS-FCR-LAST-ACTUAL-DATE
               MOVE TLH-DATE TO WS-FCR-LAST-ACTUAL-DATE
           END-IF
           MOVE TLH-DATE TO WS-FCR-LOOK-DATE
           PERFORM VARYING WS-FCR-MON-IDX FROM 1 BY 1
               UNTIL WS-FCR-MON-IDX > WS-FCR-MON-COUNT
               OR WS-FCR-MON-PERIOD(WS-FCR-MON-IDX)
                   = WS-FCR-LOOK-PERIOD
               CONTINUE
           END-PERFORM
           IF WS-FCR-MON-IDX > WS-FCR-MON-COUNT
               IF WS-FCR-MON-COUNT < 12
                   ADD 1 TO WS-FCR-MON-COUNT
                   MOVE WS-FCR-LOOK-PERIOD
                       TO WS-FCR-MON-PERIOD(WS-FCR-MON-COUNT)
                   MOVE TLH-DATE
                       TO WS-FCR-MON-LAST-DATE(WS-FCR-MON-COUNT)
               END-IF
           ELSE
               IF TLH-DATE > WS-FCR-MON-LAST-DATE(WS-FCR-MON-IDX)
                   MOVE TLH-DATE
                       TO WS-FCR-MON-LAST-DATE(WS-FCR-MON-IDX)
               END-IF
           END-IF.

      *****************************************************************
      * SECOND PASS - ADD EACH BRANCH'S DAYS INTO ITS BUCKETS. THE
      * LATEST CLOSED DAY IS ALSO KEPT AS THE ACTUAL TO SET AGAINST
      * ITS FORECAST.
      *****************************************************************
       2500-ACCUM-HISTORY-RTN.
           MOVE 'N' TO WS-TLH-EOF-FLAG
           OPEN INPUT TELLER-HISTORY-FILE
           IF WS-TLH-FILE-STATUS = "00"
               PERFORM UNTIL WS-TLH-EOF
                   READ TELLER-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-TLH-EOF-FLAG
                       NOT AT END
                           IF TLH-DATE >= WS-FCR-LOOKBACK-START
                               AND TLH-DATE <= WS-RUN-DATE-YYYYMMDD
                               PERFORM 2510-ADD-TELLER-DAY-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-FCR-BR-IDX FROM 1 BY 1
               UNTIL WS-FCR-BR-IDX > WS-FCR-BR-COUNT
               PERFORM 2550-CLOSE-BRANCH-DAY-RTN
           END-PERFORM.

      *****************************************************************
      * WS-FCR-LOOK-BRANCH BECOMES THE BRANCH THE HISTORY IS BUCKETED
      * UNDER - A BRANCH MERGED ON THE RUN DATE IS REPLACED BY ITS
      * SUCCESSOR, AS DLYBTSUM POSTS IT. ANY OTHER CODE, OR A MERGE
      * WITH NO OPEN SUCCESSOR, IS LEFT AS IT IS.
      *****************************************************************
       2505-POSTING-BRANCH-RTN.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-FCR-BRM-DATE
           IF WS-BRM-LOADED
               MOVE WS-FCR-LOOK-BRANCH TO WS-BRM-LOOK-CODE
               PERFORM 2630-RESOLVE-BRANCH-RTN
               IF WS-BRM-FIRST-STATE = 'M'
                   AND WS-BRM-ST-POSTABLE
                   MOVE WS-BRM-T-CODE(WS-BRM-HIT-IDX)
                       TO WS-FCR-LOOK-BRANCH
               END-IF
           END-IF.

       2510-ADD-TELLER-DAY-RTN.
           MOVE TLH-BRANCH-CODE TO WS-FCR-LOOK-BRANCH
           PERFORM 2505-POSTING-BRANCH-RTN
           PERFORM 2520-FIND-BRANCH-RTN
           IF WS-FCR-BR-IDX <= WS-FCR-BR-COUNT
               IF WS-FCR-BR-CUR-DATE(WS-FCR-BR-IDX) NOT = TLH-DATE
                   PERFORM 2550-CLOSE-BRANCH-DAY-RTN
                   MOVE TLH-DATE TO WS-FCR-BR-CUR-DATE(WS-FCR-BR-IDX)
               END-IF
               ADD TLH-TOTAL-AMOUNT
                   TO WS-FCR-BR-CUR-TOTAL(WS-FCR-BR-IDX)
               ADD TLH-BATCH-COUNT
                   TO WS-FCR-BR-CUR-BATCHES(WS-FCR-BR-IDX)
               IF TLH-DATE = WS-FCR-LAST-ACTUAL-DATE
                   SET WS-FCR-HAS-ACTUAL(WS-FCR-BR-IDX) TO TRUE
                   ADD TLH-TOTAL-AMOUNT
                       TO WS-FCR-ACT-TOTAL(WS-FCR-BR-IDX)
                   ADD TLH-BATCH-COUNT
                       TO WS-FCR-ACT-BATCHES(WS-FCR-BR-IDX)
               END-IF
           END-IF.

       2520-FIND-BRANCH-RTN.
           PERFORM VARYING WS-FCR-BR-IDX FROM 1 BY 1
               UNTIL WS-FCR-BR-IDX > WS-FCR-BR-COUNT
               OR WS-FCR-BR-CODE(WS-FCR-BR-IDX) = WS-FCR-LOOK-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-FCR-BR-IDX > WS-FCR-BR-COUNT
               IF WS-FCR-BR-COUNT < 300
                   ADD 1 TO WS-FCR-BR-COUNT
                   MOVE WS-FCR-BR-COUNT TO WS-FCR-BR-IDX
                   PERFORM 2530-START-BRANCH-RTN
               ELSE
                   IF NOT WS-FCR-BR-FULL
                       SET WS-FCR-BR-FULL TO TRUE
                       DISPLAY "DLYFCST: MORE THAN 300 BRANCHES ON "
                           "DLYTLH - EXTRAS NOT FORECAST"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2530-START-BRANCH-RTN.
           INITIALIZE WS-FCR-BR-ENTRY(WS-FCR-BR-IDX)
           MOVE WS-FCR-LOOK-BRANCH TO WS-FCR-BR-CODE(WS-FCR-BR-IDX)
           MOVE 'N' TO WS-FCR-BR-LIMIT-FLAG(WS-FCR-BR-IDX)
           MOVE 'N' TO WS-FCR-ACT-FLAG(WS-FCR-BR-IDX)
           MOVE 'N' TO WS-FCR-PRV-FLAG(WS-FCR-BR-IDX)
           PERFORM VARYING WS-PKL-IDX FROM 1 BY 1
               UNTIL WS-PKL-IDX > WS-PKL-COUNT
               OR WS-FCR-BR-HAS-LIMIT(WS-FCR-BR-IDX)
               IF WS-PKL-T-BRANCH(WS-PKL-IDX) = WS-FCR-LOOK-BRANCH
                   SET WS-FCR-BR-HAS-LIMIT(WS-FCR-BR-IDX) TO TRUE
                   MOVE WS-PKL-T-LIMIT(WS-PKL-IDX)
                       TO WS-FCR-BR-LIMIT(WS-FCR-BR-IDX)
               END-IF
           END-PERFORM
           IF WS-BRM-LOADED
               MOVE WS-FCR-LOOK-BRANCH TO WS-BRM-LOOK-CODE
               PERFORM 2610-FIND-BRANCH-RTN
               MOVE WS-BRM-HIT-IDX TO WS-FCR-BR-BRM-IDX(WS-FCR-BR-IDX)
           END-IF.

      *****************************************************************
      * PUT THE BRANCH'S DAY JUST ADDED UP INTO ITS BUCKETS. THE LAST
      * POSTED DAY OF AN EARLIER MONTH GOES INTO THE MONTH-END BUCKET
      * ONLY, SO IT DOES NOT LIFT THE ORDINARY DAY-OF-WEEK AVERAGES;
      * ANY OTHER DAY GOES INTO ITS DAY-OF-WEEK AND OVERALL BUCKETS.
      *****************************************************************
       2550-CLOSE-BRANCH-DAY-RTN.
           IF WS-FCR-BR-CUR-DATE(WS-FCR-BR-IDX) NOT = ZERO
               PERFORM 2560-CHECK-MONTH-END-RTN
               IF WS-FCR-ME-DAY
                   ADD WS-FCR-BR-CUR-TOTAL(WS-FCR-BR-IDX)
                       TO WS-FCR-ME-TOTAL(WS-FCR-BR-IDX)
                   ADD WS-FCR-BR-CUR-BATCHES(WS-FCR-BR-IDX)
                       TO WS-FCR-ME-BATCHES(WS-FCR-BR-IDX)
                   ADD 1 TO WS-FCR-ME-DAYS(WS-FCR-BR-IDX)
               ELSE
                   MOVE WS-FCR-BR-CUR-DATE(WS-FCR-BR-IDX)
                       TO WS-FCR-DOW-DATE
                   PERFORM 2600-COMPUTE-WEEKDAY-RTN
                   ADD WS-FCR-BR-CUR-TOTAL(WS-FCR-BR-IDX)
                       TO WS-FCR-WD-TOTAL(WS-FCR-BR-IDX, WS-FCR-DOW-IDX)
                   ADD WS-FCR-BR-CUR-BATCHES(WS-FCR-BR-IDX)
                       TO WS-FCR-WD-BATCHES
                           (WS-FCR-BR-IDX, WS-FCR-DOW-IDX)
                   ADD 1
                       TO WS-FCR-WD-DAYS(WS-FCR-BR-IDX, WS-FCR-DOW-IDX)
                   ADD WS-FCR-BR-CUR-TOTAL(WS-FCR-BR-IDX)
                       TO WS-FCR-ALL-TOTAL(WS-FCR-BR-IDX)
                   ADD WS-FCR-BR-CUR-BATCHES(WS-FCR-BR-IDX)
                       TO WS-FCR-ALL-BATCHES(WS-FCR-BR-IDX)
                   ADD 1 TO WS-FCR-ALL-DAYS(WS-FCR-BR-IDX)
               END-IF
           END-IF
           MOVE ZERO TO WS-FCR-BR-CUR-DATE(WS-FCR-BR-IDX)
           MOVE ZERO TO WS-FCR-BR-CUR-TOTAL(WS-FCR-BR-IDX)
           MOVE ZERO TO WS-FCR-BR-CUR-BATCHES(WS-FCR-BR-IDX).

       2560-CHECK-MONTH-END-RTN.
           MOVE 'N' TO WS-FCR-ME-DAY-FLAG
           MOVE WS-FCR-BR-CUR-DATE(WS-FCR-BR-IDX) TO WS-FCR-LOOK-DATE
           IF WS-FCR-LOOK-PERIOD < WS-RUN-PERIOD
               PERFORM VARYING WS-FCR-MON-IDX FROM 1 BY 1
                   UNTIL WS-FCR-MON-IDX > WS-FCR-MON-COUNT
                   OR WS-FCR-ME-DAY
                   IF WS-FCR-MON-LAST-DATE(WS-FCR-MON-IDX)
                       = WS-FCR-LOOK-DATE
                       SET WS-FCR-ME-DAY TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * DAY OF THE WEEK FOR WS-FCR-DOW-DATE, RETURNED IN
      * WS-FCR-DOW-IDX AS 1 (SUNDAY) THROUGH 7 (SATURDAY).
      *****************************************************************
       2600-COMPUTE-WEEKDAY-RTN.
           MOVE WS-FCR-DOW-CCYY TO WS-FCR-DOW-YEAR
           IF WS-FCR-DOW-MM < 3
               SUBTRACT 1 FROM WS-FCR-DOW-YEAR
           END-IF
           DIVIDE WS-FCR-DOW-YEAR BY 4 GIVING WS-FCR-DOW-Y4
           DIVIDE WS-FCR-DOW-YEAR BY 100 GIVING WS-FCR-DOW-Y100
           DIVIDE WS-FCR-DOW-YEAR BY 400 GIVING WS-FCR-DOW-Y400
           COMPUTE WS-FCR-DOW-SUM = WS-FCR-DOW-YEAR + WS-FCR-DOW-Y4
               - WS-FCR-DOW-Y100 + WS-FCR-DOW-Y400
               + WS-FCR-MONTH-OFFSET(WS-FCR-DOW-MM) + WS-FCR-DOW-DD
           COMPUTE WS-FCR-DOW-IDX =
               FUNCTION MOD(WS-FCR-DOW-SUM, 7) + 1.

       2610-FIND-BRANCH-RTN.
           MOVE ZERO TO WS-BRM-HIT-IDX
           PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
               UNTIL WS-BRM-IDX > WS-BRM-COUNT
               OR WS-BRM-HIT-IDX NOT = ZERO
               IF WS-BRM-T-CODE(WS-BRM-IDX) = WS-BRM-LOOK-CODE
                   MOVE WS-BRM-IDX TO WS-BRM-HIT-IDX
               END-IF
           END-PERFORM
           PERFORM 2620-BRANCH-STATE-RTN.

      *****************************************************************
      * STATUS IN FORCE ON WS-FCR-BRM-DATE (THE RUN DATE OR A FORECAST
      * DAY) FOR THE ENTRY AT WS-BRM-HIT-IDX - A MERGE OR CLOSURE
      * DATED LATER THAN THAT HAS NOT HAPPENED YET.
      *****************************************************************
       2620-BRANCH-STATE-RTN.
           IF WS-BRM-HIT-IDX = ZERO
               MOVE 'U' TO WS-BRM-STATE
           ELSE
               IF WS-BRM-T-OPEN-DATE(WS-BRM-HIT-IDX)
                   > WS-FCR-BRM-DATE
                   MOVE 'N' TO WS-BRM-STATE
               ELSE
                   IF (WS-BRM-T-STATUS(WS-BRM-HIT-IDX) = 'M'
                       OR WS-BRM-T-STATUS(WS-BRM-HIT-IDX) = 'C')
                       AND WS-BRM-T-CLOSE-DATE(WS-BRM-HIT-IDX)
                           > WS-FCR-BRM-DATE
                       MOVE 'O' TO WS-BRM-STATE
                   ELSE
                       MOVE WS-BRM-T-STATUS(WS-BRM-HIT-IDX)
                           TO WS-BRM-STATE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * LOOK UP WS-BRM-LOOK-CODE AND FOLLOW A MERGED BRANCH DOWN ITS
      * SUCCESSORS. A CHAIN THAT RUNS OFF THE MASTER OR LONGER THAN
      * WS-BRM-MAX-HOPS ENDS UNKNOWN.
      *****************************************************************
       2630-RESOLVE-BRANCH-RTN.
           MOVE ZERO TO WS-BRM-HOPS
           PERFORM 2610-FIND-BRANCH-RTN
           MOVE WS-BRM-STATE TO WS-BRM-FIRST-STATE
           MOVE WS-BRM-HIT-IDX TO WS-BRM-FIRST-IDX
           PERFORM UNTIL NOT WS-BRM-ST-MERGED
               OR WS-BRM-HOPS NOT < WS-BRM-MAX-HOPS
               ADD 1 TO WS-BRM-HOPS
               MOVE WS-BRM-T-SUCCESSOR(WS-BRM-HIT-IDX)
                   TO WS-BRM-LOOK-CODE
               PERFORM 2610-FIND-BRANCH-RTN
           END-PERFORM
           IF WS-BRM-ST-MERGED
               MOVE ZERO TO WS-BRM-HIT-IDX
               MOVE 'U' TO WS-BRM-STATE
           END-IF.

      *****************************************************************
      * LOAD DLYFCH - PICK OUT WHAT WAS FORECAST FOR THE LATEST CLOSED
      * DAY AND KEEP EVERY RECORD FROM THAT DAY ON THAT THIS RUN WILL
      * NOT FORECAST AGAIN. A MERGED BRANCH'S FORECAST IS ADDED TO ITS
      * SUCCESSOR'S, AS ITS ACTUALS ARE.
      *****************************************************************
       3000-LOAD-FORECAST-HISTORY-RTN.
           OPEN INPUT FORECAST-HISTORY-FILE
           IF WS-FCH-FILE-STATUS = "00"
               PERFORM UNTIL WS-FCH-EOF
                   READ FORECAST-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-FCH-EOF-FLAG
                       NOT AT END
                           PERFORM 3100-CLASSIFY-FORECAST-RTN
                   END-READ
               END-PERFORM
               CLOSE FORECAST-HISTORY-FILE
           END-IF.

       3100-CLASSIFY-FORECAST-RTN.
           IF FCH-TARGET-DATE = WS-FCR-LAST-ACTUAL-DATE
               AND WS-FCR-LAST-ACTUAL-DATE NOT = ZERO
               MOVE FCH-BRANCH-CODE TO WS-FCR-LOOK-BRANCH
               PERFORM 2505-POSTING-BRANCH-RTN
               PERFORM 2520-FIND-BRANCH-RTN
               IF WS-FCR-BR-IDX <= WS-FCR-BR-COUNT
                   SET WS-FCR-HAS-PRIOR-FORECAST(WS-FCR-BR-IDX)
                       TO TRUE
                   ADD FCH-TOTAL TO WS-FCR-PRV-TOTAL(WS-FCR-BR-IDX)
                   ADD FCH-BATCHES
                       TO WS-FCR-PRV-BATCHES(WS-FCR-BR-IDX)
               END-IF
           END-IF
           IF FCH-TARGET-DATE >= WS-FCR-LAST-ACTUAL-DATE
               PERFORM VARYING WS-FCR-TGT-IDX FROM 1 BY 1
                   UNTIL WS-FCR-TGT-IDX > WS-FCR-FORECAST-DAYS
                   OR WS-FCR-TGT-DATE(WS-FCR-TGT-IDX) = FCH-TARGET-DATE
                   CONTINUE
               END-PERFORM
               IF WS-FCR-TGT-IDX > WS-FCR-FORECAST-DAYS
                   PERFORM 3200-KEEP-FORECAST-RTN
               END-IF
           END-IF.

       3200-KEEP-FORECAST-RTN.
           IF WS-FCH-COUNT < 3000
               ADD 1 TO WS-FCH-COUNT
               MOVE FCH-RECORD TO WS-FCH-T-RECORD(WS-FCH-COUNT)
           ELSE
               IF NOT WS-FCH-FULL
                   SET WS-FCH-FULL TO TRUE
                   DISPLAY "DLYFCST: MORE THAN 3000 FORECASTS TO KEEP "
                       "ON DLYFCH - EXTRAS DROPPED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * FORECAST EACH BRANCH FOR EACH FORECAST DAY IT IS EXPECTED TO
      * SEND A FILE.
      *****************************************************************
       4000-BUILD-FORECASTS-RTN.
           PERFORM VARYING WS-FCR-BR-IDX FROM 1 BY 1
               UNTIL WS-FCR-BR-IDX > WS-FCR-BR-COUNT
               MOVE 'N' TO WS-FCR-ANY-DAY-FLAG
               PERFORM VARYING WS-FCR-TGT-IDX FROM 1 BY 1
                   UNTIL WS-FCR-TGT-IDX > WS-FCR-FORECAST-DAYS
                   PERFORM 4050-CHECK-TARGET-DAY-RTN
                   IF WS-FCR-DAY-EXPECTED
                       PERFORM 4100-FORECAST-DAY-RTN
                   END-IF
               END-PERFORM
               IF WS-FCR-ANY-DAY
                   ADD 1 TO WS-FCR-FC-BR-COUNT
               END-IF
           END-PERFORM.

      *****************************************************************
      * A BRANCH ON DLYBRM IS EXPECTED ON A FORECAST DAY ONLY WHEN IT
      * IS OPEN THAT DAY AND ITS EXPECTED-DAYS FLAG FOR THE WEEKDAY IS
      * 'Y' (THE SAME TEST DLYGATE MAKES). A BRANCH NOT ON DLYBRM, OR
      * ANY BRANCH WHEN DLYBRM COULD NOT BE READ, IS EXPECTED EVERY
      * FORECAST DAY.
      *****************************************************************
       4050-CHECK-TARGET-DAY-RTN.
           MOVE ZERO
               TO WS-FCR-FC-TOTAL(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
           MOVE ZERO
               TO WS-FCR-FC-BATCHES(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
           MOVE 'N' TO WS-FCR-FC-FLAG(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
           MOVE 'Y' TO WS-FCR-DAY-FLAG
           IF WS-BRM-LOADED
               AND WS-FCR-BR-BRM-IDX(WS-FCR-BR-IDX) NOT = ZERO
               MOVE WS-FCR-TGT-DATE(WS-FCR-TGT-IDX) TO WS-FCR-BRM-DATE
               MOVE WS-FCR-BR-BRM-IDX(WS-FCR-BR-IDX) TO WS-BRM-HIT-IDX
               PERFORM 2620-BRANCH-STATE-RTN
               IF WS-BRM-ST-OPEN
                   AND WS-BRM-T-DAYS(WS-BRM-HIT-IDX)
                       (WS-FCR-TGT-DOW(WS-FCR-TGT-IDX):1) = 'Y'
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-FCR-DAY-FLAG
               END-IF
           END-IF.

       4100-FORECAST-DAY-RTN.
           MOVE WS-FCR-TGT-DOW(WS-FCR-TGT-IDX) TO WS-FCR-DOW-IDX
           MOVE ZERO TO WS-FCR-BASE-TOTAL
           MOVE ZERO TO WS-FCR-BASE-BATCHES
           IF WS-FCR-WD-DAYS(WS-FCR-BR-IDX, WS-FCR-DOW-IDX) > ZERO
               COMPUTE WS-FCR-BASE-TOTAL ROUNDED =
                   WS-FCR-WD-TOTAL(WS-FCR-BR-IDX, WS-FCR-DOW-IDX)
                   / WS-FCR-WD-DAYS(WS-FCR-BR-IDX, WS-FCR-DOW-IDX)
               COMPUTE WS-FCR-BASE-BATCHES ROUNDED =
                   WS-FCR-WD-BATCHES(WS-FCR-BR-IDX, WS-FCR-DOW-IDX)
                   / WS-FCR-WD-DAYS(WS-FCR-BR-IDX, WS-FCR-DOW-IDX)
           ELSE
               IF WS-FCR-ALL-DAYS(WS-FCR-BR-IDX) > ZERO
                   COMPUTE WS-FCR-BASE-TOTAL ROUNDED =
                       WS-FCR-ALL-TOTAL(WS-FCR-BR-IDX)
                       / WS-FCR-ALL-DAYS(WS-FCR-BR-IDX)
                   COMPUTE WS-FCR-BASE-BATCHES ROUNDED =
                       WS-FCR-ALL-BATCHES(WS-FCR-BR-IDX)
                       / WS-FCR-ALL-DAYS(WS-FCR-BR-IDX)
               ELSE
                   IF WS-FCR-ME-DAYS(WS-FCR-BR-IDX) > ZERO
                       COMPUTE WS-FCR-BASE-TOTAL ROUNDED =
                           WS-FCR-ME-TOTAL(WS-FCR-BR-IDX)
                           / WS-FCR-ME-DAYS(WS-FCR-BR-IDX)
                       COMPUTE WS-FCR-BASE-BATCHES ROUNDED =
                           WS-FCR-ME-BATCHES(WS-FCR-BR-IDX)
                           / WS-FCR-ME-DAYS(WS-FCR-BR-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-FCR-TGT-MONTH-END(WS-FCR-TGT-IDX)
               AND WS-FCR-ME-DAYS(WS-FCR-BR-IDX) > ZERO
               AND WS-FCR-ALL-DAYS(WS-FCR-BR-IDX) > ZERO
               IF WS-FCR-ALL-TOTAL(WS-FCR-BR-IDX) > ZERO
                   COMPUTE WS-FCR-BASE-TOTAL ROUNDED =
                       WS-FCR-BASE-TOTAL
                       * WS-FCR-ME-TOTAL(WS-FCR-BR-IDX)
                       * WS-FCR-ALL-DAYS(WS-FCR-BR-IDX)
                       / (WS-FCR-ME-DAYS(WS-FCR-BR-IDX)
                          * WS-FCR-ALL-TOTAL(WS-FCR-BR-IDX))
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
               END-IF
               IF WS-FCR-ALL-BATCHES(WS-FCR-BR-IDX) > ZERO
                   COMPUTE WS-FCR-BASE-BATCHES ROUNDED =
                       WS-FCR-BASE-BATCHES
                       * WS-FCR-ME-BATCHES(WS-FCR-BR-IDX)
                       * WS-FCR-ALL-DAYS(WS-FCR-BR-IDX)
                       / (WS-FCR-ME-DAYS(WS-FCR-BR-IDX)
                          * WS-FCR-ALL-BATCHES(WS-FCR-BR-IDX))
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
               END-IF
           END-IF
           MOVE WS-FCR-BASE-TOTAL
               TO WS-FCR-FC-TOTAL(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
           MOVE WS-FCR-BASE-BATCHES
               TO WS-FCR-FC-BATCHES(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
           SET WS-FCR-FC-MADE(WS-FCR-BR-IDX, WS-FCR-TGT-IDX) TO TRUE
           SET WS-FCR-ANY-DAY TO TRUE.

       5000-WRITE-REPORT-RTN.
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE WS-RUN-DATE-EDITED TO FCR-TITLE-DATE
           WRITE FRP-LINE FROM WS-FCR-TITLE-LINE
           WRITE FRP-LINE FROM WS-FCR-BLANK-LINE
           PERFORM 5100-FORECAST-SECTION-RTN
           PERFORM 5200-ACTUAL-SECTION-RTN
           WRITE FRP-LINE FROM WS-FCR-BLANK-LINE
           MOVE "BRANCHES FORECAST" TO FCR-CNT-LABEL
           MOVE WS-FCR-FC-BR-COUNT TO FCR-CNT-VALUE
           WRITE FRP-LINE FROM WS-FCR-COUNT-LINE
           MOVE "BRANCH DAYS OVER THE PICKUP LIMIT" TO FCR-CNT-LABEL
           MOVE WS-FCR-OVER-COUNT TO FCR-CNT-VALUE
           WRITE FRP-LINE FROM WS-FCR-COUNT-LINE
           CLOSE FORECAST-REPORT-FILE
           DISPLAY "DLYFCST: " WS-FCR-FC-BR-COUNT
               " BRANCHES FORECAST, "
               WS-FCR-OVER-COUNT " BRANCH DAYS OVER THE PICKUP LIMIT "
               "- SEE DLYFCR".

       5100-FORECAST-SECTION-RTN.
           MOVE WS-FCR-LOOKBACK-START TO WS-FCR-PRINT-DATE
           PERFORM 5900-EDIT-PRINT-DATE-RTN
           MOVE SPACES TO FCR-SEC-TEXT
           STRING "NEXT 5 BUSINESS DAYS - HISTORY FROM "
                   WS-FCR-PRINT-EDITED
               DELIMITED BY SIZE INTO FCR-SEC-TEXT
           END-STRING
           WRITE FRP-LINE FROM WS-FCR-SECTION-LINE
           WRITE FRP-LINE FROM WS-FCR-FORECAST-HEADING
           PERFORM VARYING WS-FCR-BR-IDX FROM 1 BY 1
               UNTIL WS-FCR-BR-IDX > WS-FCR-BR-COUNT
               PERFORM VARYING WS-FCR-TGT-IDX FROM 1 BY 1
                   UNTIL WS-FCR-TGT-IDX > WS-FCR-FORECAST-DAYS
                   IF WS-FCR-FC-MADE(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
                       PERFORM 5150-PRINT-FORECAST-RTN
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-FCR-BR-COUNT = 0
               MOVE "NO BRANCH HISTORY ON DLYTLH IN THE WINDOW"
                   TO FCR-NONE-TEXT
               WRITE FRP-LINE FROM WS-FCR-NONE-LINE
           ELSE
               IF WS-FCR-FC-BR-COUNT = 0
                   MOVE "NO BRANCH EXPECTED ON THE FORECAST DAYS"
                       TO FCR-NONE-TEXT
                   WRITE FRP-LINE FROM WS-FCR-NONE-LINE
               END-IF
           END-IF.

       5150-PRINT-FORECAST-RTN.
           MOVE WS-FCR-BR-CODE(WS-FCR-BR-IDX) TO FCR-FC-BRANCH
           MOVE WS-FCR-TGT-DATE(WS-FCR-TGT-IDX) TO WS-FCR-PRINT-DATE
           PERFORM 5900-EDIT-PRINT-DATE-RTN
           MOVE WS-FCR-PRINT-EDITED TO FCR-FC-DATE
           MOVE WS-FCR-DAY-NAME(WS-FCR-TGT-DOW(WS-FCR-TGT-IDX))
               TO FCR-FC-DAY
           MOVE WS-FCR-FC-TOTAL(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
               TO FCR-FC-TOTAL
           MOVE WS-FCR-FC-BATCHES(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
               TO FCR-FC-BATCHES
           MOVE SPACES TO FCR-FC-NOTE
           IF WS-FCR-ALL-DAYS(WS-FCR-BR-IDX) = ZERO
               AND WS-FCR-ME-DAYS(WS-FCR-BR-IDX) = ZERO
               MOVE "NO HISTORY IN WINDOW" TO FCR-FC-NOTE
           ELSE
               IF WS-FCR-BR-HAS-LIMIT(WS-FCR-BR-IDX)
                   AND WS-FCR-FC-TOTAL(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
                       > WS-FCR-BR-LIMIT(WS-FCR-BR-IDX)
                   MOVE "OVER PICKUP LIMIT" TO FCR-FC-NOTE
                   ADD 1 TO WS-FCR-OVER-COUNT
               ELSE
                   IF WS-FCR-TGT-MONTH-END(WS-FCR-TGT-IDX)
                       MOVE "MONTH-END" TO FCR-FC-NOTE
                   END-IF
               END-IF
           END-IF
           WRITE FRP-LINE FROM WS-FCR-FORECAST-LINE.

      *****************************************************************
      * THE LATEST CLOSED BUSINESS DAY - ACTUAL AGAINST FORECAST.
      *****************************************************************
       5200-ACTUAL-SECTION-RTN.
           WRITE FRP-LINE FROM WS-FCR-BLANK-LINE
           MOVE SPACES TO FCR-SEC-TEXT
           IF WS-FCR-LAST-ACTUAL-DATE = ZERO
               MOVE "ACTUAL AGAINST FORECAST - NO CLOSED DAY ON DLYTLH"
                   TO FCR-SEC-TEXT
               WRITE FRP-LINE FROM WS-FCR-SECTION-LINE
           ELSE
               MOVE WS-FCR-LAST-ACTUAL-DATE TO WS-FCR-PRINT-DATE
               PERFORM 5900-EDIT-PRINT-DATE-RTN
               STRING "ACTUAL AGAINST FORECAST FOR " WS-FCR-PRINT-EDITED
                       " (LAST CLOSED DAY)"
                   DELIMITED BY SIZE INTO FCR-SEC-TEXT
               END-STRING
               WRITE FRP-LINE FROM WS-FCR-SECTION-LINE
               WRITE FRP-LINE FROM WS-FCR-ACTUAL-HEADING
               PERFORM VARYING WS-FCR-BR-IDX FROM 1 BY 1
                   UNTIL WS-FCR-BR-IDX > WS-FCR-BR-COUNT
                   IF WS-FCR-HAS-PRIOR-FORECAST(WS-FCR-BR-IDX)
                       PERFORM 5250-PRINT-ACTUAL-RTN
                   END-IF
               END-PERFORM
               IF WS-FCR-ACTUAL-COUNT = 0
                   MOVE "NO FORECAST ON DLYFCH FOR THE DAY"
                       TO FCR-NONE-TEXT
                   WRITE FRP-LINE FROM WS-FCR-NONE-LINE
               ELSE
                   MOVE "ALL " TO FCR-AC-BRANCH
                   MOVE WS-FCR-FIRM-ACTUAL TO FCR-AC-ACTUAL
                   MOVE WS-FCR-FIRM-FORECAST TO FCR-AC-FORECAST
                   COMPUTE WS-FCR-VARIANCE =
                       WS-FCR-FIRM-ACTUAL - WS-FCR-FIRM-FORECAST
                   MOVE WS-FCR-FIRM-FORECAST TO WS-FCR-BASE-TOTAL
                   PERFORM 5260-EDIT-VARIANCE-RTN
                   WRITE FRP-LINE FROM WS-FCR-ACTUAL-LINE
               END-IF
           END-IF.

       5250-PRINT-ACTUAL-RTN.
           ADD 1 TO WS-FCR-ACTUAL-COUNT
           MOVE WS-FCR-BR-CODE(WS-FCR-BR-IDX) TO FCR-AC-BRANCH
           MOVE WS-FCR-ACT-TOTAL(WS-FCR-BR-IDX) TO FCR-AC-ACTUAL
           MOVE WS-FCR-PRV-TOTAL(WS-FCR-BR-IDX) TO FCR-AC-FORECAST
           COMPUTE WS-FCR-VARIANCE = WS-FCR-ACT-TOTAL(WS-FCR-BR-IDX)
               - WS-FCR-PRV-TOTAL(WS-FCR-BR-IDX)
           MOVE WS-FCR-PRV-TOTAL(WS-FCR-BR-IDX) TO WS-FCR-BASE-TOTAL
           PERFORM 5260-EDIT-VARIANCE-RTN
           ADD WS-FCR-ACT-TOTAL(WS-FCR-BR-IDX) TO WS-FCR-FIRM-ACTUAL
           ADD WS-FCR-PRV-TOTAL(WS-FCR-BR-IDX) TO WS-FCR-FIRM-FORECAST
           WRITE FRP-LINE FROM WS-FCR-ACTUAL-LINE.

       5260-EDIT-VARIANCE-RTN.
           MOVE WS-FCR-VARIANCE TO FCR-AC-VARIANCE
           IF WS-FCR-BASE-TOTAL = ZERO
               MOVE "    N/A" TO FCR-AC-PCT-X
           ELSE
               COMPUTE WS-FCR-PCT ROUNDED =
                   WS-FCR-VARIANCE * 100 / WS-FCR-BASE-TOTAL
                   ON SIZE ERROR
                       MOVE "   HIGH" TO FCR-AC-PCT-X
                   NOT ON SIZE ERROR
                       MOVE WS-FCR-PCT TO FCR-AC-PCT
               END-COMPUTE
           END-IF.

       5900-EDIT-PRINT-DATE-RTN.
           MOVE SPACES TO WS-FCR-PRINT-EDITED
           STRING WS-FCR-PRINT-MM "/" WS-FCR-PRINT-DD "/"
                   WS-FCR-PRINT-CCYY
               DELIMITED BY SIZE INTO WS-FCR-PRINT-EDITED
           END-STRING.

      *****************************************************************
      * REWRITE DLYFCH - THE RECORDS KEPT, THEN THIS RUN'S FORECASTS
      * FOR THE DAYS EACH BRANCH IS EXPECTED.
      *****************************************************************
       6000-SAVE-FORECAST-HISTORY-RTN.
           OPEN OUTPUT FORECAST-HISTORY-FILE
           IF WS-FCH-FILE-STATUS NOT = "00"
               DISPLAY "DLYFCST: UNABLE TO REWRITE DLYFCH, STATUS="
                   WS-FCH-FILE-STATUS " - THE NEXT RUN WILL HAVE NO "
                   "FORECAST TO SET ITS ACTUALS AGAINST"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-FCH-IDX FROM 1 BY 1
                   UNTIL WS-FCH-IDX > WS-FCH-COUNT
                   MOVE WS-FCH-T-RECORD(WS-FCH-IDX) TO FCH-RECORD
                   WRITE FCH-RECORD
               END-PERFORM
               PERFORM VARYING WS-FCR-BR-IDX FROM 1 BY 1
                   UNTIL WS-FCR-BR-IDX > WS-FCR-BR-COUNT
                   PERFORM VARYING WS-FCR-TGT-IDX FROM 1 BY 1
                       UNTIL WS-FCR-TGT-IDX > WS-FCR-FORECAST-DAYS
                       IF WS-FCR-FC-MADE(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
                           PERFORM 6100-WRITE-FORECAST-RTN
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE FORECAST-HISTORY-FILE
           END-IF.

       6100-WRITE-FORECAST-RTN.
           MOVE SPACES TO FCH-RECORD
           MOVE WS-RUN-DATE-YYYYMMDD TO FCH-RUN-DATE
           MOVE WS-FCR-TGT-DATE(WS-FCR-TGT-IDX) TO FCH-TARGET-DATE
           MOVE WS-FCR-BR-CODE(WS-FCR-BR-IDX) TO FCH-BRANCH-CODE
           MOVE WS-FCR-FC-TOTAL(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
               TO FCH-TOTAL
           MOVE WS-FCR-FC-BATCHES(WS-FCR-BR-IDX, WS-FCR-TGT-IDX)
               TO FCH-BATCHES
           WRITE FCH-RECORD.

       7000-QUEUE-REPORT-RTN.
           MOVE SPACES TO DSQ-RECORD
           MOVE WS-RUN-DATE-YYYYMMDD TO DSQ-RUN-DATE
           ACCEPT DSQ-RUN-TIME FROM TIME
           MOVE "DLYFCR" TO DSQ-REPORT-NAME
           SET DSQ-READY TO TRUE
           OPEN EXTEND DISTRIBUTION-QUEUE-FILE
           IF WS-DSQ-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISTRIBUTION-QUEUE-FILE
           END-IF
           WRITE DSQ-RECORD
           CLOSE DISTRIBUTION-QUEUE-FILE.

       9000-TERMINATE-RTN.
           CONTINUE.
