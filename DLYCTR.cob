       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYCTR.
       AUTHOR. BRANCH-OPS-IT.
      *
      * LARGE CASH (CURRENCY TRANSACTION) REPORT.
      * EVERY ITEM RECORD ON THE DAILY-AMOUNTS FILE CARRIES ITS
      * DA-ITEM-TYPE, BUT DLYBTSUM ONLY HASHES THE ITEM AMOUNTS, SO
      * COMPLIANCE BUILT THE CTR FILING LIST BY HAND FROM PRINTED
      * DLYRPT PAGES. THIS PROGRAM READS THE DAY'S DLYAMT AFTER
      * CLOSE-OF-DAY, TOTALS THE CASH ITEMS (TYPE "CA") PER TELLER
      * AND PER BRANCH FOR THE BUSINESS DATE, AND LISTS EVERY
      * TELLER OR BRANCH WHOSE CASH TOTAL GOES OVER THE REPORTING
      * THRESHOLD, WITH THE BATCH NUMBER AND ITEM BEHIND EACH
      * FIGURE. THE THRESHOLD IS THE RUN PARAMETER IN WHOLE DOLLARS
      * (DLYCTR [THRESHOLD]) AND DEFAULTS TO 10,000. A MERGED
      * BRANCH'S CASH IS TOTALED UNDER THE SUCCESSOR IN FORCE ON THE
      * BUSINESS DATE ON THE BRANCH MASTER DLYBRM, AS DLYBTSUM POSTS
      * IT, SO THE TWO CODES ARE TESTED AGAINST THE THRESHOLD AS ONE.
      * THE SAME RUN LISTS POSSIBLE STRUCTURING: A TELLER WITH
      * SEVERAL CASH ITEMS EACH JUST UNDER THE THRESHOLD (90 PERCENT
      * OF IT OR MORE) ACROSS THE LAST FEW BUSINESS DAYS. THE
      * BUSINESS-DAY WINDOW IS TAKEN FROM THE POSTED DATES ON DLYTLH,
      * LESS THE HOLIDAYS AND WEEKENDS ON DLYCAL, AND THE NEAR-
      * THRESHOLD ITEMS THEMSELVES ARE KEPT ON DLYCTH FROM RUN TO
      * RUN (DLYTLH ONLY HOLDS TELLER DAY TOTALS). A RERUN FOR THE
      * SAME DATE REPLACES THAT DATE'S DLYCTH ITEMS; A SUPPLEMENTAL
      * DLYAMT ADDS ITS LATE ITEMS TO THEM. EACH RUN ALSO LEAVES ITS
      * TELLER AND BRANCH CASH TOTALS FOR THE DATE ON DLYCTH, AND A
      * SUPPLEMENTAL RUN ADDS THEM TO ITS OWN, SO A TELLER OR BRANCH
      * THAT ONLY GOES OVER THE THRESHOLD WITH THE LATE CASH ADDED IS
      * STILL LISTED. A SUPPLEMENTAL RUN LISTS ONLY TOTALS ITS LATE
      * BATCHES ADDED TO - THE MAIN RUN ALREADY LISTED THE REST.
      * THE REPORT GOES TO DLYCTRP AND IS QUEUED TO DLYDSQ LIKE THE
      * OTHER DAILY REPORTS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-AMOUNTS-FILE ASSIGN TO "DLYAMT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DA-REC-KEY
               FILE STATUS IS WS-DA-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "DLYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "DLYBRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-FILE-STATUS.
           SELECT TELLER-HISTORY-FILE ASSIGN TO "DLYTLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLH-FILE-STATUS.
           SELECT CASH-HISTORY-FILE ASSIGN TO "DLYCTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTH-FILE-STATUS.
           SELECT CTR-REPORT-FILE ASSIGN TO "DLYCTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRP-FILE-STATUS.
           SELECT DISTRIBUTION-QUEUE-FILE ASSIGN TO "DLYDSQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-AMOUNTS-FILE
           RECORD CONTAINS 36 CHARACTERS.
       COPY DAREC.

       FD  CALENDAR-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  CAL-LINE                    PIC X(28).

       FD  BRANCH-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BRM-LINE                    PIC X(80).

       FD  TELLER-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY TLHREC.

       FD  CASH-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY CTHREC.

       FD  CTR-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CRP-LINE                    PIC X(80).

       FD  DISTRIBUTION-QUEUE-FILE
           RECORD CONTAINS 36 CHARACTERS.
       COPY DSQREC.

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY BRMREC.
       COPY CTRREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-DA-FILE-STATUS       PIC X(2).
           05  WS-TLH-FILE-STATUS      PIC X(2).
           05  WS-CTH-FILE-STATUS      PIC X(2).
           05  WS-CRP-FILE-STATUS      PIC X(2).
           05  WS-DSQ-FILE-STATUS      PIC X(2).
           05  WS-DA-EOF-FLAG          PIC X(1)    VALUE 'N'.
               88  WS-DA-EOF           VALUE 'Y'.
           05  WS-TLH-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-TLH-EOF          VALUE 'Y'.
           05  WS-CTH-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-CTH-EOF          VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-CTR-PARM             PIC X(20).
           05  WS-CTR-AMT-TOKEN        PIC X(10).
           05  WS-CTR-AMT-LEN          PIC 9(2)    VALUE ZERO.
           05  WS-CTR-AMT-DIGITS       PIC 9(9).

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
           05  WS-RUN-DATE-GROUP       REDEFINES WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-CCYY    PIC 9(4).
               10  WS-RUN-DATE-MM      PIC 9(2).
               10  WS-RUN-DATE-DD      PIC 9(2).
           05  WS-RUN-DATE-EDITED      PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE-RTN
           IF NOT WS-CTR-STOPPED
               PERFORM 1500-SET-WINDOW-RTN
               PERFORM 2000-READ-AMOUNTS-RTN
           END-IF
           IF NOT WS-CTR-STOPPED
               PERFORM 2500-LOAD-CASH-HISTORY-RTN
               PERFORM 3000-TELLER-SECTION-RTN
               PERFORM 3500-BRANCH-SECTION-RTN
               PERFORM 4000-STRUCTURING-SECTION-RTN
               PERFORM 5000-SAVE-CASH-HISTORY-RTN
               PERFORM 6000-QUEUE-REPORT-RTN
           END-IF
           PERFORM 9000-TERMINATE-RTN
           STOP RUN.

       1000-INITIALIZE-RTN.
           MOVE SPACES TO WS-CTR-PARM
           ACCEPT WS-CTR-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-CTR-AMT-TOKEN
           MOVE ZERO TO WS-CTR-AMT-LEN
           UNSTRING WS-CTR-PARM DELIMITED BY ALL " "
               INTO WS-CTR-AMT-TOKEN COUNT IN WS-CTR-AMT-LEN
           END-UNSTRING
           IF WS-CTR-AMT-LEN > 0
               IF WS-CTR-AMT-LEN > 9
                   OR WS-CTR-AMT-TOKEN(1:WS-CTR-AMT-LEN) NOT NUMERIC
                   DISPLAY "DLYCTR: USAGE - DLYCTR [THRESHOLD] - "
                       "WHOLE DOLLARS, DEFAULT 10000"
                   SET WS-CTR-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE WS-CTR-AMT-TOKEN(1:WS-CTR-AMT-LEN)
                       TO WS-CTR-AMT-DIGITS
                   IF WS-CTR-AMT-DIGITS = ZERO
                       DISPLAY "DLYCTR: THRESHOLD MUST BE GREATER "
                           "THAN ZERO"
                       SET WS-CTR-STOPPED TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE WS-CTR-AMT-DIGITS TO WS-CTR-THRESHOLD
                   END-IF
               END-IF
           END-IF
           IF NOT WS-CTR-STOPPED
               COMPUTE WS-CTR-NEAR-FLOOR ROUNDED =
                   WS-CTR-THRESHOLD * WS-CTR-NEAR-PCT / 100
               PERFORM 1100-READ-CALENDAR-RTN
               PERFORM 1200-LOAD-BRANCH-MASTER-RTN
               STRING WS-RUN-DATE-MM "/" WS-RUN-DATE-DD "/"
                       WS-RUN-DATE-CCYY
                   DELIMITED BY SIZE INTO WS-RUN-DATE-EDITED
               END-STRING
           END-IF.

       1100-READ-CALENDAR-RTN.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "DLYCTR: UNABLE TO OPEN POSTING CALENDAR "
                   "DLYCAL, STATUS=" WS-CAL-FILE-STATUS
                   " - FALLING BACK TO THE MACHINE DATE"
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
                   DISPLAY "DLYCTR: NO CURRENT BUSINESS DATE "
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
                   IF WS-CTR-NONBUS-COUNT < 500
                       ADD 1 TO WS-CTR-NONBUS-COUNT
                       MOVE CAL-DATE
                           TO WS-CTR-NONBUS-DATE(WS-CTR-NONBUS-COUNT)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * LOAD THE BRANCH MASTER. WITHOUT IT A MERGED BRANCH'S CASH
      * CANNOT BE ADDED TO ITS SUCCESSOR'S, SO EACH BRANCH IS TOTALED
      * UNDER THE CODE ON DLYAMT AND THE RUN ENDS WITH A WARNING.
      *****************************************************************
       1200-LOAD-BRANCH-MASTER-RTN.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRM-FILE-STATUS NOT = "00"
               DISPLAY "DLYCTR: UNABLE TO OPEN BRANCH MASTER DLYBRM, "
                   "STATUS=" WS-BRM-FILE-STATUS " - BRANCHES TOTALED "
                   "UNDER THEIR DLYAMT CODES, MERGED BRANCHES NOT "
                   "ADDED TO THEIR SUCCESSORS"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-BRM-EOF
                   READ BRANCH-MASTER-FILE INTO BRM-RECORD
                       AT END
                           MOVE 'Y' TO WS-BRM-EOF-FLAG
                       NOT AT END
                           PERFORM 1210-STORE-BRANCH-RTN
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
               SET WS-BRM-LOADED TO TRUE
           END-IF.

       1210-STORE-BRANCH-RTN.
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
                   DISPLAY "DLYCTR: MORE THAN 500 BRANCHES ON "
                       "DLYBRM - EXTRAS NOT ADDED TO A SUCCESSOR"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * FIND THE OLDEST DATE OF THE STRUCTURING WINDOW - KEEP THE
      * LATEST (WINDOW DAYS - 1) POSTED BUSINESS DATES BEFORE THE
      * RUN DATE, REPLACING THE LOWEST HELD DATE WHEN A LATER ONE
      * TURNS UP.
      *****************************************************************
       1500-SET-WINDOW-RTN.
           OPEN INPUT TELLER-HISTORY-FILE
           IF WS-TLH-FILE-STATUS NOT = "00"
               DISPLAY "DLYCTR: UNABLE TO OPEN DLYTLH, STATUS="
                   WS-TLH-FILE-STATUS " - STRUCTURING CHECK COVERS "
                   "THE RUN DATE ONLY"
           ELSE
               PERFORM UNTIL WS-TLH-EOF
                   READ TELLER-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-TLH-EOF-FLAG
                       NOT AT END
                           IF TLH-DATE < WS-RUN-DATE-YYYYMMDD
                               PERFORM 1510-CONSIDER-PRIOR-DATE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-HISTORY-FILE
           END-IF
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-CTR-WINDOW-START
           PERFORM VARYING WS-CTR-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-CTR-PRIOR-IDX > WS-CTR-PRIOR-COUNT
               IF WS-CTR-PRIOR-DATE(WS-CTR-PRIOR-IDX)
                   < WS-CTR-WINDOW-START
                   MOVE WS-CTR-PRIOR-DATE(WS-CTR-PRIOR-IDX)
                       TO WS-CTR-WINDOW-START
               END-IF
           END-PERFORM.

       1510-CONSIDER-PRIOR-DATE-RTN.
           PERFORM VARYING WS-CTR-NONBUS-IDX FROM 1 BY 1
               UNTIL WS-CTR-NONBUS-IDX > WS-CTR-NONBUS-COUNT
               OR WS-CTR-NONBUS-DATE(WS-CTR-NONBUS-IDX) = TLH-DATE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-CTR-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-CTR-PRIOR-IDX > WS-CTR-PRIOR-COUNT
               OR WS-CTR-PRIOR-DATE(WS-CTR-PRIOR-IDX) = TLH-DATE
               CONTINUE
           END-PERFORM
           IF WS-CTR-NONBUS-IDX > WS-CTR-NONBUS-COUNT
               AND WS-CTR-PRIOR-IDX > WS-CTR-PRIOR-COUNT
               IF WS-CTR-PRIOR-COUNT < WS-CTR-WINDOW-DAYS - 1
                   ADD 1 TO WS-CTR-PRIOR-COUNT
                   MOVE TLH-DATE
                       TO WS-CTR-PRIOR-DATE(WS-CTR-PRIOR-COUNT)
               ELSE
                   IF WS-CTR-PRIOR-COUNT > 0
                       MOVE 1 TO WS-CTR-PRIOR-LOW-IDX
                       PERFORM VARYING WS-CTR-PRIOR-IDX FROM 2 BY 1
                           UNTIL WS-CTR-PRIOR-IDX > WS-CTR-PRIOR-COUNT
                           IF WS-CTR-PRIOR-DATE(WS-CTR-PRIOR-IDX)
                               < WS-CTR-PRIOR-DATE
                                   (WS-CTR-PRIOR-LOW-IDX)
                               MOVE WS-CTR-PRIOR-IDX
                                   TO WS-CTR-PRIOR-LOW-IDX
                           END-IF
                       END-PERFORM
                       IF TLH-DATE >
                           WS-CTR-PRIOR-DATE(WS-CTR-PRIOR-LOW-IDX)
                           MOVE TLH-DATE TO WS-CTR-PRIOR-DATE
                               (WS-CTR-PRIOR-LOW-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2000-READ-AMOUNTS-RTN.
           OPEN INPUT DAILY-AMOUNTS-FILE
           IF WS-DA-FILE-STATUS NOT = "00"
               DISPLAY "DLYCTR: UNABLE TO OPEN DLYAMT, STATUS="
                   WS-DA-FILE-STATUS " - NO REPORT PRODUCED"
               SET WS-CTR-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               READ DAILY-AMOUNTS-FILE
                   AT END
                       MOVE 'Y' TO WS-DA-EOF-FLAG
                   NOT AT END
                       IF DA-HDR-IS-SUPP
                           SET WS-CTR-SUPP-RUN TO TRUE
                       END-IF
               END-READ
               PERFORM UNTIL WS-DA-EOF
                   READ DAILY-AMOUNTS-FILE
                       AT END
                           MOVE 'Y' TO WS-DA-EOF-FLAG
                       NOT AT END
                           PERFORM 2050-DISPATCH-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE DAILY-AMOUNTS-FILE
               IF WS-CTR-SKIPPED-COUNT > 0
                   DISPLAY "DLYCTR: " WS-CTR-SKIPPED-COUNT
                       " CASH ITEMS WITH NO OPEN BATCH OR A BAD "
                       "AMOUNT WERE NOT COUNTED"
               END-IF
           END-IF.

       2050-DISPATCH-RECORD-RTN.
           IF DA-REC-SEQ = ZERO AND DA-BATCH-REC
               MOVE DA-BATCH-NO TO WS-CTR-CUR-BATCH
               MOVE DA-BRANCH-CODE TO WS-CTR-CUR-BRANCH
               PERFORM 2090-POSTING-BRANCH-RTN
               MOVE DA-TELLER-ID TO WS-CTR-CUR-TELLER
           ELSE
               IF DA-ITEM-REC AND DA-ITEM-CASH
                   IF DA-BATCH-NO NOT = WS-CTR-CUR-BATCH
                       OR DA-ITEM-AMOUNT NOT NUMERIC
                       OR DA-ITEM-AMOUNT NOT > ZERO
                       ADD 1 TO WS-CTR-SKIPPED-COUNT
                   ELSE
                       PERFORM 2100-ADD-CASH-ITEM-RTN
                   END-IF
               END-IF
           END-IF.

       2060-FIND-BRANCH-RTN.
           MOVE ZERO TO WS-BRM-HIT-IDX
           PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
               UNTIL WS-BRM-IDX > WS-BRM-COUNT
               OR WS-BRM-HIT-IDX NOT = ZERO
               IF WS-BRM-T-CODE(WS-BRM-IDX) = WS-BRM-LOOK-CODE
                   MOVE WS-BRM-IDX TO WS-BRM-HIT-IDX
               END-IF
           END-PERFORM
           PERFORM 2070-BRANCH-STATE-RTN.

      *****************************************************************
      * STATUS IN FORCE ON THE RUN DATE FOR THE ENTRY AT
      * WS-BRM-HIT-IDX - A MERGE OR CLOSURE DATED LATER THAN THE RUN
      * DATE HAS NOT HAPPENED YET.
      *****************************************************************
       2070-BRANCH-STATE-RTN.
           IF WS-BRM-HIT-IDX = ZERO
               MOVE 'U' TO WS-BRM-STATE
           ELSE
               IF WS-BRM-T-OPEN-DATE(WS-BRM-HIT-IDX)
                   > WS-RUN-DATE-YYYYMMDD
                   MOVE 'N' TO WS-BRM-STATE
               ELSE
                   IF (WS-BRM-T-STATUS(WS-BRM-HIT-IDX) = 'M'
                       OR WS-BRM-T-STATUS(WS-BRM-HIT-IDX) = 'C')
                       AND WS-BRM-T-CLOSE-DATE(WS-BRM-HIT-IDX)
                           > WS-RUN-DATE-YYYYMMDD
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
       2080-RESOLVE-BRANCH-RTN.
           MOVE ZERO TO WS-BRM-HOPS
           PERFORM 2060-FIND-BRANCH-RTN
           MOVE WS-BRM-STATE TO WS-BRM-FIRST-STATE
           MOVE WS-BRM-HIT-IDX TO WS-BRM-FIRST-IDX
           PERFORM UNTIL NOT WS-BRM-ST-MERGED
               OR WS-BRM-HOPS NOT < WS-BRM-MAX-HOPS
               ADD 1 TO WS-BRM-HOPS
               MOVE WS-BRM-T-SUCCESSOR(WS-BRM-HIT-IDX)
                   TO WS-BRM-LOOK-CODE
               PERFORM 2060-FIND-BRANCH-RTN
           END-PERFORM
           IF WS-BRM-ST-MERGED
               MOVE ZERO TO WS-BRM-HIT-IDX
               MOVE 'U' TO WS-BRM-STATE
           END-IF.

      *****************************************************************
      * WS-CTR-CUR-BRANCH BECOMES THE BRANCH DLYBTSUM POSTS IT UNDER -
      * A BRANCH MERGED ON THE RUN DATE IS REPLACED BY ITS SUCCESSOR.
      * ANY OTHER CODE, OR A MERGE WITH NO OPEN SUCCESSOR (WHICH
      * DLYBTSUM REJECTS), IS LEFT AS IT IS.
      *****************************************************************
       2090-POSTING-BRANCH-RTN.
           IF WS-BRM-LOADED
               MOVE WS-CTR-CUR-BRANCH TO WS-BRM-LOOK-CODE
               PERFORM 2080-RESOLVE-BRANCH-RTN
               IF WS-BRM-FIRST-STATE = 'M'
                   AND WS-BRM-ST-POSTABLE
                   MOVE WS-BRM-T-CODE(WS-BRM-HIT-IDX)
                       TO WS-CTR-CUR-BRANCH
               END-IF
           END-IF.

       2100-ADD-CASH-ITEM-RTN.
           IF WS-CTR-ITM-COUNT < 3000
               ADD 1 TO WS-CTR-ITM-COUNT
               MOVE WS-CTR-ITM-COUNT TO WS-CTR-ITM-IDX
               MOVE DA-BATCH-NO TO WS-CTR-ITM-BATCH(WS-CTR-ITM-IDX)
               MOVE DA-REC-SEQ TO WS-CTR-ITM-SEQ(WS-CTR-ITM-IDX)
               MOVE WS-CTR-CUR-BRANCH
                   TO WS-CTR-ITM-BRANCH(WS-CTR-ITM-IDX)
               MOVE WS-CTR-CUR-TELLER
                   TO WS-CTR-ITM-TELLER(WS-CTR-ITM-IDX)
               MOVE DA-ITEM-AMOUNT TO WS-CTR-ITM-AMOUNT(WS-CTR-ITM-IDX)
               ADD DA-ITEM-AMOUNT TO WS-CTR-CASH-TOTAL
               PERFORM 2110-ACCUM-TELLER-RTN
               PERFORM 2120-ACCUM-BRANCH-RTN
           ELSE
               IF NOT WS-CTR-ITM-FULL
                   SET WS-CTR-ITM-FULL TO TRUE
                   DISPLAY "DLYCTR: MORE THAN 3000 CASH ITEMS ON "
                       "DLYAMT - EXTRAS NOT REPORTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2110-ACCUM-TELLER-RTN.
           PERFORM 2115-FIND-TELLER-RTN
           IF WS-CTR-TLR-IDX <= WS-CTR-TLR-COUNT
               ADD DA-ITEM-AMOUNT TO WS-CTR-TLR-TOTAL(WS-CTR-TLR-IDX)
               ADD 1 TO WS-CTR-TLR-ITEMS(WS-CTR-TLR-IDX)
           END-IF.

       2115-FIND-TELLER-RTN.
           PERFORM VARYING WS-CTR-TLR-IDX FROM 1 BY 1
               UNTIL WS-CTR-TLR-IDX > WS-CTR-TLR-COUNT
               OR WS-CTR-TLR-TELLER(WS-CTR-TLR-IDX)
                   = WS-CTR-CUR-TELLER
               CONTINUE
           END-PERFORM
           IF WS-CTR-TLR-IDX > WS-CTR-TLR-COUNT
               IF WS-CTR-TLR-COUNT < 500
                   ADD 1 TO WS-CTR-TLR-COUNT
                   MOVE WS-CTR-TLR-COUNT TO WS-CTR-TLR-IDX
                   MOVE WS-CTR-CUR-TELLER
                       TO WS-CTR-TLR-TELLER(WS-CTR-TLR-IDX)
                   MOVE WS-CTR-CUR-BRANCH
                       TO WS-CTR-TLR-BRANCH(WS-CTR-TLR-IDX)
                   MOVE ZERO TO WS-CTR-TLR-TOTAL(WS-CTR-TLR-IDX)
                   MOVE ZERO TO WS-CTR-TLR-ITEMS(WS-CTR-TLR-IDX)
                   MOVE ZERO TO WS-CTR-TLR-PRIOR(WS-CTR-TLR-IDX)
               ELSE
                   IF NOT WS-CTR-TLR-FULL
                       SET WS-CTR-TLR-FULL TO TRUE
                       DISPLAY "DLYCTR: MORE THAN 500 TELLERS WITH "
                           "CASH ITEMS - EXTRAS NOT TOTALED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2120-ACCUM-BRANCH-RTN.
           PERFORM 2125-FIND-BRANCH-RTN
           IF WS-CTR-BR-IDX <= WS-CTR-BR-COUNT
               ADD DA-ITEM-AMOUNT TO WS-CTR-BR-TOTAL(WS-CTR-BR-IDX)
               ADD 1 TO WS-CTR-BR-ITEMS(WS-CTR-BR-IDX)
           END-IF.

       2125-FIND-BRANCH-RTN.
           PERFORM VARYING WS-CTR-BR-IDX FROM 1 BY 1
               UNTIL WS-CTR-BR-IDX > WS-CTR-BR-COUNT
               OR WS-CTR-BR-BRANCH(WS-CTR-BR-IDX) = WS-CTR-CUR-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-CTR-BR-IDX > WS-CTR-BR-COUNT
               IF WS-CTR-BR-COUNT < 200
                   ADD 1 TO WS-CTR-BR-COUNT
                   MOVE WS-CTR-BR-COUNT TO WS-CTR-BR-IDX
                   MOVE WS-CTR-CUR-BRANCH
                       TO WS-CTR-BR-BRANCH(WS-CTR-BR-IDX)
                   MOVE ZERO TO WS-CTR-BR-TOTAL(WS-CTR-BR-IDX)
                   MOVE ZERO TO WS-CTR-BR-ITEMS(WS-CTR-BR-IDX)
                   MOVE ZERO TO WS-CTR-BR-PRIOR(WS-CTR-BR-IDX)
               ELSE
                   IF NOT WS-CTR-BR-FULL
                       SET WS-CTR-BR-FULL TO TRUE
                       DISPLAY "DLYCTR: MORE THAN 200 BRANCHES WITH "
                           "CASH ITEMS - EXTRAS NOT TOTALED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * LOAD DLYCTH INTO THE HISTORY TABLE, DROPPING ITEMS OLDER
      * THAN THE WINDOW AND (ON A MAIN RUN) ANY ITEMS ALREADY THERE
      * FOR THE RUN DATE, THEN ADD TODAY'S NEAR-THRESHOLD ITEMS. A
      * SUPPLEMENTAL RUN ADDS THE RUN DATE'S CARRIED TELLER AND
      * BRANCH TOTALS INTO ITS OWN; ANY OTHER TOTAL RECORD IS DROPPED.
      *****************************************************************
       2500-LOAD-CASH-HISTORY-RTN.
           OPEN INPUT CASH-HISTORY-FILE
           IF WS-CTH-FILE-STATUS = "00"
               PERFORM UNTIL WS-CTH-EOF
                   READ CASH-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-CTH-EOF-FLAG
                       NOT AT END
                           IF CTH-TOTAL-REC
                               IF WS-CTR-SUPP-RUN
                                   AND CTH-DATE = WS-RUN-DATE-YYYYMMDD
                                   PERFORM 2520-ADD-CARRIED-TOTAL-RTN
                               END-IF
                           ELSE
                               PERFORM 2505-CHECK-ITEM-WINDOW-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-CTR-ITM-IDX FROM 1 BY 1
               UNTIL WS-CTR-ITM-IDX > WS-CTR-ITM-COUNT
               IF WS-CTR-ITM-AMOUNT(WS-CTR-ITM-IDX)
                   >= WS-CTR-NEAR-FLOOR
                   AND WS-CTR-ITM-AMOUNT(WS-CTR-ITM-IDX)
                   < WS-CTR-THRESHOLD
                   ADD 1 TO WS-CTR-NEAR-TODAY
                   MOVE WS-RUN-DATE-YYYYMMDD TO CTH-DATE
                   MOVE WS-CTR-ITM-BRANCH(WS-CTR-ITM-IDX)
                       TO CTH-BRANCH-CODE
                   MOVE WS-CTR-ITM-TELLER(WS-CTR-ITM-IDX)
                       TO CTH-TELLER-ID
                   MOVE WS-CTR-ITM-BATCH(WS-CTR-ITM-IDX)
                       TO CTH-BATCH-NO
                   MOVE WS-CTR-ITM-SEQ(WS-CTR-ITM-IDX) TO CTH-ITEM-SEQ
                   MOVE WS-CTR-ITM-AMOUNT(WS-CTR-ITM-IDX)
                       TO CTH-ITEM-AMOUNT
                   PERFORM 2510-KEEP-HISTORY-RTN
               END-IF
           END-PERFORM.

       2505-CHECK-ITEM-WINDOW-RTN.
           IF CTH-DATE >= WS-CTR-WINDOW-START
               AND CTH-DATE <= WS-RUN-DATE-YYYYMMDD
               AND (CTH-DATE NOT = WS-RUN-DATE-YYYYMMDD
                    OR WS-CTR-SUPP-RUN)
               PERFORM 2510-KEEP-HISTORY-RTN
           END-IF.

       2510-KEEP-HISTORY-RTN.
           IF WS-CTR-HIS-COUNT < 3000
               ADD 1 TO WS-CTR-HIS-COUNT
               MOVE WS-CTR-HIS-COUNT TO WS-CTR-HIS-IDX
               MOVE CTH-DATE TO WS-CTR-HIS-DATE(WS-CTR-HIS-IDX)
               MOVE CTH-BRANCH-CODE TO WS-CTR-HIS-BRANCH(WS-CTR-HIS-IDX)
               MOVE CTH-TELLER-ID TO WS-CTR-HIS-TELLER(WS-CTR-HIS-IDX)
               MOVE CTH-BATCH-NO TO WS-CTR-HIS-BATCH(WS-CTR-HIS-IDX)
               MOVE CTH-ITEM-SEQ TO WS-CTR-HIS-SEQ(WS-CTR-HIS-IDX)
               MOVE CTH-ITEM-AMOUNT TO WS-CTR-HIS-AMOUNT(WS-CTR-HIS-IDX)
           ELSE
               IF NOT WS-CTR-HIS-FULL
                   SET WS-CTR-HIS-FULL TO TRUE
                   DISPLAY "DLYCTR: MORE THAN 3000 NEAR-THRESHOLD "
                       "CASH ITEMS IN THE WINDOW - EXTRAS NOT KEPT"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2520-ADD-CARRIED-TOTAL-RTN.
           SET WS-CTR-CARRY-FOUND TO TRUE
           MOVE CTH-TELLER-ID TO WS-CTR-CUR-TELLER
           MOVE CTH-BRANCH-CODE TO WS-CTR-CUR-BRANCH
           PERFORM 2090-POSTING-BRANCH-RTN
           IF CTH-TELLER-TOTAL-REC
               PERFORM 2115-FIND-TELLER-RTN
               IF WS-CTR-TLR-IDX <= WS-CTR-TLR-COUNT
                   ADD CTH-TOT-AMOUNT
                       TO WS-CTR-TLR-TOTAL(WS-CTR-TLR-IDX)
                   ADD CTH-TOT-AMOUNT
                       TO WS-CTR-TLR-PRIOR(WS-CTR-TLR-IDX)
                   ADD CTH-TOT-ITEMS
                       TO WS-CTR-TLR-ITEMS(WS-CTR-TLR-IDX)
               END-IF
           ELSE
               ADD CTH-TOT-AMOUNT TO WS-CTR-CARRIED-TOTAL
               PERFORM 2125-FIND-BRANCH-RTN
               IF WS-CTR-BR-IDX <= WS-CTR-BR-COUNT
                   ADD CTH-TOT-AMOUNT TO WS-CTR-BR-TOTAL(WS-CTR-BR-IDX)
                   ADD CTH-TOT-AMOUNT TO WS-CTR-BR-PRIOR(WS-CTR-BR-IDX)
                   ADD CTH-TOT-ITEMS TO WS-CTR-BR-ITEMS(WS-CTR-BR-IDX)
               END-IF
           END-IF.

       3000-TELLER-SECTION-RTN.
           OPEN OUTPUT CTR-REPORT-FILE
           MOVE WS-RUN-DATE-EDITED TO CTR-TITLE-DATE
           WRITE CRP-LINE FROM WS-CTR-TITLE-LINE
           WRITE CRP-LINE FROM WS-CTR-BLANK-LINE
           MOVE "REPORTING THRESHOLD (CASH PER DAY)" TO CTR-AMT-LABEL
           MOVE WS-CTR-THRESHOLD TO CTR-AMT-VALUE
           WRITE CRP-LINE FROM WS-CTR-AMOUNT-LINE
           MOVE "NEAR-THRESHOLD ITEMS FROM" TO CTR-AMT-LABEL
           MOVE WS-CTR-NEAR-FLOOR TO CTR-AMT-VALUE
           WRITE CRP-LINE FROM WS-CTR-AMOUNT-LINE
           MOVE "TOTAL CASH ITEMS TODAY" TO CTR-AMT-LABEL
           MOVE WS-CTR-CASH-TOTAL TO CTR-AMT-VALUE
           WRITE CRP-LINE FROM WS-CTR-AMOUNT-LINE
           IF WS-CTR-SUPP-RUN
               IF WS-CTR-CARRY-FOUND
                   MOVE "CASH CARRIED FROM EARLIER RUNS"
                       TO CTR-AMT-LABEL
                   MOVE WS-CTR-CARRIED-TOTAL TO CTR-AMT-VALUE
                   WRITE CRP-LINE FROM WS-CTR-AMOUNT-LINE
                   MOVE "SUPPLEMENTAL RUN - TOTALS INCLUDE EARLIER RUNS"
                       TO CTR-SEC-TEXT
               ELSE
                   DISPLAY "DLYCTR: NO EARLIER RUN TOTALS FOR "
                       WS-RUN-DATE-YYYYMMDD " ON DLYCTH - THRESHOLD "
                       "TESTED ON THE LATE BATCHES ONLY"
                   IF RETURN-CODE = ZERO
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE "SUPPLEMENTAL RUN - NO EARLIER RUN TOTALS FOUND"
                       TO CTR-SEC-TEXT
               END-IF
               WRITE CRP-LINE FROM WS-CTR-SECTION-LINE
           END-IF
           WRITE CRP-LINE FROM WS-CTR-BLANK-LINE
           MOVE "TELLERS OVER THE THRESHOLD" TO CTR-SEC-TEXT
           WRITE CRP-LINE FROM WS-CTR-SECTION-LINE
           WRITE CRP-LINE FROM WS-CTR-HEADING-LINE
           PERFORM VARYING WS-CTR-TLR-IDX FROM 1 BY 1
               UNTIL WS-CTR-TLR-IDX > WS-CTR-TLR-COUNT
               IF WS-CTR-TLR-TOTAL(WS-CTR-TLR-IDX) > WS-CTR-THRESHOLD
                   AND WS-CTR-TLR-TOTAL(WS-CTR-TLR-IDX)
                       > WS-CTR-TLR-PRIOR(WS-CTR-TLR-IDX)
                   PERFORM 3100-PRINT-TELLER-RTN
               END-IF
           END-PERFORM
           IF WS-CTR-TLR-OVER-COUNT = 0
               MOVE "NO TELLER OVER THE THRESHOLD TODAY"
                   TO CTR-NONE-TEXT
               WRITE CRP-LINE FROM WS-CTR-NONE-LINE
           END-IF.

       3100-PRINT-TELLER-RTN.
           ADD 1 TO WS-CTR-TLR-OVER-COUNT
           MOVE WS-CTR-TLR-TELLER(WS-CTR-TLR-IDX) TO CTR-TOT-TELLER
           MOVE WS-CTR-TLR-BRANCH(WS-CTR-TLR-IDX) TO CTR-TOT-BRANCH
           MOVE WS-CTR-TLR-TOTAL(WS-CTR-TLR-IDX) TO CTR-TOT-AMOUNT
           MOVE WS-CTR-TLR-ITEMS(WS-CTR-TLR-IDX) TO CTR-TOT-ITEMS
           IF WS-CTR-TLR-PRIOR(WS-CTR-TLR-IDX) > ZERO
               MOVE "CTR FILING - INCL EARLIER RUN" TO CTR-TOT-NOTE
           ELSE
               MOVE "CTR FILING REQUIRED" TO CTR-TOT-NOTE
           END-IF
           WRITE CRP-LINE FROM WS-CTR-TOTAL-LINE
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-CTR-PRINT-DATE
           PERFORM VARYING WS-CTR-ITM-IDX FROM 1 BY 1
               UNTIL WS-CTR-ITM-IDX > WS-CTR-ITM-COUNT
               IF WS-CTR-ITM-TELLER(WS-CTR-ITM-IDX)
                   = WS-CTR-TLR-TELLER(WS-CTR-TLR-IDX)
                   PERFORM 3900-PRINT-TODAY-ITEM-RTN
               END-IF
           END-PERFORM
           IF WS-CTR-TLR-PRIOR(WS-CTR-TLR-IDX) > ZERO
               MOVE WS-CTR-TLR-PRIOR(WS-CTR-TLR-IDX) TO WS-CTR-EDIT-AMT
               PERFORM 3960-PRINT-CARRIED-RTN
           END-IF.

       3500-BRANCH-SECTION-RTN.
           WRITE CRP-LINE FROM WS-CTR-BLANK-LINE
           MOVE "BRANCHES OVER THE THRESHOLD" TO CTR-SEC-TEXT
           WRITE CRP-LINE FROM WS-CTR-SECTION-LINE
           WRITE CRP-LINE FROM WS-CTR-HEADING-LINE
           PERFORM VARYING WS-CTR-BR-IDX FROM 1 BY 1
               UNTIL WS-CTR-BR-IDX > WS-CTR-BR-COUNT
               IF WS-CTR-BR-TOTAL(WS-CTR-BR-IDX) > WS-CTR-THRESHOLD
                   AND WS-CTR-BR-TOTAL(WS-CTR-BR-IDX)
                       > WS-CTR-BR-PRIOR(WS-CTR-BR-IDX)
                   PERFORM 3600-PRINT-BRANCH-RTN
               END-IF
           END-PERFORM
           IF WS-CTR-BR-OVER-COUNT = 0
               MOVE "NO BRANCH OVER THE THRESHOLD TODAY"
                   TO CTR-NONE-TEXT
               WRITE CRP-LINE FROM WS-CTR-NONE-LINE
           END-IF.

       3600-PRINT-BRANCH-RTN.
           ADD 1 TO WS-CTR-BR-OVER-COUNT
           MOVE SPACES TO CTR-TOT-TELLER
           MOVE WS-CTR-BR-BRANCH(WS-CTR-BR-IDX) TO CTR-TOT-BRANCH
           MOVE WS-CTR-BR-TOTAL(WS-CTR-BR-IDX) TO CTR-TOT-AMOUNT
           MOVE WS-CTR-BR-ITEMS(WS-CTR-BR-IDX) TO CTR-TOT-ITEMS
           IF WS-CTR-BR-PRIOR(WS-CTR-BR-IDX) > ZERO
               MOVE "BRANCH OVER INCL EARLIER RUN" TO CTR-TOT-NOTE
           ELSE
               MOVE "BRANCH CASH OVER THRESHOLD" TO CTR-TOT-NOTE
           END-IF
           WRITE CRP-LINE FROM WS-CTR-TOTAL-LINE
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-CTR-PRINT-DATE
           PERFORM VARYING WS-CTR-ITM-IDX FROM 1 BY 1
               UNTIL WS-CTR-ITM-IDX > WS-CTR-ITM-COUNT
               IF WS-CTR-ITM-BRANCH(WS-CTR-ITM-IDX)
                   = WS-CTR-BR-BRANCH(WS-CTR-BR-IDX)
                   PERFORM 3900-PRINT-TODAY-ITEM-RTN
               END-IF
           END-PERFORM
           IF WS-CTR-BR-PRIOR(WS-CTR-BR-IDX) > ZERO
               MOVE WS-CTR-BR-PRIOR(WS-CTR-BR-IDX) TO WS-CTR-EDIT-AMT
               PERFORM 3960-PRINT-CARRIED-RTN
           END-IF.

       3900-PRINT-TODAY-ITEM-RTN.
           PERFORM 3950-EDIT-PRINT-DATE-RTN
           MOVE WS-CTR-ITM-BATCH(WS-CTR-ITM-IDX) TO CTR-ITM-BATCH
           MOVE WS-CTR-ITM-SEQ(WS-CTR-ITM-IDX) TO CTR-ITM-SEQ
           MOVE WS-CTR-ITM-TELLER(WS-CTR-ITM-IDX) TO CTR-ITM-TELLER
           MOVE WS-CTR-ITM-AMOUNT(WS-CTR-ITM-IDX) TO CTR-ITM-AMOUNT
           WRITE CRP-LINE FROM WS-CTR-ITEM-LINE.

       3950-EDIT-PRINT-DATE-RTN.
           MOVE SPACES TO CTR-ITM-DATE
           STRING WS-CTR-PRINT-MM "/" WS-CTR-PRINT-DD "/"
                   WS-CTR-PRINT-CCYY
               DELIMITED BY SIZE INTO CTR-ITM-DATE
           END-STRING.

       3960-PRINT-CARRIED-RTN.
           MOVE SPACES TO CTR-NONE-TEXT
           STRING "PLUS EARLIER RUNS TODAY " WS-CTR-EDIT-AMT
               DELIMITED BY SIZE INTO CTR-NONE-TEXT
           END-STRING
           WRITE CRP-LINE FROM WS-CTR-NONE-LINE.

      *****************************************************************
      * STRUCTURING - COUNT EACH TELLER'S NEAR-THRESHOLD CASH ITEMS
      * ACROSS THE WINDOW AND LIST ANY TELLER WITH ENOUGH OF THEM,
      * WITH EVERY ITEM BEHIND THE COUNT.
      *****************************************************************
       4000-STRUCTURING-SECTION-RTN.
           PERFORM VARYING WS-CTR-HIS-IDX FROM 1 BY 1
               UNTIL WS-CTR-HIS-IDX > WS-CTR-HIS-COUNT
               PERFORM 4100-ACCUM-STRUCTURING-RTN
           END-PERFORM
           WRITE CRP-LINE FROM WS-CTR-BLANK-LINE
           MOVE "POSSIBLE STRUCTURING - NEAR-THRESHOLD CASH ITEMS"
               TO CTR-SEC-TEXT
           WRITE CRP-LINE FROM WS-CTR-SECTION-LINE
           MOVE WS-CTR-WINDOW-START TO WS-CTR-PRINT-DATE
           PERFORM 3950-EDIT-PRINT-DATE-RTN
           MOVE SPACES TO CTR-SEC-TEXT
           STRING "BUSINESS DAYS " CTR-ITM-DATE " THROUGH "
                   WS-RUN-DATE-EDITED
               DELIMITED BY SIZE INTO CTR-SEC-TEXT
           END-STRING
           WRITE CRP-LINE FROM WS-CTR-SECTION-LINE
           WRITE CRP-LINE FROM WS-CTR-HEADING-LINE
           PERFORM VARYING WS-CTR-STR-IDX FROM 1 BY 1
               UNTIL WS-CTR-STR-IDX > WS-CTR-STR-COUNT
               IF WS-CTR-STR-ITEMS(WS-CTR-STR-IDX)
                   >= WS-CTR-STRUCT-MIN
                   PERFORM 4200-PRINT-STRUCTURING-RTN
               END-IF
           END-PERFORM
           IF WS-CTR-STRUCT-COUNT = 0
               MOVE "NO STRUCTURING PATTERN IN THE WINDOW"
                   TO CTR-NONE-TEXT
               WRITE CRP-LINE FROM WS-CTR-NONE-LINE
           END-IF
           CLOSE CTR-REPORT-FILE
           DISPLAY "DLYCTR: " WS-CTR-TLR-OVER-COUNT " TELLERS AND "
               WS-CTR-BR-OVER-COUNT " BRANCHES OVER THE THRESHOLD, "
               WS-CTR-STRUCT-COUNT " POSSIBLE STRUCTURING PATTERNS "
               "- SEE DLYCTRP".

       4100-ACCUM-STRUCTURING-RTN.
           PERFORM VARYING WS-CTR-STR-IDX FROM 1 BY 1
               UNTIL WS-CTR-STR-IDX > WS-CTR-STR-COUNT
               OR WS-CTR-STR-TELLER(WS-CTR-STR-IDX)
                   = WS-CTR-HIS-TELLER(WS-CTR-HIS-IDX)
               CONTINUE
           END-PERFORM
           IF WS-CTR-STR-IDX > WS-CTR-STR-COUNT
               AND WS-CTR-STR-COUNT < 500
               ADD 1 TO WS-CTR-STR-COUNT
               MOVE WS-CTR-STR-COUNT TO WS-CTR-STR-IDX
               MOVE WS-CTR-HIS-TELLER(WS-CTR-HIS-IDX)
                   TO WS-CTR-STR-TELLER(WS-CTR-STR-IDX)
               MOVE ZERO TO WS-CTR-STR-ITEMS(WS-CTR-STR-IDX)
               MOVE ZERO TO WS-CTR-STR-TOTAL(WS-CTR-STR-IDX)
           END-IF
           IF WS-CTR-STR-IDX <= WS-CTR-STR-COUNT
               MOVE WS-CTR-HIS-BRANCH(WS-CTR-HIS-IDX)
                   TO WS-CTR-STR-BRANCH(WS-CTR-STR-IDX)
               ADD 1 TO WS-CTR-STR-ITEMS(WS-CTR-STR-IDX)
               ADD WS-CTR-HIS-AMOUNT(WS-CTR-HIS-IDX)
                   TO WS-CTR-STR-TOTAL(WS-CTR-STR-IDX)
           END-IF.

       4200-PRINT-STRUCTURING-RTN.
           ADD 1 TO WS-CTR-STRUCT-COUNT
           MOVE WS-CTR-STR-TELLER(WS-CTR-STR-IDX) TO CTR-TOT-TELLER
           MOVE WS-CTR-STR-BRANCH(WS-CTR-STR-IDX) TO CTR-TOT-BRANCH
           MOVE WS-CTR-STR-TOTAL(WS-CTR-STR-IDX) TO CTR-TOT-AMOUNT
           MOVE WS-CTR-STR-ITEMS(WS-CTR-STR-IDX) TO CTR-TOT-ITEMS
           MOVE "ITEMS JUST UNDER THRESHOLD" TO CTR-TOT-NOTE
           WRITE CRP-LINE FROM WS-CTR-TOTAL-LINE
           PERFORM VARYING WS-CTR-HIS-IDX FROM 1 BY 1
               UNTIL WS-CTR-HIS-IDX > WS-CTR-HIS-COUNT
               IF WS-CTR-HIS-TELLER(WS-CTR-HIS-IDX)
                   = WS-CTR-STR-TELLER(WS-CTR-STR-IDX)
                   MOVE WS-CTR-HIS-DATE(WS-CTR-HIS-IDX)
                       TO WS-CTR-PRINT-DATE
                   PERFORM 3950-EDIT-PRINT-DATE-RTN
                   MOVE WS-CTR-HIS-BATCH(WS-CTR-HIS-IDX)
                       TO CTR-ITM-BATCH
                   MOVE WS-CTR-HIS-SEQ(WS-CTR-HIS-IDX) TO CTR-ITM-SEQ
                   MOVE WS-CTR-HIS-TELLER(WS-CTR-HIS-IDX)
                       TO CTR-ITM-TELLER
                   MOVE WS-CTR-HIS-AMOUNT(WS-CTR-HIS-IDX)
                       TO CTR-ITM-AMOUNT
                   WRITE CRP-LINE FROM WS-CTR-ITEM-LINE
               END-IF
           END-PERFORM.

       5000-SAVE-CASH-HISTORY-RTN.
           OPEN OUTPUT CASH-HISTORY-FILE
           IF WS-CTH-FILE-STATUS NOT = "00"
               DISPLAY "DLYCTR: UNABLE TO REWRITE DLYCTH, STATUS="
                   WS-CTH-FILE-STATUS " - TODAY'S NEAR-THRESHOLD "
                   "ITEMS NOT KEPT FOR THE STRUCTURING WINDOW"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CTR-HIS-IDX FROM 1 BY 1
                   UNTIL WS-CTR-HIS-IDX > WS-CTR-HIS-COUNT
                   MOVE SPACES TO CTH-RECORD
                   MOVE WS-CTR-HIS-DATE(WS-CTR-HIS-IDX) TO CTH-DATE
                   MOVE WS-CTR-HIS-BRANCH(WS-CTR-HIS-IDX)
                       TO CTH-BRANCH-CODE
                   MOVE WS-CTR-HIS-TELLER(WS-CTR-HIS-IDX)
                       TO CTH-TELLER-ID
                   MOVE WS-CTR-HIS-BATCH(WS-CTR-HIS-IDX)
                       TO CTH-BATCH-NO
                   MOVE WS-CTR-HIS-SEQ(WS-CTR-HIS-IDX) TO CTH-ITEM-SEQ
                   MOVE WS-CTR-HIS-AMOUNT(WS-CTR-HIS-IDX)
                       TO CTH-ITEM-AMOUNT
                   WRITE CTH-RECORD
               END-PERFORM
               PERFORM VARYING WS-CTR-TLR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-TLR-IDX > WS-CTR-TLR-COUNT
                   MOVE SPACES TO CTH-RECORD
                   MOVE WS-RUN-DATE-YYYYMMDD TO CTH-DATE
                   MOVE WS-CTR-TLR-BRANCH(WS-CTR-TLR-IDX)
                       TO CTH-BRANCH-CODE
                   MOVE WS-CTR-TLR-TELLER(WS-CTR-TLR-IDX)
                       TO CTH-TELLER-ID
                   MOVE WS-CTR-TLR-ITEMS(WS-CTR-TLR-IDX)
                       TO CTH-TOT-ITEMS
                   MOVE WS-CTR-TLR-TOTAL(WS-CTR-TLR-IDX)
                       TO CTH-TOT-AMOUNT
                   SET CTH-TELLER-TOTAL-REC TO TRUE
                   WRITE CTH-RECORD
               END-PERFORM
               PERFORM VARYING WS-CTR-BR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-BR-IDX > WS-CTR-BR-COUNT
                   MOVE SPACES TO CTH-RECORD
                   MOVE WS-RUN-DATE-YYYYMMDD TO CTH-DATE
                   MOVE WS-CTR-BR-BRANCH(WS-CTR-BR-IDX)
                       TO CTH-BRANCH-CODE
                   MOVE WS-CTR-BR-ITEMS(WS-CTR-BR-IDX) TO CTH-TOT-ITEMS
                   MOVE WS-CTR-BR-TOTAL(WS-CTR-BR-IDX)
                       TO CTH-TOT-AMOUNT
                   SET CTH-BRANCH-TOTAL-REC TO TRUE
                   WRITE CTH-RECORD
               END-PERFORM
               CLOSE CASH-HISTORY-FILE
           END-IF.

       6000-QUEUE-REPORT-RTN.
           MOVE SPACES TO DSQ-RECORD
           MOVE WS-RUN-DATE-YYYYMMDD TO DSQ-RUN-DATE
           ACCEPT DSQ-RUN-TIME FROM TIME
           MOVE "DLYCTRP" TO DSQ-REPORT-NAME
           SET DSQ-READY TO TRUE
           OPEN EXTEND DISTRIBUTION-QUEUE-FILE
           IF WS-DSQ-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISTRIBUTION-QUEUE-FILE
           END-IF
           WRITE DSQ-RECORD
           CLOSE DISTRIBUTION-QUEUE-FILE.

       9000-TERMINATE-RTN.
           CONTINUE.
