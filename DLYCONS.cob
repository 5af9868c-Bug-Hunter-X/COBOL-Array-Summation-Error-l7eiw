      * WITH ONE LINE PER BRANCH PLUS A FIRM-WIDE TOTAL, SO A
      * FIRM-WIDE NUMBER NO LONGER MEANS ADDING UP SEPARATE DLYBTSUM
      * RUNS BY HAND.
      * THE REPORT ENDS WITH A NON-REPORTING BRANCHES SECTION: EVERY
      * BRANCH ON THE BRANCH MASTER DLYBRM OPEN ON THE BUSINESS DATE
      * AND EXPECTED ON THAT DAY OF THE WEEK WHOSE FILE COULD NOT BE
      * OPENED OR HELD NO BATCHES, OR THAT IS NOT ON DLYBRLST AT ALL.
      * ANY SUCH BRANCH ENDS THE RUN WITH RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALENDAR-FILE ASSIGN TO "DLYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "DLYBRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 28 CHARACTERS.
       01  CAL-LINE                    PIC X(28).

       FD  BRANCH-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BRM-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CONSREC.
       COPY CALREC.
       COPY BRMREC.

       01  WS-DA-DYN-NAME              PIC X(8).

           88  WS-DA-EOF               VALUE 'Y'.

       01  WS-BATCH-COUNT              PIC 9(3)    VALUE ZERO.
       01  WS-BRANCH-BATCHES-READ      PIC 9(5)    VALUE ZERO.
       01  WS-COUNTER                  PIC 9(3)    VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-BRL-FILE-IS-OPEN TO TRUE
               PERFORM 1200-LOAD-BRANCH-MASTER-RTN
               OPEN OUTPUT CONSOLIDATION-REPORT-FILE
               MOVE WS-RUN-DATE-EDITED TO CONS-TITLE-DATE
               WRITE CRP-LINE FROM WS-CONS-TITLE-LINE
               END-IF
           END-IF.

      *****************************************************************
      * LOAD THE BRANCH MASTER. WITHOUT IT THE NON-REPORTING BRANCHES
      * CANNOT BE WORKED OUT, SO THE SECTION SAYS SO INSTEAD.
      *****************************************************************
       1200-LOAD-BRANCH-MASTER-RTN.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRM-FILE-STATUS NOT = "00"
               DISPLAY "DLYCONS: UNABLE TO OPEN BRANCH MASTER DLYBRM, "
                   "STATUS=" WS-BRM-FILE-STATUS " - NON-REPORTING "
                   "BRANCHES NOT CHECKED"
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
               MOVE 'N' TO WS-BRM-T-LISTED-FLAG(WS-BRM-COUNT)
               MOVE 'N' TO WS-BRM-T-SENT-FLAG(WS-BRM-COUNT)
           ELSE
               IF NOT WS-BRM-FULL
                   SET WS-BRM-FULL TO TRUE
                   DISPLAY "DLYCONS: MORE THAN 500 BRANCHES ON "
                       "DLYBRM - EXTRAS NOT CHECKED"
               END-IF
           END-IF.

       2000-PROCESS-BRANCH-LIST-RTN.
           PERFORM UNTIL WS-BRL-EOF OR WS-CONS-ABEND
               READ BRANCH-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-BRL-EOF-FLAG
                   NOT AT END
                       PERFORM 2050-NOTE-LISTED-BRANCH-RTN
                       PERFORM 2100-CONSOLIDATE-BRANCH-RTN
               END-READ
           END-PERFORM
               CLOSE BRANCH-LIST-FILE
           END-IF.

      *****************************************************************
      * MARK THE BRANCH ON THE MASTER AS LISTED ON DLYBRLST, OR AS
      * HAVING SENT A FILE WITH AT LEAST ONE BATCH ON IT. A FILE
      * WITH NO BATCHES IS NOTED AS EMPTY SO THE BRANCH IS STILL
      * LISTED AS NON-REPORTING. A MERGED BRANCH'S FILE COUNTS FOR
      * ITS SUCCESSOR AS WELL.
      *****************************************************************
       2050-NOTE-LISTED-BRANCH-RTN.
           IF WS-BRM-LOADED
               MOVE BRL-BRANCH-CODE TO WS-BRM-LOOK-CODE
               PERFORM 2080-RESOLVE-BRANCH-RTN
               IF WS-BRM-FIRST-IDX = ZERO
                   DISPLAY "DLYCONS: BRANCH " BRL-BRANCH-CODE
                       " ON DLYBRLST IS NOT ON THE BRANCH MASTER "
                       "DLYBRM"
               ELSE
                   SET WS-BRM-T-LISTED(WS-BRM-FIRST-IDX) TO TRUE
                   IF WS-BRM-HIT-IDX NOT = ZERO
                       SET WS-BRM-T-LISTED(WS-BRM-HIT-IDX) TO TRUE
                   END-IF
               END-IF
           END-IF.

       2055-NOTE-SENT-BRANCH-RTN.
           IF WS-BRM-LOADED
               MOVE BRL-BRANCH-CODE TO WS-BRM-LOOK-CODE
               PERFORM 2080-RESOLVE-BRANCH-RTN
               IF WS-BRM-FIRST-IDX NOT = ZERO
                   IF NOT WS-BRM-T-SENT(WS-BRM-FIRST-IDX)
                       MOVE WS-BRM-SENT-MARK
                           TO WS-BRM-T-SENT-FLAG(WS-BRM-FIRST-IDX)
                   END-IF
               END-IF
               IF WS-BRM-HIT-IDX NOT = ZERO
                   IF NOT WS-BRM-T-SENT(WS-BRM-HIT-IDX)
                       MOVE WS-BRM-SENT-MARK
                           TO WS-BRM-T-SENT-FLAG(WS-BRM-HIT-IDX)
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

       2100-CONSOLIDATE-BRANCH-RTN.
           MOVE BRL-FILE-NAME TO WS-DA-DYN-NAME
           MOVE 'N' TO WS-DA-EOF-FLAG
           ELSE
               PERFORM 2110-READ-BRANCH-HEADER-RTN
               MOVE ZERO TO WS-CONS-BRANCH-TOTAL
               MOVE ZERO TO WS-BRANCH-BATCHES-READ
               PERFORM UNTIL WS-DA-EOF OR WS-CONS-ABEND
                   READ DAILY-AMOUNTS-FILE
                       AT END
                           MOVE 'Y' TO WS-DA-EOF-FLAG
                       NOT AT END
                           IF DA-BATCH-REC AND DA-REC-SEQ = ZERO
                               ADD 1 TO WS-BRANCH-BATCHES-READ
                               PERFORM 2120-ACCUM-BRANCH-AMOUNT-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-AMOUNTS-FILE
               IF WS-BRANCH-BATCHES-READ > 0
                   MOVE 'Y' TO WS-BRM-SENT-MARK
               ELSE
                   MOVE 'E' TO WS-BRM-SENT-MARK
               END-IF
               PERFORM 2055-NOTE-SENT-BRANCH-RTN
               IF NOT WS-CONS-ABEND
                   ADD WS-CONS-BRANCH-TOTAL TO WS-CONS-FIRM-TOTAL
                       ON SIZE ERROR
                           " BATCH RECORDS FAILED THE AMOUNT EDIT "
                           "AND WERE EXCLUDED FROM THE TOTALS"
                   END-IF
                   PERFORM 3100-LIST-NON-REPORTING-RTN
                   IF WS-BRM-NRB-COUNT > 0
                       DISPLAY "DLYCONS: " WS-BRM-NRB-COUNT
                           " BRANCHES EXPECTED TODAY SENT NOTHING - "
                           "SEE NON-REPORTING BRANCHES ON DLYCRPT"
                       IF RETURN-CODE = ZERO
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               CLOSE CONSOLIDATION-REPORT-FILE
           END-IF.

      *****************************************************************
      * NON-REPORTING BRANCHES - EVERY BRANCH OPEN ON THE RUN DATE,
      * EXPECTED ON ITS DAY OF THE WEEK, THAT SENT NOTHING.
      *****************************************************************
       3100-LIST-NON-REPORTING-RTN.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-BRM-DOW-DATE
           PERFORM 3150-COMPUTE-WEEKDAY-RTN
           MOVE WS-BRM-DAY-NAME(WS-BRM-DOW-IDX) TO BRM-NRB-TITLE-DAY
           MOVE SPACES TO CRP-LINE
           WRITE CRP-LINE
           WRITE CRP-LINE FROM WS-BRM-NRB-TITLE-LINE
           IF NOT WS-BRM-LOADED
               MOVE "BRANCH MASTER DLYBRM NOT AVAILABLE - NOT CHECKED"
                   TO BRM-NRB-NOTE
               WRITE CRP-LINE FROM WS-BRM-NRB-NOTE-LINE
           ELSE
               WRITE CRP-LINE FROM WS-BRM-NRB-HEADING-LINE
               PERFORM VARYING WS-BRM-HIT-IDX FROM 1 BY 1
                   UNTIL WS-BRM-HIT-IDX > WS-BRM-COUNT
                   PERFORM 2070-BRANCH-STATE-RTN
                   IF WS-BRM-ST-OPEN
                       AND WS-BRM-T-DAYS(WS-BRM-HIT-IDX)
                           (WS-BRM-DOW-IDX:1) = 'Y'
                       AND NOT WS-BRM-T-SENT(WS-BRM-HIT-IDX)
                       PERFORM 3110-WRITE-NON-REPORTING-RTN
                   END-IF
               END-PERFORM
               IF WS-BRM-NRB-COUNT = ZERO
                   MOVE "NONE - EVERY BRANCH EXPECTED TODAY SENT A FILE"
                       TO BRM-NRB-NOTE
                   WRITE CRP-LINE FROM WS-BRM-NRB-NOTE-LINE
               END-IF
           END-IF.

       3110-WRITE-NON-REPORTING-RTN.
           ADD 1 TO WS-BRM-NRB-COUNT
           MOVE WS-BRM-T-CODE(WS-BRM-HIT-IDX) TO BRM-NRB-BRANCH
           MOVE WS-BRM-T-NAME(WS-BRM-HIT-IDX) TO BRM-NRB-NAME
           MOVE WS-BRM-T-REGION(WS-BRM-HIT-IDX) TO BRM-NRB-REGION
           IF WS-BRM-T-EMPTY(WS-BRM-HIT-IDX)
               MOVE "FILE HAD NO BATCHES" TO BRM-NRB-REASON
           ELSE
               IF WS-BRM-T-LISTED(WS-BRM-HIT-IDX)
                   MOVE "FILE NOT RECEIVED" TO BRM-NRB-REASON
               ELSE
                   MOVE "NOT ON DLYBRLST" TO BRM-NRB-REASON
               END-IF
           END-IF
           WRITE CRP-LINE FROM WS-BRM-NRB-DETAIL-LINE.

      *****************************************************************
      * DAY OF THE WEEK FOR WS-BRM-DOW-DATE, RETURNED IN
      * WS-BRM-DOW-IDX AS 1 (SUNDAY) THROUGH 7 (SATURDAY).
      *****************************************************************
       3150-COMPUTE-WEEKDAY-RTN.
           MOVE WS-BRM-DOW-CCYY TO WS-BRM-DOW-YEAR
           IF WS-BRM-DOW-MM < 3
               SUBTRACT 1 FROM WS-BRM-DOW-YEAR
           END-IF
           DIVIDE WS-BRM-DOW-YEAR BY 4 GIVING WS-BRM-DOW-Y4
           DIVIDE WS-BRM-DOW-YEAR BY 100 GIVING WS-BRM-DOW-Y100
           DIVIDE WS-BRM-DOW-YEAR BY 400 GIVING WS-BRM-DOW-Y400
           COMPUTE WS-BRM-DOW-SUM = WS-BRM-DOW-YEAR + WS-BRM-DOW-Y4
               - WS-BRM-DOW-Y100 + WS-BRM-DOW-Y400
               + WS-BRM-MONTH-OFFSET(WS-BRM-DOW-MM) + WS-BRM-DOW-DD
           COMPUTE WS-BRM-DOW-IDX =
               FUNCTION MOD(WS-BRM-DOW-SUM, 7) + 1.

       9000-TERMINATE-RTN.
           CONTINUE.
