      * STAMPED QUARANT AND LISTED ON THE DLYGATR REPORT WITH THE
      * BRANCH AND THE DISCREPANCY, WHILE THE FILE CAN STILL BE
      * RE-PULLED - INSTEAD OF SURFACING HOURS LATER AS A DLYVAR
      * NO MATCH. DLYPROM THEN PROMOTES ONLY THE ACCEPTED FILES TO
      * THE DAY'S DLYAMT.
      * A FILE THAT PROVES CAN STILL BE A RE-SEND. EVERY BATCH IS
      * FINGERPRINTED (BRANCH, TELLER, BATCH AMOUNT, ITEM COUNT AND
      * ITEM HASH TOTAL) AND COMPARED WITH THE BATCHES ACCEPTED OVER
      * THE LAST FEW BUSINESS DAYS ON DLYFPH AND EARLIER IN THIS RUN.
      * A MATCHING BATCH IS FLAGGED ON DLYDUP AND LISTED ON DLYGATR
      * WITH THE DATE AND BATCH IT DUPLICATES - DLYPROM LEAVES IT
      * OUT OF DLYAMT - AND A FILE WHOSE EVERY BATCH MATCHES IS
      * QUARANTINED WHOLE. A BATCH OPERATIONS HAVE RELEASED ON
      * DLYDREL AS A GENUINE REPEAT PASSES ON THE NEXT RUN.
      * THE FOOT OF DLYGATR LISTS THE NON-REPORTING BRANCHES - EVERY
      * BRANCH THE BRANCH MASTER DLYBRM (SEE BRMREC) EXPECTS ON THE
      * BUSINESS DATE WHOSE FILE WOULD NOT OPEN OR HELD NO BATCHES,
      * OR THAT IS MISSING FROM DLYBRLST - AND THE RUN ENDS RC 8 WHEN
      * THERE ARE ANY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALENDAR-FILE ASSIGN TO "DLYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT FINGERPRINT-FILE ASSIGN TO "DLYFPH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPH-FILE-STATUS.
           SELECT DUPLICATE-FILE ASSIGN TO "DLYDUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "DLYBRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 28 CHARACTERS.
       01  CAL-LINE                    PIC X(28).

       FD  FINGERPRINT-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  FPH-LINE                    PIC X(64).

       FD  DUPLICATE-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  DUP-LINE                    PIC X(96).

       FD  BRANCH-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BRM-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY FPHREC.
       COPY DUPREC.
       COPY BRMREC.

       01  WS-DA-DYN-NAME              PIC X(8).

               88  WS-GATE-FILE-OK     VALUE 'Y'.
           05  WS-GATE-ACCEPT-COUNT    PIC 9(3)    VALUE ZERO.
           05  WS-GATE-QUAR-COUNT      PIC 9(3)    VALUE ZERO.
           05  WS-GATE-DUP-TOTAL       PIC 9(4)    VALUE ZERO.

      *****************************************************************
      * PER-FILE BATCH FINGERPRINTS, ONE ENTRY PER BATCH RECORD IN
      * KEY ORDER - THE ITEM RECORDS BEHIND A BATCH ARE COUNTED AND
      * HASHED INTO THE ENTRY OF THE BATCH THEY FOLLOW.
      *****************************************************************
       01  WS-GATE-BATCH-FIELDS.
           05  WS-GATE-BAT-COUNT       PIC 9(3)    VALUE ZERO.
           05  WS-GATE-BAT-IDX         PIC 9(3).
           05  WS-GATE-BAT-CUR         PIC 9(3)    VALUE ZERO.
           05  WS-GATE-BAT-TABLE.
               10  WS-GATE-BAT-ENTRY   OCCURS 999 TIMES.
                   15  WS-GATE-B-BATCH PIC 9(3).
                   15  WS-GATE-B-BRANCH PIC X(4).
                   15  WS-GATE-B-TELLER PIC X(6).
                   15  WS-GATE-B-AMOUNT PIC S9(9)V99.
                   15  WS-GATE-B-ITEMS PIC 9(3).
                   15  WS-GATE-B-HASH  PIC S9(11)V99.
                   15  WS-GATE-B-DUP-FLAG PIC X(1).
                       88  WS-GATE-B-IS-DUP VALUE 'Y'.
                   15  WS-GATE-B-ORIG-DATE PIC 9(8).
                   15  WS-GATE-B-ORIG-FILE PIC X(8).
                   15  WS-GATE-B-ORIG-BATCH PIC 9(3).
           05  WS-GATE-DUP-COUNT       PIC 9(3)    VALUE ZERO.
           05  WS-GATE-RELEASED-FLAG   PIC X(1).
               88  WS-GATE-IS-RELEASED VALUE 'Y'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
               MOVE WS-RUN-DATE-EDITED TO GAT-TITLE-DATE
               WRITE GRP-LINE FROM WS-GAT-TITLE-LINE
               WRITE GRP-LINE FROM WS-GAT-HEADING-LINE
               PERFORM 1300-LOAD-FINGERPRINTS-RTN
               PERFORM 1400-LOAD-DUPLICATE-FLAGS-RTN
               PERFORM 1500-LOAD-BRANCH-MASTER-RTN
           END-IF.

       1100-GET-BUSINESS-DATE-RTN.
               END-IF
           END-IF.

      *****************************************************************
      * SET THE FINGERPRINT WINDOW - KEEP THE LATEST (WINDOW DAYS - 1)
      * DATES ON DLYFPH BEFORE THE RUN DATE, REPLACING THE LOWEST
      * HELD DATE WHEN A LATER ONE TURNS UP - THEN LOAD THE
      * FINGERPRINTS THAT FALL INSIDE IT. THE RUN DATE'S OWN
      * FINGERPRINTS (FROM AN EARLIER GATE RUN) ARE DROPPED; THIS RUN
      * ADDS THEM BACK FILE BY FILE.
      *****************************************************************
       1300-LOAD-FINGERPRINTS-RTN.
           OPEN INPUT FINGERPRINT-FILE
           IF WS-FPH-FILE-STATUS NOT = "00"
               DISPLAY "DLYGATE: NO DLYFPH FINGERPRINT HISTORY, "
                   "STATUS=" WS-FPH-FILE-STATUS " - DUPLICATE CHECK "
                   "COVERS THIS RUN ONLY"
           ELSE
               PERFORM UNTIL WS-FPH-EOF
                   READ FINGERPRINT-FILE INTO FPH-RECORD
                       AT END
                           MOVE 'Y' TO WS-FPH-EOF-FLAG
                       NOT AT END
                           IF FPH-BUS-DATE < WS-RUN-DATE-YYYYMMDD
                               PERFORM 1310-CONSIDER-PRIOR-DATE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINGERPRINT-FILE
           END-IF
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-FPH-WINDOW-START
           PERFORM VARYING WS-FPH-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-FPH-PRIOR-IDX > WS-FPH-PRIOR-COUNT
               IF WS-FPH-PRIOR-DATE(WS-FPH-PRIOR-IDX)
                   < WS-FPH-WINDOW-START
                   MOVE WS-FPH-PRIOR-DATE(WS-FPH-PRIOR-IDX)
                       TO WS-FPH-WINDOW-START
               END-IF
           END-PERFORM
           IF WS-FPH-PRIOR-COUNT > 0
               MOVE 'N' TO WS-FPH-EOF-FLAG
               OPEN INPUT FINGERPRINT-FILE
               PERFORM UNTIL WS-FPH-EOF
                   READ FINGERPRINT-FILE INTO FPH-RECORD
                       AT END
                           MOVE 'Y' TO WS-FPH-EOF-FLAG
                       NOT AT END
                           IF FPH-BUS-DATE >= WS-FPH-WINDOW-START
                               AND FPH-BUS-DATE < WS-RUN-DATE-YYYYMMDD
                               PERFORM 1320-KEEP-FINGERPRINT-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINGERPRINT-FILE
           END-IF.

       1310-CONSIDER-PRIOR-DATE-RTN.
           PERFORM VARYING WS-FPH-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-FPH-PRIOR-IDX > WS-FPH-PRIOR-COUNT
               OR WS-FPH-PRIOR-DATE(WS-FPH-PRIOR-IDX) = FPH-BUS-DATE
               CONTINUE
           END-PERFORM
           IF WS-FPH-PRIOR-IDX > WS-FPH-PRIOR-COUNT
               IF WS-FPH-PRIOR-COUNT < WS-FPH-WINDOW-DAYS - 1
                   ADD 1 TO WS-FPH-PRIOR-COUNT
                   MOVE FPH-BUS-DATE
                       TO WS-FPH-PRIOR-DATE(WS-FPH-PRIOR-COUNT)
               ELSE
                   IF WS-FPH-PRIOR-COUNT > 0
                       MOVE 1 TO WS-FPH-PRIOR-LOW-IDX
                       PERFORM VARYING WS-FPH-PRIOR-IDX FROM 2 BY 1
                           UNTIL WS-FPH-PRIOR-IDX > WS-FPH-PRIOR-COUNT
                           IF WS-FPH-PRIOR-DATE(WS-FPH-PRIOR-IDX)
                               < WS-FPH-PRIOR-DATE
                                   (WS-FPH-PRIOR-LOW-IDX)
                               MOVE WS-FPH-PRIOR-IDX
                                   TO WS-FPH-PRIOR-LOW-IDX
                           END-IF
                       END-PERFORM
                       IF FPH-BUS-DATE >
                           WS-FPH-PRIOR-DATE(WS-FPH-PRIOR-LOW-IDX)
                           MOVE FPH-BUS-DATE TO WS-FPH-PRIOR-DATE
                               (WS-FPH-PRIOR-LOW-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1320-KEEP-FINGERPRINT-RTN.
           IF WS-FPH-COUNT < 3000
               ADD 1 TO WS-FPH-COUNT
               MOVE WS-FPH-COUNT TO WS-FPH-IDX
               MOVE FPH-BUS-DATE TO WS-FPH-T-DATE(WS-FPH-IDX)
               MOVE FPH-BRANCH-CODE TO WS-FPH-T-BRANCH(WS-FPH-IDX)
               MOVE FPH-FILE-NAME TO WS-FPH-T-FILE(WS-FPH-IDX)
               MOVE FPH-BATCH-NO TO WS-FPH-T-BATCH(WS-FPH-IDX)
               MOVE FPH-TELLER-ID TO WS-FPH-T-TELLER(WS-FPH-IDX)
               MOVE FPH-AMOUNT TO WS-FPH-T-AMOUNT(WS-FPH-IDX)
               MOVE FPH-ITEM-COUNT TO WS-FPH-T-ITEMS(WS-FPH-IDX)
               MOVE FPH-ITEM-HASH TO WS-FPH-T-HASH(WS-FPH-IDX)
           ELSE
               IF NOT WS-FPH-FULL
                   SET WS-FPH-FULL TO TRUE
                   DISPLAY "DLYGATE: MORE THAN 3000 BATCH "
                       "FINGERPRINTS IN THE WINDOW - EXTRAS NOT KEPT "
                       "OR CHECKED"
               END-IF
           END-IF.

      *****************************************************************
      * LOAD DLYDUP, DROPPING FLAGS OLDER THAN THE WINDOW AND THE RUN
      * DATE'S OWN FLAGGED RECORDS (THIS RUN FLAGS AFRESH). THE RUN
      * DATE'S RELEASED RECORDS STAY - THEY LET A GENUINE REPEAT
      * THROUGH.
      *****************************************************************
       1400-LOAD-DUPLICATE-FLAGS-RTN.
           OPEN INPUT DUPLICATE-FILE
           IF WS-DUP-FILE-STATUS = "00"
               PERFORM UNTIL WS-DUP-EOF
                   READ DUPLICATE-FILE INTO DUP-RECORD
                       AT END
                           MOVE 'Y' TO WS-DUP-EOF-FLAG
                       NOT AT END
                           IF DUP-BUS-DATE >= WS-FPH-WINDOW-START
                               AND NOT (DUP-BUS-DATE
                                   = WS-RUN-DATE-YYYYMMDD
                                   AND DUP-FLAGGED)
                               PERFORM 1410-KEEP-DUPLICATE-REC-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPLICATE-FILE
           END-IF.

       1410-KEEP-DUPLICATE-REC-RTN.
           IF WS-DUP-COUNT < 500
               ADD 1 TO WS-DUP-COUNT
               MOVE DUP-RECORD TO WS-DUP-T-RECORD(WS-DUP-COUNT)
           ELSE
               IF NOT WS-DUP-FULL
                   SET WS-DUP-FULL TO TRUE
                   DISPLAY "DLYGATE: MORE THAN 500 RECORDS ON DLYDUP "
                       "- EXTRAS DROPPED"
               END-IF
           END-IF.

      *****************************************************************
      * LOAD THE BRANCH MASTER. WITHOUT IT THE NON-REPORTING BRANCHES
      * CANNOT BE WORKED OUT, SO THE SECTION SAYS SO INSTEAD.
      *****************************************************************
       1500-LOAD-BRANCH-MASTER-RTN.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRM-FILE-STATUS NOT = "00"
               DISPLAY "DLYGATE: UNABLE TO OPEN BRANCH MASTER DLYBRM, "
                   "STATUS=" WS-BRM-FILE-STATUS " - NON-REPORTING "
                   "BRANCHES NOT CHECKED"
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
               MOVE 'N' TO WS-BRM-T-LISTED-FLAG(WS-BRM-COUNT)
               MOVE 'N' TO WS-BRM-T-SENT-FLAG(WS-BRM-COUNT)
           ELSE
               IF NOT WS-BRM-FULL
                   SET WS-BRM-FULL TO TRUE
                   DISPLAY "DLYGATE: MORE THAN 500 BRANCHES ON "
                       "DLYBRM - EXTRAS NOT CHECKED"
               END-IF
           END-IF.

       2000-PROCESS-BRANCH-LIST-RTN.
           PERFORM UNTIL WS-BRL-EOF
               READ BRANCH-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-BRL-EOF-FLAG
                   NOT AT END
                       PERFORM 2050-NOTE-LISTED-BRANCH-RTN
                       PERFORM 2100-VERIFY-BRANCH-FILE-RTN
               END-READ
           END-PERFORM
           IF WS-BRL-FILE-IS-OPEN
               PERFORM 2950-LIST-NON-REPORTING-RTN
               CLOSE BRANCH-LIST-FILE
               CLOSE GATE-STATUS-FILE
               CLOSE GATE-REPORT-FILE
               PERFORM 2800-SAVE-FINGERPRINTS-RTN
               PERFORM 2900-SAVE-DUPLICATE-FLAGS-RTN
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
                   DISPLAY "DLYGATE: BRANCH " BRL-BRANCH-CODE
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

       2100-VERIFY-BRANCH-FILE-RTN.
           MOVE 'N' TO WS-GATE-XMT-SEEN-FLAG
           MOVE 'N' TO WS-GATE-BAD-AMT-FLAG
           MOVE SPACES TO WS-GATE-DISCREPANCY
           MOVE ZERO TO WS-GATE-BAT-COUNT
           MOVE ZERO TO WS-GATE-BAT-CUR
           MOVE ZERO TO WS-GATE-DUP-COUNT
           OPEN INPUT DAILY-AMOUNTS-FILE
           IF WS-DA-FILE-STATUS NOT = "00"
               MOVE "UNABLE TO OPEN FILE" TO WS-GATE-DISCREPANCY
                   END-READ
               END-PERFORM
               CLOSE DAILY-AMOUNTS-FILE
               IF WS-GATE-BAT-COUNT > 0
                   MOVE 'Y' TO WS-BRM-SENT-MARK
               ELSE
                   MOVE 'E' TO WS-BRM-SENT-MARK
               END-IF
               PERFORM 2055-NOTE-SENT-BRANCH-RTN
               PERFORM 2300-PROVE-TRAILER-RTN
               IF WS-GATE-FILE-OK
                   PERFORM 2500-CHECK-DUPLICATES-RTN
               END-IF
               PERFORM 2400-STAMP-RESULT-RTN
               IF WS-GATE-DUP-COUNT > 0
                   PERFORM 2600-LIST-DUPLICATES-RTN
               END-IF
               IF WS-GATE-FILE-OK
                   PERFORM 2700-ADD-FINGERPRINTS-RTN
               END-IF
           END-IF.

       2200-TALLY-RECORD-RTN.
                   IF DA-BATCH-REC AND DA-REC-SEQ = ZERO
                       IF DA-AMOUNT IS NUMERIC
                           ADD DA-AMOUNT TO WS-GATE-HASH-ACCUM
                           PERFORM 2250-START-BATCH-RTN
                       ELSE
                           SET WS-GATE-BAD-AMT TO TRUE
                       END-IF
                   ELSE
                       IF DA-ITEM-REC
                           PERFORM 2260-ADD-ITEM-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2250-START-BATCH-RTN.
           IF WS-GATE-BAT-COUNT < 999
               ADD 1 TO WS-GATE-BAT-COUNT
               MOVE WS-GATE-BAT-COUNT TO WS-GATE-BAT-CUR
               MOVE DA-BATCH-NO TO WS-GATE-B-BATCH(WS-GATE-BAT-CUR)
               MOVE DA-BRANCH-CODE TO WS-GATE-B-BRANCH(WS-GATE-BAT-CUR)
               MOVE DA-TELLER-ID TO WS-GATE-B-TELLER(WS-GATE-BAT-CUR)
               MOVE DA-AMOUNT TO WS-GATE-B-AMOUNT(WS-GATE-BAT-CUR)
               MOVE ZERO TO WS-GATE-B-ITEMS(WS-GATE-BAT-CUR)
               MOVE ZERO TO WS-GATE-B-HASH(WS-GATE-BAT-CUR)
               MOVE 'N' TO WS-GATE-B-DUP-FLAG(WS-GATE-BAT-CUR)
               MOVE ZERO TO WS-GATE-B-ORIG-DATE(WS-GATE-BAT-CUR)
               MOVE SPACES TO WS-GATE-B-ORIG-FILE(WS-GATE-BAT-CUR)
               MOVE ZERO TO WS-GATE-B-ORIG-BATCH(WS-GATE-BAT-CUR)
           ELSE
               MOVE ZERO TO WS-GATE-BAT-CUR
           END-IF.

       2260-ADD-ITEM-RTN.
           IF WS-GATE-BAT-CUR > 0
               IF WS-GATE-B-BATCH(WS-GATE-BAT-CUR) = DA-BATCH-NO
                   AND DA-ITEM-AMOUNT IS NUMERIC
                   ADD 1 TO WS-GATE-B-ITEMS(WS-GATE-BAT-CUR)
                   ADD DA-ITEM-AMOUNT
                       TO WS-GATE-B-HASH(WS-GATE-BAT-CUR)
               END-IF
           END-IF.

       2300-PROVE-TRAILER-RTN.
           MOVE 'Y' TO WS-GATE-OK-FLAG
           IF NOT WS-GATE-XMT-SEEN
                   ") QUARANTINED - " WS-GATE-DISCREPANCY
           END-IF.

      *****************************************************************
      * COMPARE EACH BATCH OF A FILE THAT PROVED AGAINST THE WINDOW'S
      * FINGERPRINTS (AND THE FILES ACCEPTED EARLIER THIS RUN). A
      * MATCH IS A DUPLICATE UNLESS DLYDREL HAS RELEASED THAT BATCH OF
      * THAT FILE FOR THE RUN DATE. A FILE THAT IS NOTHING BUT
      * DUPLICATES IS QUARANTINED WHOLE; SO IS ONE WHOSE FLAGS WILL
      * NOT FIT ON DLYDUP, SINCE DLYPROM WOULD NOT KNOW TO HOLD THEM.
      *****************************************************************
       2500-CHECK-DUPLICATES-RTN.
           PERFORM VARYING WS-GATE-BAT-IDX FROM 1 BY 1
               UNTIL WS-GATE-BAT-IDX > WS-GATE-BAT-COUNT
               PERFORM 2510-CHECK-ONE-BATCH-RTN
           END-PERFORM
           IF WS-GATE-DUP-COUNT > 0
               MOVE SPACES TO WS-GATE-DISCREPANCY
               IF WS-DUP-COUNT + WS-GATE-DUP-COUNT > 500
                   MOVE 'N' TO WS-GATE-OK-FLAG
                   MOVE "DUPLICATES WILL NOT FIT ON DLYDUP"
                       TO WS-GATE-DISCREPANCY
               ELSE
                   IF WS-GATE-DUP-COUNT = WS-GATE-BAT-COUNT
                       MOVE 'N' TO WS-GATE-OK-FLAG
                       STRING "ALL BATCHES DUP OF "
                           WS-GATE-B-ORIG-DATE(1) " "
                           WS-GATE-B-ORIG-FILE(1)
                           DELIMITED BY SIZE
                           INTO WS-GATE-DISCREPANCY
                       END-STRING
                   ELSE
                       STRING WS-GATE-DUP-COUNT
                           " BATCHES HELD AS DUPLICATES"
                           DELIMITED BY SIZE
                           INTO WS-GATE-DISCREPANCY
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       2510-CHECK-ONE-BATCH-RTN.
           MOVE 'N' TO WS-FPH-FOUND-FLAG
           PERFORM VARYING WS-FPH-IDX FROM 1 BY 1
               UNTIL WS-FPH-IDX > WS-FPH-COUNT OR WS-FPH-FOUND
               IF WS-FPH-T-BRANCH(WS-FPH-IDX)
                   = WS-GATE-B-BRANCH(WS-GATE-BAT-IDX)
                   AND WS-FPH-T-TELLER(WS-FPH-IDX)
                   = WS-GATE-B-TELLER(WS-GATE-BAT-IDX)
                   AND WS-FPH-T-AMOUNT(WS-FPH-IDX)
                   = WS-GATE-B-AMOUNT(WS-GATE-BAT-IDX)
                   AND WS-FPH-T-ITEMS(WS-FPH-IDX)
                   = WS-GATE-B-ITEMS(WS-GATE-BAT-IDX)
                   AND WS-FPH-T-HASH(WS-FPH-IDX)
                   = WS-GATE-B-HASH(WS-GATE-BAT-IDX)
                   SET WS-FPH-FOUND TO TRUE
                   MOVE WS-FPH-T-DATE(WS-FPH-IDX) TO WS-FPH-HIT-DATE
                   MOVE WS-FPH-T-FILE(WS-FPH-IDX) TO WS-FPH-HIT-FILE
                   MOVE WS-FPH-T-BATCH(WS-FPH-IDX) TO WS-FPH-HIT-BATCH
               END-IF
           END-PERFORM
           IF WS-FPH-FOUND
               PERFORM 2550-CHECK-RELEASED-RTN
               IF NOT WS-GATE-IS-RELEASED
                   ADD 1 TO WS-GATE-DUP-COUNT
                   MOVE 'Y' TO WS-GATE-B-DUP-FLAG(WS-GATE-BAT-IDX)
                   MOVE WS-FPH-HIT-DATE
                       TO WS-GATE-B-ORIG-DATE(WS-GATE-BAT-IDX)
                   MOVE WS-FPH-HIT-FILE
                       TO WS-GATE-B-ORIG-FILE(WS-GATE-BAT-IDX)
                   MOVE WS-FPH-HIT-BATCH
                       TO WS-GATE-B-ORIG-BATCH(WS-GATE-BAT-IDX)
               END-IF
           END-IF.

       2550-CHECK-RELEASED-RTN.
           MOVE 'N' TO WS-GATE-RELEASED-FLAG
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX > WS-DUP-COUNT OR WS-GATE-IS-RELEASED
               MOVE WS-DUP-T-RECORD(WS-DUP-IDX) TO DUP-RECORD
               IF DUP-BUS-DATE = WS-RUN-DATE-YYYYMMDD
                   AND DUP-FILE-NAME = BRL-FILE-NAME
                   AND DUP-BATCH-NO = WS-GATE-B-BATCH(WS-GATE-BAT-IDX)
                   AND DUP-RELEASED
                   SET WS-GATE-IS-RELEASED TO TRUE
               END-IF
           END-PERFORM.

      *****************************************************************
      * ONE DLYGATR LINE AND ONE DLYDUP FLAG PER DUPLICATE BATCH,
      * UNDER THE FILE'S OWN LINE.
      *****************************************************************
       2600-LIST-DUPLICATES-RTN.
           PERFORM VARYING WS-GATE-BAT-IDX FROM 1 BY 1
               UNTIL WS-GATE-BAT-IDX > WS-GATE-BAT-COUNT
               IF WS-GATE-B-IS-DUP(WS-GATE-BAT-IDX)
                   PERFORM 2650-FLAG-ONE-BATCH-RTN
               END-IF
           END-PERFORM.

       2650-FLAG-ONE-BATCH-RTN.
           ADD 1 TO WS-GATE-DUP-TOTAL
           MOVE SPACES TO DUP-RECORD
           MOVE WS-RUN-DATE-YYYYMMDD TO DUP-BUS-DATE
           MOVE WS-GATE-B-BRANCH(WS-GATE-BAT-IDX) TO DUP-BRANCH-CODE
           MOVE BRL-FILE-NAME TO DUP-FILE-NAME
           MOVE WS-GATE-B-BATCH(WS-GATE-BAT-IDX) TO DUP-BATCH-NO
           MOVE WS-GATE-B-TELLER(WS-GATE-BAT-IDX) TO DUP-TELLER-ID
           MOVE WS-GATE-B-AMOUNT(WS-GATE-BAT-IDX) TO DUP-AMOUNT
           MOVE WS-GATE-B-ORIG-DATE(WS-GATE-BAT-IDX) TO DUP-ORIG-DATE
           MOVE WS-GATE-B-ORIG-FILE(WS-GATE-BAT-IDX) TO DUP-ORIG-FILE
           MOVE WS-GATE-B-ORIG-BATCH(WS-GATE-BAT-IDX)
               TO DUP-ORIG-BATCH-NO
           MOVE "FLAGGED " TO DUP-STATUS
           MOVE ZERO TO DUP-REL-DATE
           IF WS-DUP-COUNT < 500
               ADD 1 TO WS-DUP-COUNT
               MOVE DUP-RECORD TO WS-DUP-T-RECORD(WS-DUP-COUNT)
           END-IF
           MOVE BRL-BRANCH-CODE TO GAT-DTL-BRANCH
           MOVE BRL-FILE-NAME TO GAT-DTL-FILE
           MOVE "DUP HELD" TO GAT-DTL-STATUS
           MOVE SPACES TO GAT-DTL-DISCREPANCY
           STRING "BATCH " DUP-BATCH-NO " DUP OF " DUP-ORIG-DATE
               " BATCH " DUP-ORIG-BATCH-NO
               DELIMITED BY SIZE INTO GAT-DTL-DISCREPANCY
           END-STRING
           WRITE GRP-LINE FROM WS-GAT-DETAIL-LINE
           DISPLAY "DLYGATE: BRANCH " BRL-BRANCH-CODE " FILE "
               BRL-FILE-NAME " BATCH " DUP-BATCH-NO " DUPLICATES "
               DUP-ORIG-FILE " BATCH " DUP-ORIG-BATCH-NO " OF "
               DUP-ORIG-DATE " - HELD".

       2700-ADD-FINGERPRINTS-RTN.
           PERFORM VARYING WS-GATE-BAT-IDX FROM 1 BY 1
               UNTIL WS-GATE-BAT-IDX > WS-GATE-BAT-COUNT
               IF NOT WS-GATE-B-IS-DUP(WS-GATE-BAT-IDX)
                   MOVE SPACES TO FPH-RECORD
                   MOVE WS-RUN-DATE-YYYYMMDD TO FPH-BUS-DATE
                   MOVE WS-GATE-B-BRANCH(WS-GATE-BAT-IDX)
                       TO FPH-BRANCH-CODE
                   MOVE BRL-FILE-NAME TO FPH-FILE-NAME
                   MOVE WS-GATE-B-BATCH(WS-GATE-BAT-IDX)
                       TO FPH-BATCH-NO
                   MOVE WS-GATE-B-TELLER(WS-GATE-BAT-IDX)
                       TO FPH-TELLER-ID
                   MOVE WS-GATE-B-AMOUNT(WS-GATE-BAT-IDX)
                       TO FPH-AMOUNT
                   MOVE WS-GATE-B-ITEMS(WS-GATE-BAT-IDX)
                       TO FPH-ITEM-COUNT
                   MOVE WS-GATE-B-HASH(WS-GATE-BAT-IDX)
                       TO FPH-ITEM-HASH
                   PERFORM 1320-KEEP-FINGERPRINT-RTN
               END-IF
           END-PERFORM.

       2800-SAVE-FINGERPRINTS-RTN.
           OPEN OUTPUT FINGERPRINT-FILE
           IF WS-FPH-FILE-STATUS NOT = "00"
               DISPLAY "DLYGATE: UNABLE TO REWRITE DLYFPH, STATUS="
                   WS-FPH-FILE-STATUS " - TODAY'S BATCHES WILL NOT "
                   "BE CHECKED FOR RE-SENDS TOMORROW"
           ELSE
               PERFORM VARYING WS-FPH-IDX FROM 1 BY 1
                   UNTIL WS-FPH-IDX > WS-FPH-COUNT
                   MOVE SPACES TO FPH-RECORD
                   MOVE WS-FPH-T-DATE(WS-FPH-IDX) TO FPH-BUS-DATE
                   MOVE WS-FPH-T-BRANCH(WS-FPH-IDX) TO FPH-BRANCH-CODE
                   MOVE WS-FPH-T-FILE(WS-FPH-IDX) TO FPH-FILE-NAME
                   MOVE WS-FPH-T-BATCH(WS-FPH-IDX) TO FPH-BATCH-NO
                   MOVE WS-FPH-T-TELLER(WS-FPH-IDX) TO FPH-TELLER-ID
                   MOVE WS-FPH-T-AMOUNT(WS-FPH-IDX) TO FPH-AMOUNT
                   MOVE WS-FPH-T-ITEMS(WS-FPH-IDX) TO FPH-ITEM-COUNT
                   MOVE WS-FPH-T-HASH(WS-FPH-IDX) TO FPH-ITEM-HASH
                   WRITE FPH-LINE FROM FPH-RECORD
               END-PERFORM
               CLOSE FINGERPRINT-FILE
           END-IF.

      *****************************************************************
      * DLYPROM HOLDS BACK ONLY WHAT IS FLAGGED ON DLYDUP, SO A FAILED
      * REWRITE MUST STOP THE PROMOTION.
      *****************************************************************
       2900-SAVE-DUPLICATE-FLAGS-RTN.
           OPEN OUTPUT DUPLICATE-FILE
           IF WS-DUP-FILE-STATUS NOT = "00"
               DISPLAY "DLYGATE: UNABLE TO REWRITE DLYDUP, STATUS="
                   WS-DUP-FILE-STATUS " - DUPLICATE BATCHES ARE NOT "
                   "FLAGGED, DO NOT RUN DLYPROM"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX > WS-DUP-COUNT
                   WRITE DUP-LINE FROM WS-DUP-T-RECORD(WS-DUP-IDX)
               END-PERFORM
               CLOSE DUPLICATE-FILE
           END-IF.

      *****************************************************************
      * NON-REPORTING BRANCHES - EVERY BRANCH OPEN ON THE RUN DATE,
      * EXPECTED ON ITS DAY OF THE WEEK, THAT SENT NOTHING.
      *****************************************************************
       2950-LIST-NON-REPORTING-RTN.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-BRM-DOW-DATE
           PERFORM 2960-COMPUTE-WEEKDAY-RTN
           MOVE WS-BRM-DAY-NAME(WS-BRM-DOW-IDX) TO BRM-NRB-TITLE-DAY
           MOVE SPACES TO GRP-LINE
           WRITE GRP-LINE
           WRITE GRP-LINE FROM WS-BRM-NRB-TITLE-LINE
           IF NOT WS-BRM-LOADED
               MOVE "BRANCH MASTER DLYBRM NOT AVAILABLE - NOT CHECKED"
                   TO BRM-NRB-NOTE
               WRITE GRP-LINE FROM WS-BRM-NRB-NOTE-LINE
           ELSE
               WRITE GRP-LINE FROM WS-BRM-NRB-HEADING-LINE
               PERFORM VARYING WS-BRM-HIT-IDX FROM 1 BY 1
                   UNTIL WS-BRM-HIT-IDX > WS-BRM-COUNT
                   PERFORM 2070-BRANCH-STATE-RTN
                   IF WS-BRM-ST-OPEN
                       AND WS-BRM-T-DAYS(WS-BRM-HIT-IDX)
                           (WS-BRM-DOW-IDX:1) = 'Y'
                       AND NOT WS-BRM-T-SENT(WS-BRM-HIT-IDX)
                       PERFORM 2955-WRITE-NON-REPORTING-RTN
                   END-IF
               END-PERFORM
               IF WS-BRM-NRB-COUNT = ZERO
                   MOVE "NONE - EVERY BRANCH EXPECTED TODAY SENT A FILE"
                       TO BRM-NRB-NOTE
                   WRITE GRP-LINE FROM WS-BRM-NRB-NOTE-LINE
               END-IF
           END-IF.

       2955-WRITE-NON-REPORTING-RTN.
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
           WRITE GRP-LINE FROM WS-BRM-NRB-DETAIL-LINE.

      *****************************************************************
      * DAY OF THE WEEK FOR WS-BRM-DOW-DATE, RETURNED IN
      * WS-BRM-DOW-IDX AS 1 (SUNDAY) THROUGH 7 (SATURDAY).
      *****************************************************************
       2960-COMPUTE-WEEKDAY-RTN.
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

       3000-PRINT-SUMMARY-RTN.
           IF WS-BRL-FILE-IS-OPEN
               DISPLAY "DLYGATE: " WS-GATE-ACCEPT-COUNT
                   " TRANSMISSIONS ACCEPTED, " WS-GATE-QUAR-COUNT
                   " QUARANTINED - SEE DLYGATR"
               IF WS-GATE-DUP-TOTAL > 0
                   DISPLAY "DLYGATE: " WS-GATE-DUP-TOTAL
                       " BATCHES HELD AS DUPLICATES OF BATCHES "
                       "ALREADY ACCEPTED - RELEASE A GENUINE REPEAT "
                       "ON DLYDREL, THEN RE-RUN DLYGATE"
               END-IF
               IF WS-BRM-NRB-COUNT > 0
                   DISPLAY "DLYGATE: " WS-BRM-NRB-COUNT
                       " BRANCHES EXPECTED TODAY SENT NOTHING - SEE "
                       "NON-REPORTING BRANCHES ON DLYGATR"
               END-IF
               IF (WS-GATE-QUAR-COUNT > 0 OR WS-GATE-DUP-TOTAL > 0
                   OR WS-FPH-FULL OR WS-BRM-NRB-COUNT > 0)
                   AND RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
