      * DAILY BRANCH DEPOSIT BATCH SUMMATION.
      * READS THE DAILY-AMOUNTS FILE AND TOTALS THE BATCH AMOUNTS
      * FOR CLOSE-OF-DAY PROCESSING.
      * A RECEIVED BATCH WHOSE BRANCH HAS NO ACTIVE DLYCOA MAPPING
      * IS HELD OFF THE GL EXTRACT AND WRITTEN TO THE DLYHLD
      * SUSPENSE FILE WITH THE BUSINESS DATE IT TURNS AGED ON, SO
      * DLYHREL CAN RELEASE IT ONCE THE MAPPING IS ADDED.
      * EACH DLYREJ REJECT LINE ALSO NAMES THE BRANCH AND THE
      * BRANCH'S OWN BATCH NUMBER FROM THE DLYXWK CROSSWALK WHEN
      * DLYPROM BUILT THE DAY'S DLYAMT FROM SEVERAL BRANCH FILES.
      * EVERY BATCH'S BRANCH IS CHECKED AGAINST THE BRANCH MASTER
      * DLYBRM AS AT THE BUSINESS DATE: A BATCH FROM A BRANCH NOT ON
      * THE MASTER, NOT YET OPEN OR CLOSED IS REJECTED, AND A BATCH
      * FROM A MERGED BRANCH IS POSTED UNDER THE OPEN BRANCH IT WAS
      * MERGED INTO. THE RUN IS REFUSED WITHOUT DLYBRM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TELLER-HISTORY-FILE ASSIGN TO "DLYTLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLH-FILE-STATUS.
           SELECT HELD-BATCH-FILE ASSIGN TO "DLYHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "DLYOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT CROSSWALK-FILE ASSIGN TO "DLYXWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XWK-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "DLYBRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY PNDREC.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MNTAUDR.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY TLHREC.

       FD  HELD-BATCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY HLDREC.

       FD  OPERATOR-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  OPR-LINE                    PIC X(64).

       FD  CROSSWALK-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  XWK-LINE                    PIC X(32).

       FD  BRANCH-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BRM-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WSSUM.
       COPY CALREC.
       COPY MNTSCRN.
       COPY VARREC.
       COPY TRDREC.
       COPY OPRREC.
       COPY XWKREC.
       COPY BRMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-DA-FILE-STATUS       PIC X(2).
           05  WS-EXC-FILE-STATUS      PIC X(2).
           05  WS-DSQ-FILE-STATUS      PIC X(2).
           05  WS-TLH-FILE-STATUS      PIC X(2).
           05  WS-HLD-FILE-STATUS      PIC X(2).
           05  WS-HLD-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HLD-EOF          VALUE 'Y'.
           05  WS-EOF-FLAG             PIC X(1)    VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
           05  WS-DA-FILE-OPEN-FLAG    PIC X(1)    VALUE 'N'.
           05  WS-ITEM-SEQ-SAVE        PIC 9(3).
           05  WS-TRL-COUNT-SAVE       PIC 9(3).

      *****************************************************************
      * BRANCH EDIT FIELDS. THE BATCH RECORD'S BRANCH IS RESOLVED ON
      * THE BRANCH MASTER WHEN THE BATCH OPENS; A BRANCH THAT CANNOT
      * POST LEAVES ITS REASON HERE AND THE BATCH IS REJECTED WHEN IT
      * WOULD OTHERWISE BE ACCEPTED, SO ITS ITEMS AND TRAILER ARE
      * STILL READ PAST NORMALLY.
      *****************************************************************
       01  WS-BRANCH-EDIT-FIELDS.
           05  WS-BRM-PEND-REJECT-FLAG PIC X(1)    VALUE 'N'.
               88  WS-BRM-PEND-REJECT  VALUE 'Y'.
           05  WS-BRM-REJECT-REASON    PIC X(40).

      *****************************************************************
      * PER-TELLER ROLL-UP WRITTEN TO THE DLYTLH TELLER ACTIVITY
      * HISTORY AT THE END OF THE RUN, ONE RECORD PER DATE/BRANCH/
                   15  WS-TLSUM-BATCHES PIC 9(3).
                   15  WS-TLSUM-TOTAL  PIC 9(11)V99.

      *****************************************************************
      * SUSPENSE HOLD FIELDS. DLYHLD IS KEPT IN THIS TABLE AND
      * REWRITTEN WHOLE - A RERUN OF THE SAME DATE AND RUN TYPE
      * DROPS ITS OWN STILL-HELD RECORDS FIRST SO THEY ARE NOT HELD
      * TWICE. THE AGED DATE IS THE RUN DATE STEPPED FORWARD
      * WS-HLD-AGE-DAYS BUSINESS DAYS, SKIPPING THE NON-BUSINESS
      * DATES LISTED ON DLYCAL, THE SAME WAY DLYCALM ROLLS THE DATE.
      * A RELEASED RECORD IS KEPT WS-HLD-KEEP-DAYS CALENDAR DAYS
      * AFTER ITS RELEASE AND THEN PURGED. IF DLYHLD STILL WILL NOT
      * FIT THE TABLE IT IS LEFT AS IT WAS AND THE RUN ENDS RC 16.
      *****************************************************************
       01  WS-HELD-BATCH-FIELDS.
           05  WS-HLD-AGE-DAYS         PIC 9(2)    VALUE 3.
           05  WS-HLD-KEEP-DAYS        PIC 9(3)    VALUE 30.
           05  WS-HLD-PURGE-DATE       PIC 9(8).
           05  WS-HLD-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-HLD-IDX              PIC 9(3).
           05  WS-HLD-DROPPED          PIC 9(3)    VALUE ZERO.
           05  WS-HLD-PURGED           PIC 9(3)    VALUE ZERO.
           05  WS-HLD-AGED-DATE        PIC 9(8).
           05  WS-HLD-FULL-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-HLD-FULL         VALUE 'Y'.
           05  WS-HLD-TABLE.
               10  WS-HLD-ENTRY        PIC X(80)   OCCURS 500 TIMES.
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
           05  WS-ROLL-STEPS           PIC 9(2).
           05  WS-BUS-DAYS-STEPPED     PIC 9(2).
           05  WS-CAND-NONBUS-FLAG     PIC X(1).
               88  WS-CAND-NONBUS      VALUE 'Y'.

       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                  PIC X(24)
                   VALUE "312831303130313130313031".
       01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DIM                  PIC 9(2)    OCCURS 12 TIMES.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RNC-FILE-STATUS      PIC X(2).
           05  WS-RNC-EOF-FLAG         PIC X(1)    VALUE 'N'.
               ELSE
                   SET WS-DA-FILE-IS-OPEN TO TRUE
                   PERFORM 1100-READ-HEADER-RTN
                   IF NOT WS-ABEND
                       PERFORM 1300-LOAD-BRANCH-MASTER-RTN
                   END-IF
               END-IF
           END-IF.

                   AND CAL-DATE = WS-RUN-DATE-YYYYMMDD
                   SET WS-CAL-NONBUS-DATE TO TRUE
               END-IF
               IF CAL-NON-BUSINESS AND WS-NONBUS-COUNT < 400
                   ADD 1 TO WS-NONBUS-COUNT
                   MOVE CAL-DATE TO WS-NONBUS-DATE(WS-NONBUS-COUNT)
               END-IF
           END-IF.

       1100-READ-HEADER-RTN.
           WRITE RNC-RECORD
           CLOSE RUN-CONTROL-FILE.

      *****************************************************************
      * LOAD THE BRANCH MASTER. EVERY BATCH'S BRANCH IS EDITED
      * AGAINST IT, SO THE RUN IS REFUSED WHEN IT CANNOT BE LOADED
      * WHOLE.
      *****************************************************************
       1300-LOAD-BRANCH-MASTER-RTN.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRM-FILE-STATUS NOT = "00"
               DISPLAY "DLYBTSUM: UNABLE TO OPEN BRANCH MASTER DLYBRM, "
                   "STATUS=" WS-BRM-FILE-STATUS " - RUN REFUSED"
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE "UNABLE TO OPEN BRANCH MASTER DLYBRM"
                   TO WS-ABEND-REASON
               SET WS-ABEND TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-BRM-EOF
                   READ BRANCH-MASTER-FILE INTO BRM-RECORD
                       AT END
                           MOVE 'Y' TO WS-BRM-EOF-FLAG
                       NOT AT END
                           PERFORM 1310-STORE-BRANCH-RTN
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
               IF WS-BRM-FULL
                   DISPLAY "DLYBTSUM: MORE THAN 500 BRANCHES ON "
                       "DLYBRM - RUN REFUSED"
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE "MORE THAN 500 BRANCHES ON BRANCH MASTER DLYBRM"
                       TO WS-ABEND-REASON
                   SET WS-ABEND TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET WS-BRM-LOADED TO TRUE
               END-IF
           END-IF.

       1310-STORE-BRANCH-RTN.
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
               SET WS-BRM-FULL TO TRUE
           END-IF.

       2000-READ-AMOUNTS-RTN.
           PERFORM 2010-LOAD-CROSSWALK-RTN
           IF WS-SUPP-RUN
               OPEN EXTEND REJECT-FILE
               IF WS-RJT-FILE-STATUS NOT = "00"
               UNTIL WS-COUNTER > WS-BATCH-COUNT
               MOVE ZERO TO WS-SUM(WS-COUNTER)
               MOVE 'N' TO WS-RCVD-FLAG(WS-COUNTER)
               MOVE 'N' TO WS-RJCT-FLAG(WS-COUNTER)
               MOVE SPACES TO WS-BR-CODE(WS-COUNTER)
               MOVE SPACES TO WS-BR-TELLER(WS-COUNTER)
           END-PERFORM
                   MOVE WS-COUNTER TO RJT-DTL-BATCH-NO
                   MOVE "MISSING - PENDING LATE SUBMISSION"
                       TO RJT-DTL-REASON
                   PERFORM 2190-WRITE-REJECT-LINE-RTN
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO PND-RECORD
                   MOVE WS-RUN-DATE-YYYYMMDD TO PND-RUN-DATE
                   "FOR LATE SUPPLEMENTAL INTAKE"
           END-IF.

      *****************************************************************
      * DLYXWK IS ONLY THERE WHEN DLYPROM BUILT DLYAMT FROM THE
      * BRANCH FILES - WITHOUT IT THE REJECT LINES SIMPLY CARRY NO
      * BRANCH TRACE. THE TABLE IS INDEXED BY ASSIGNED BATCH NUMBER
      * AND STARTS OVER AT EACH ASSIGNED BATCH 1 FOR THE DATE, SO A
      * RE-PROMOTION REPLACES THE EARLIER SET.
      *****************************************************************
       2010-LOAD-CROSSWALK-RTN.
           MOVE SPACES TO WS-XWK-TABLE
           OPEN INPUT CROSSWALK-FILE
           IF WS-XWK-FILE-STATUS = "00"
               PERFORM UNTIL WS-XWK-EOF
                   READ CROSSWALK-FILE INTO XWK-RECORD
                       AT END
                           MOVE 'Y' TO WS-XWK-EOF-FLAG
                       NOT AT END
                           IF XWK-BUS-DATE = WS-RUN-DATE-YYYYMMDD
                               AND XWK-BATCH-NO IS NUMERIC
                               AND XWK-BATCH-NO > 0
                               IF XWK-BATCH-NO = 1
                                   MOVE SPACES TO WS-XWK-TABLE
                               END-IF
                               MOVE XWK-BRANCH-CODE
                                   TO WS-XWK-T-BRANCH(XWK-BATCH-NO)
                               MOVE XWK-OWN-BATCH-NO
                                   TO WS-XWK-T-OWN(XWK-BATCH-NO)
                               SET WS-XWK-LOADED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CROSSWALK-FILE
           END-IF.

       2050-DISPATCH-RECORD-RTN.
           IF DA-XMIT-REC
               PERFORM 2160-FINALIZE-PENDING-RTN
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE DA-BATCH-NO TO RJT-DTL-BATCH-NO
                       MOVE "UNKNOWN RECORD TYPE" TO RJT-DTL-REASON
                       PERFORM 2190-WRITE-REJECT-LINE-RTN
                   END-IF
               END-IF
           END-IF
               ADD 1 TO WS-REJECT-COUNT
               MOVE ZERO TO RJT-DTL-BATCH-NO
               MOVE "BATCH NO NOT NUMERIC" TO RJT-DTL-REASON
               PERFORM 2190-WRITE-REJECT-LINE-RTN
           ELSE
               IF DA-BATCH-NO < 1 OR DA-BATCH-NO > WS-BATCH-COUNT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE DA-BATCH-NO TO RJT-DTL-BATCH-NO
                   MOVE "BATCH NO OUT OF RANGE" TO RJT-DTL-REASON
                   PERFORM 2190-WRITE-REJECT-LINE-RTN
               ELSE
                   SET WS-BATCH-RECEIVED(DA-BATCH-NO) TO TRUE
                   MOVE DA-BRANCH-CODE TO WS-BR-CODE(DA-BATCH-NO)
                   MOVE ZERO TO WS-ITEM-COUNT
                   MOVE ZERO TO WS-ITEM-HASH
                   MOVE 'N' TO WS-ITEM-BAD-FLAG
                   PERFORM 2105-EDIT-BRANCH-RTN
               END-IF
           END-IF.

      *****************************************************************
      * RESOLVE THE BATCH'S BRANCH ON THE BRANCH MASTER AS AT THE
      * BUSINESS DATE. A TEMPORARILY CLOSED BRANCH STILL POSTS - ITS
      * DEPOSITS WERE TAKEN BEFORE IT SHUT.
      *****************************************************************
       2105-EDIT-BRANCH-RTN.
           MOVE 'N' TO WS-BRM-PEND-REJECT-FLAG
           MOVE SPACES TO WS-BRM-REJECT-REASON
           MOVE DA-BRANCH-CODE TO WS-BRM-LOOK-CODE
           PERFORM 2180-RESOLVE-BRANCH-RTN
           IF WS-BRM-FIRST-STATE = 'U'
               SET WS-BRM-PEND-REJECT TO TRUE
               STRING "BRANCH " DA-BRANCH-CODE
                   " NOT ON BRANCH MASTER"
                   DELIMITED BY SIZE INTO WS-BRM-REJECT-REASON
               END-STRING
           ELSE
               IF WS-BRM-FIRST-STATE = 'N'
                   SET WS-BRM-PEND-REJECT TO TRUE
                   STRING "BRANCH " DA-BRANCH-CODE " NOT YET OPEN"
                       DELIMITED BY SIZE INTO WS-BRM-REJECT-REASON
                   END-STRING
               ELSE
                   IF WS-BRM-FIRST-STATE = 'C'
                       SET WS-BRM-PEND-REJECT TO TRUE
                       STRING "BRANCH " DA-BRANCH-CODE " CLOSED"
                           DELIMITED BY SIZE
                           INTO WS-BRM-REJECT-REASON
                       END-STRING
                   ELSE
                       IF WS-BRM-FIRST-STATE = 'M'
                           PERFORM 2107-EDIT-MERGED-BRANCH-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2107-EDIT-MERGED-BRANCH-RTN.
           IF WS-BRM-ST-POSTABLE
               MOVE WS-BRM-T-CODE(WS-BRM-HIT-IDX)
                   TO WS-BR-CODE(DA-BATCH-NO)
               DISPLAY "DLYBTSUM: BATCH " DA-BATCH-NO
                   " FROM MERGED BRANCH " DA-BRANCH-CODE
                   " POSTED UNDER SUCCESSOR "
                   WS-BRM-T-CODE(WS-BRM-HIT-IDX)
           ELSE
               SET WS-BRM-PEND-REJECT TO TRUE
               STRING "MERGED BRANCH " DA-BRANCH-CODE
                   " HAS NO OPEN SUCCESSOR"
                   DELIMITED BY SIZE INTO WS-BRM-REJECT-REASON
               END-STRING
           END-IF.

       2120-ACCUM-ITEM-RTN.
           IF NOT WS-PEND-ACTIVE
               OR DA-BATCH-NO NOT = WS-PEND-BATCH-NO
               MOVE DA-BATCH-NO TO RJT-DTL-BATCH-NO
               MOVE "ITEM RECORD HAS NO OPEN BATCH RECORD"
                   TO RJT-DTL-REASON
               PERFORM 2190-WRITE-REJECT-LINE-RTN
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               IF DA-ITEM-AMOUNT NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE DA-BATCH-NO TO RJT-DTL-BATCH-NO
                   MOVE WS-REJECT-REASON TO RJT-DTL-REASON
                   PERFORM 2190-WRITE-REJECT-LINE-RTN
               ELSE
                   ADD DA-ITEM-AMOUNT TO WS-ITEM-HASH
               END-IF
               MOVE DA-BATCH-NO TO RJT-DTL-BATCH-NO
               MOVE "TRAILER RECORD HAS NO OPEN BATCH RECORD"
                   TO RJT-DTL-REASON
               PERFORM 2190-WRITE-REJECT-LINE-RTN
           ELSE
               IF WS-ITEM-BAD
                   PERFORM 2135-REJECT-PENDING-RTN
                   TO WS-REJECT-REASON
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           IF WS-BRM-PEND-REJECT
               MOVE 'B' TO WS-RJCT-FLAG(WS-PEND-BATCH-NO)
           ELSE
               MOVE 'Y' TO WS-RJCT-FLAG(WS-PEND-BATCH-NO)
           END-IF
           MOVE WS-PEND-BATCH-NO TO RJT-DTL-BATCH-NO
           MOVE WS-REJECT-REASON TO RJT-DTL-REASON
           PERFORM 2190-WRITE-REJECT-LINE-RTN.

       2140-ACCEPT-PENDING-RTN.
           IF WS-BRM-PEND-REJECT
               MOVE WS-BRM-REJECT-REASON TO WS-REJECT-REASON
               PERFORM 2135-REJECT-PENDING-RTN
           ELSE
               MOVE WS-PEND-AMOUNT TO WS-CANDIDATE-AMOUNT
               PERFORM 2150-VALIDATE-CANDIDATE-RTN
               IF WS-AMOUNT-IS-VALID
                   MOVE WS-CANDIDATE-AMOUNT
                       TO WS-SUM(WS-PEND-BATCH-NO)
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'Y' TO WS-RJCT-FLAG(WS-PEND-BATCH-NO)
                   MOVE WS-PEND-BATCH-NO TO RJT-DTL-BATCH-NO
                   MOVE WS-REJECT-REASON TO RJT-DTL-REASON
                   PERFORM 2190-WRITE-REJECT-LINE-RTN
               END-IF
           END-IF.

       2160-FINALIZE-PENDING-RTN.
               MOVE 'N' TO WS-PEND-ACTIVE-FLAG
           END-IF.

       2170-FIND-BRANCH-RTN.
           MOVE ZERO TO WS-BRM-HIT-IDX
           PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
               UNTIL WS-BRM-IDX > WS-BRM-COUNT
               OR WS-BRM-HIT-IDX NOT = ZERO
               IF WS-BRM-T-CODE(WS-BRM-IDX) = WS-BRM-LOOK-CODE
                   MOVE WS-BRM-IDX TO WS-BRM-HIT-IDX
               END-IF
           END-PERFORM
           PERFORM 2175-BRANCH-STATE-RTN.

      *****************************************************************
      * STATUS IN FORCE ON THE RUN DATE FOR THE ENTRY AT
      * WS-BRM-HIT-IDX - A MERGE OR CLOSURE DATED LATER THAN THE RUN
      * DATE HAS NOT HAPPENED YET.
      *****************************************************************
       2175-BRANCH-STATE-RTN.
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
       2180-RESOLVE-BRANCH-RTN.
           MOVE ZERO TO WS-BRM-HOPS
           PERFORM 2170-FIND-BRANCH-RTN
           MOVE WS-BRM-STATE TO WS-BRM-FIRST-STATE
           MOVE WS-BRM-HIT-IDX TO WS-BRM-FIRST-IDX
           PERFORM UNTIL NOT WS-BRM-ST-MERGED
               OR WS-BRM-HOPS NOT < WS-BRM-MAX-HOPS
               ADD 1 TO WS-BRM-HOPS
               MOVE WS-BRM-T-SUCCESSOR(WS-BRM-HIT-IDX)
                   TO WS-BRM-LOOK-CODE
               PERFORM 2170-FIND-BRANCH-RTN
           END-PERFORM
           IF WS-BRM-ST-MERGED
               MOVE ZERO TO WS-BRM-HIT-IDX
               MOVE 'U' TO WS-BRM-STATE
           END-IF.

       2190-WRITE-REJECT-LINE-RTN.
           MOVE SPACES TO RJT-DTL-BRANCH
           MOVE ZERO TO RJT-DTL-OWN-BATCH
           IF WS-XWK-LOADED
               MOVE RJT-DTL-BATCH-NO TO WS-XWK-LOOK-BATCH
               IF WS-XWK-LOOK-BATCH > 0
                   IF WS-XWK-T-BRANCH(WS-XWK-LOOK-BATCH) NOT = SPACES
                       MOVE WS-XWK-T-BRANCH(WS-XWK-LOOK-BATCH)
                           TO RJT-DTL-BRANCH
                       MOVE WS-XWK-T-OWN(WS-XWK-LOOK-BATCH)
                           TO RJT-DTL-OWN-BATCH
                   END-IF
               END-IF
           END-IF
           WRITE RJT-LINE FROM WS-RJT-DETAIL-LINE.

       2150-VALIDATE-CANDIDATE-RTN.
           MOVE 'Y' TO WS-AMOUNT-VALID-FLAG
           IF WS-CANDIDATE-AMOUNT NOT NUMERIC
               IF WS-MAINT-RESPONSE = 'Y' OR WS-MAINT-RESPONSE = 'y'
                   DISPLAY "DLYBTSUM: ENTER YOUR OPERATOR ID: "
                   ACCEPT WS-MAINT-OPERATOR-ID
                   PERFORM 2550-LOAD-OPERATOR-TABLE-RTN
                   PERFORM 2560-CHECK-OPERATOR-RTN
                   IF WS-OPR-REFUSE-REASON NOT = SPACES
                       DISPLAY "DLYBTSUM: MAINT SESSION REFUSED - "
                           WS-OPR-REFUSE-REASON
                       MOVE ZERO TO WS-MAINT-SUBSCRIPT
                       PERFORM 2580-LOG-AUTH-REFUSAL-RTN
                   ELSE
                       OPEN EXTEND MAINT-AUDIT-FILE
                       IF WS-MAU-FILE-STATUS NOT = "00"
                           OPEN OUTPUT MAINT-AUDIT-FILE
                       END-IF
                       MOVE 'N' TO WS-MAINT-DONE-FLAG
                       PERFORM UNTIL WS-MAINT-DONE
                           PERFORM 2510-DISPLAY-TABLE-RTN
                           PERFORM 2520-PROMPT-CORRECTION-RTN
                       END-PERFORM
                       CLOSE MAINT-AUDIT-FILE
                   END-IF
               END-IF
           END-IF.

           ELSE
               IF WS-MAINT-SUBSCRIPT >= 1
                   AND WS-MAINT-SUBSCRIPT <= WS-BATCH-COUNT
                   IF WS-BATCH-BRANCH-REJECTED(WS-MAINT-SUBSCRIPT)
                       DISPLAY "BATCH " WS-MAINT-SUBSCRIPT " WAS "
                           "REJECTED FOR ITS BRANCH - SEE DLYREJ, IT "
                           "CANNOT BE CORRECTED HERE"
                   ELSE
                       PERFORM 2525-PROMPT-AMOUNT-RTN
                   END-IF
               ELSE
                   DISPLAY "BATCH NUMBER OUT OF RANGE 1-" WS-BATCH-COUNT
               END-IF
           END-IF.

       2525-PROMPT-AMOUNT-RTN.
           DISPLAY "ENTER CORRECTED AMOUNT FOR BATCH "
               WS-MAINT-SUBSCRIPT
           ACCEPT WS-MAINT-NEW-AMOUNT
           MOVE WS-MAINT-NEW-AMOUNT TO WS-CANDIDATE-AMOUNT
           PERFORM 2150-VALIDATE-CANDIDATE-RTN
           IF WS-AMOUNT-IS-VALID
               MOVE WS-SUM(WS-MAINT-SUBSCRIPT) TO WS-MAINT-OLD-AMOUNT
               DISPLAY "ENTER SECOND-APPROVER ID TO AUTHORIZE "
                   "THIS CHANGE (BLANK TO CANCEL): "
               ACCEPT WS-MAINT-APPROVER-ID
               PERFORM 2530-APPLY-CORRECTION-RTN
           ELSE
               DISPLAY "CORRECTED AMOUNT REJECTED: " WS-REJECT-REASON
           END-IF.

       2530-APPLY-CORRECTION-RTN.
           IF WS-MAINT-APPROVER-ID = SPACES
               DISPLAY "CORRECTION CANCELLED - NO APPROVER ID ENTERED"
                   DISPLAY "CORRECTION REJECTED - APPROVER MUST BE "
                       "DIFFERENT FROM THE OPERATOR"
               ELSE
                   IF WS-CANDIDATE-AMOUNT >= WS-MAINT-OLD-AMOUNT
                       COMPUTE WS-OPR-CHANGE-AMOUNT =
                           WS-CANDIDATE-AMOUNT - WS-MAINT-OLD-AMOUNT
                   ELSE
                       COMPUTE WS-OPR-CHANGE-AMOUNT =
                           WS-MAINT-OLD-AMOUNT - WS-CANDIDATE-AMOUNT
                   END-IF
                   PERFORM 2570-CHECK-APPROVER-RTN
                   IF WS-OPR-REFUSE-REASON NOT = SPACES
                       DISPLAY "CORRECTION REFUSED - "
                           WS-OPR-REFUSE-REASON
                       PERFORM 2580-LOG-AUTH-REFUSAL-RTN
                   ELSE
                       PERFORM 2535-CONFIRM-CORRECTION-RTN
                   END-IF
               END-IF
           END-IF.

       2535-CONFIRM-CORRECTION-RTN.
           DISPLAY "APPROVER " WS-MAINT-APPROVER-ID
               " - CONFIRM THIS CHANGE? (Y/N)"
           ACCEPT WS-MAINT-APPROVE-RESP
           IF WS-MAINT-IS-APPROVED
               MOVE WS-CANDIDATE-AMOUNT
                   TO WS-SUM(WS-MAINT-SUBSCRIPT)
               MOVE 'N' TO WS-RJCT-FLAG(WS-MAINT-SUBSCRIPT)
               PERFORM 2540-LOG-MAINT-AUDIT-RTN
               IF WS-IS-RESTART
                   AND WS-MAINT-SUBSCRIPT <= WS-LAST-COUNTER
                   SET WS-RECALC-NEEDED TO TRUE
                   DISPLAY "DLYBTSUM: BATCH " WS-MAINT-SUBSCRIPT
                       " WAS ALREADY CHECKPOINTED - WS-TOTAL "
                       "WILL BE RECOMPUTED FROM BATCH 1"
               END-IF
           ELSE
               DISPLAY "CORRECTION NOT APPLIED - APPROVAL "
                   "DECLINED"
           END-IF.

       2540-LOG-MAINT-AUDIT-RTN.
           MOVE WS-MAINT-APPROVER-ID TO MNT-APPROVER-ID
           WRITE MNT-AUDIT-RECORD.

      *****************************************************************
      * OPERATOR AUTHORITY CHECKS AGAINST DLYOPR (SEE OPRREC). THE
      * FILE IS LOADED ONCE PER MAINT SESSION; IF IT CANNOT BE
      * OPENED THE TABLE STAYS EMPTY AND EVERY ID IS REFUSED AS
      * UNKNOWN, SO A MISSING FILE NEVER OPENS THE SCREEN TO ANYONE.
      * A CHECK LEAVES WS-OPR-REFUSE-REASON BLANK WHEN THE ID PASSES.
      *****************************************************************
       2550-LOAD-OPERATOR-TABLE-RTN.
           IF NOT WS-OPR-LOADED
               SET WS-OPR-LOADED TO TRUE
               OPEN INPUT OPERATOR-FILE
               IF WS-OPR-FILE-STATUS NOT = "00"
                   DISPLAY "DLYBTSUM: UNABLE TO OPEN OPERATOR "
                       "AUTHORITY FILE DLYOPR, STATUS="
                       WS-OPR-FILE-STATUS
                       " - NO CORRECTION CAN BE AUTHORIZED"
               ELSE
                   PERFORM UNTIL WS-OPR-EOF
                       READ OPERATOR-FILE INTO OPR-RECORD
                           AT END
                               MOVE 'Y' TO WS-OPR-EOF-FLAG
                           NOT AT END
                               PERFORM 2555-STORE-OPERATOR-REC-RTN
                       END-READ
                   END-PERFORM
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.

       2555-STORE-OPERATOR-REC-RTN.
           IF WS-OPR-COUNT < 300
               ADD 1 TO WS-OPR-COUNT
               MOVE OPR-ID TO WS-OPR-T-ID(WS-OPR-COUNT)
               MOVE OPR-ROLE TO WS-OPR-T-ROLE(WS-OPR-COUNT)
               MOVE OPR-STATUS TO WS-OPR-T-STATUS(WS-OPR-COUNT)
               MOVE OPR-APPROVE-LIMIT TO WS-OPR-T-LIMIT(WS-OPR-COUNT)
           ELSE
               IF NOT WS-OPR-FULL
                   SET WS-OPR-FULL TO TRUE
                   DISPLAY "DLYBTSUM: MORE THAN 300 IDS ON DLYOPR - "
                       "ONLY THE FIRST 300 LOADED, EXTRAS REFUSED"
               END-IF
           END-IF.

       2560-CHECK-OPERATOR-RTN.
           MOVE SPACES TO WS-OPR-REFUSE-REASON
           MOVE WS-MAINT-OPERATOR-ID TO WS-OPR-CHECK-ID
           PERFORM 2575-LOOK-UP-OPERATOR-RTN
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

       2570-CHECK-APPROVER-RTN.
           MOVE SPACES TO WS-OPR-REFUSE-REASON
           MOVE WS-MAINT-APPROVER-ID TO WS-OPR-CHECK-ID
           PERFORM 2575-LOOK-UP-OPERATOR-RTN
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

       2575-LOOK-UP-OPERATOR-RTN.
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

       2580-LOG-AUTH-REFUSAL-RTN.
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-DATE-YYYYMMDD TO EXC-RUN-DATE
           ACCEPT EXC-RUN-TIME FROM TIME
           MOVE "AUTH REFSD" TO EXC-EXCEPTION-TYPE
           MOVE WS-MAINT-SUBSCRIPT TO EXC-BATCH-NO
           MOVE WS-OPR-REFUSE-REASON TO EXC-DESCRIPTION
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           WRITE EXC-RECORD
           CLOSE EXCEPTION-FILE.

       2900-CHECK-RESTART-RTN.
           MOVE 'N' TO WS-RESTART-FLAG
           MOVE 1 TO WS-COUNTER
                   MOVE WS-BR-CODE(WS-COUNTER) TO RPT-DTL-BRANCH
                   MOVE WS-BR-TELLER(WS-COUNTER) TO RPT-DTL-TELLER
                   WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
                   IF NOT WS-BATCH-REJECTED(WS-COUNTER)
                       PERFORM 4100-ACCUM-BRANCH-RTN
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-TOTAL TO RPT-TOT-AMOUNT

       6000-WRITE-GL-EXTRACT-RTN.
           PERFORM 6100-LOAD-COA-TABLE-RTN
           PERFORM 6400-LOAD-HELD-BATCHES-RTN
           PERFORM 6500-FIND-AGED-DATE-RTN
           OPEN OUTPUT GL-EXTRACT-FILE
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-BATCH-COUNT
               IF WS-BATCH-RECEIVED(WS-COUNTER)
                   AND NOT WS-BATCH-REJECTED(WS-COUNTER)
                   PERFORM 6200-LOOK-UP-MAPPING-RTN
                   IF WS-COA-FOUND
                       MOVE SPACES TO GL-EXTRACT-RECORD
                   ELSE
                       ADD 1 TO WS-COA-HELD-COUNT
                       PERFORM 6300-LOG-UNMAPPED-RTN
                       PERFORM 6450-ADD-HELD-BATCH-RTN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GL-EXTRACT-FILE
           PERFORM 6700-REWRITE-HELD-BATCHES-RTN
           IF WS-COA-HELD-COUNT > 0
               DISPLAY "DLYBTSUM: " WS-COA-HELD-COUNT
                   " BATCHES HELD OFF THE GL EXTRACT - NO ACTIVE "
                   "ACCOUNT MAPPING FOR THEIR BRANCH, SEE DLYEXC"
               IF NOT WS-HLD-FULL
                   DISPLAY "DLYBTSUM: HELD BATCHES WRITTEN TO DLYHLD - "
                       "RELEASE WITH DLYHREL ONCE DLYCOA IS MAPPED, "
                       "AGED ON " WS-HLD-AGED-DATE
               END-IF
           END-IF.

       6100-LOAD-COA-TABLE-RTN.
           WRITE EXC-RECORD
           CLOSE EXCEPTION-FILE.

       6400-LOAD-HELD-BATCHES-RTN.
           COMPUTE WS-HLD-PURGE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)
               - WS-HLD-KEEP-DAYS)
           OPEN INPUT HELD-BATCH-FILE
           IF WS-HLD-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-HLD-EOF
                   READ HELD-BATCH-FILE
                       AT END
                           MOVE 'Y' TO WS-HLD-EOF-FLAG
                       NOT AT END
                           PERFORM 6410-KEEP-HELD-REC-RTN
                   END-READ
               END-PERFORM
               CLOSE HELD-BATCH-FILE
           END-IF
           IF WS-HLD-DROPPED > 0
               DISPLAY "DLYBTSUM: " WS-HLD-DROPPED
                   " HELD BATCHES FROM AN EARLIER " WS-RNC-TARGET-TYPE
                   " RUN OF THIS DATE REPLACED ON DLYHLD"
           END-IF
           IF WS-HLD-PURGED > 0
               DISPLAY "DLYBTSUM: " WS-HLD-PURGED
                   " RELEASED BATCHES OLDER THAN " WS-HLD-KEEP-DAYS
                   " DAYS PURGED FROM DLYHLD"
           END-IF.

       6410-KEEP-HELD-REC-RTN.
           IF HLD-HELD
               AND HLD-BUS-DATE = WS-RUN-DATE-YYYYMMDD
               AND HLD-RUN-TYPE = WS-RNC-TARGET-TYPE
               ADD 1 TO WS-HLD-DROPPED
           ELSE
               IF HLD-RELEASED
                   AND HLD-REL-DATE < WS-HLD-PURGE-DATE
                   ADD 1 TO WS-HLD-PURGED
               ELSE
                   IF WS-HLD-COUNT < 500
                       ADD 1 TO WS-HLD-COUNT
                       MOVE HLD-RECORD TO WS-HLD-ENTRY(WS-HLD-COUNT)
                   ELSE
                       PERFORM 6460-REPORT-HELD-FULL-RTN
                   END-IF
               END-IF
           END-IF.

       6450-ADD-HELD-BATCH-RTN.
           IF WS-HLD-COUNT < 500
               MOVE SPACES TO HLD-RECORD
               MOVE WS-RUN-DATE-YYYYMMDD TO HLD-BUS-DATE
               MOVE WS-COUNTER TO HLD-BATCH-NO
               MOVE WS-BR-CODE(WS-COUNTER) TO HLD-BRANCH-CODE
               MOVE WS-BR-TELLER(WS-COUNTER) TO HLD-TELLER-ID
               MOVE WS-RNC-TARGET-TYPE TO HLD-RUN-TYPE
               MOVE WS-SUM(WS-COUNTER) TO HLD-AMOUNT
               MOVE "HELD    " TO HLD-STATUS
               MOVE WS-HLD-AGED-DATE TO HLD-AGED-DATE
               MOVE ZERO TO HLD-REL-DATE
               MOVE ZERO TO HLD-REL-TIME
               ADD 1 TO WS-HLD-COUNT
               MOVE HLD-RECORD TO WS-HLD-ENTRY(WS-HLD-COUNT)
           ELSE
               PERFORM 6460-REPORT-HELD-FULL-RTN
           END-IF.

       6460-REPORT-HELD-FULL-RTN.
           IF NOT WS-HLD-FULL
               SET WS-HLD-FULL TO TRUE
               DISPLAY "DLYBTSUM: MORE THAN 500 RECORDS FOR DLYHLD "
                   "- RELEASE THE OLD HELD BATCHES AND RERUN"
           END-IF.

       6500-FIND-AGED-DATE-RTN.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-CAND-DATE
           MOVE ZERO TO WS-BUS-DAYS-STEPPED
           MOVE ZERO TO WS-ROLL-STEPS
           PERFORM UNTIL WS-BUS-DAYS-STEPPED >= WS-HLD-AGE-DAYS
               OR WS-ROLL-STEPS > 60
               ADD 1 TO WS-ROLL-STEPS
               PERFORM 6510-NEXT-CALENDAR-DAY-RTN
               PERFORM 6520-CHECK-SCHEDULE-RTN
               IF NOT WS-CAND-NONBUS
                   ADD 1 TO WS-BUS-DAYS-STEPPED
               END-IF
           END-PERFORM
           MOVE WS-CAND-DATE TO WS-HLD-AGED-DATE.

       6510-NEXT-CALENDAR-DAY-RTN.
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

       6520-CHECK-SCHEDULE-RTN.
           MOVE 'N' TO WS-CAND-NONBUS-FLAG
           PERFORM VARYING WS-NONBUS-IDX FROM 1 BY 1
               UNTIL WS-NONBUS-IDX > WS-NONBUS-COUNT
               OR WS-CAND-NONBUS
               IF WS-NONBUS-DATE(WS-NONBUS-IDX) = WS-CAND-DATE
                   MOVE 'Y' TO WS-CAND-NONBUS-FLAG
               END-IF
           END-PERFORM.

       6700-REWRITE-HELD-BATCHES-RTN.
           IF WS-HLD-FULL
               DISPLAY "DLYBTSUM: DLYHLD NOT REWRITTEN - IT IS LEFT "
                   "AS IT WAS AND THIS RUN'S HELD BATCHES ARE ON "
                   "DLYEXC ONLY"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-HLD-COUNT > 0 OR WS-HLD-DROPPED > 0
                   OR WS-HLD-PURGED > 0
                   OPEN OUTPUT HELD-BATCH-FILE
                   IF WS-HLD-FILE-STATUS NOT = "00"
                       DISPLAY "DLYBTSUM: UNABLE TO REWRITE DLYHLD, "
                           "STATUS=" WS-HLD-FILE-STATUS
                           " - HELD BATCHES ARE ON DLYEXC ONLY"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                           UNTIL WS-HLD-IDX > WS-HLD-COUNT
                           WRITE HLD-RECORD
                               FROM WS-HLD-ENTRY(WS-HLD-IDX)
                       END-PERFORM
                       CLOSE HELD-BATCH-FILE
                   END-IF
               END-IF
           END-IF.

       7000-TREND-REPORT-RTN.
           MOVE ZERO TO WS-YESTERDAY-TOTAL WS-MTD-TOTAL WS-YTD-TOTAL
           MOVE ZERO TO WS-TRAIL5-IDX WS-TRAIL5-COUNT WS-TRAIL5-SUM
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-BATCH-COUNT
               IF WS-BATCH-RECEIVED(WS-COUNTER)
                   AND NOT WS-BATCH-REJECTED(WS-COUNTER)
                   PERFORM 7460-ACCUM-TELLER-RTN
               END-IF
           END-PERFORM
