      * DATE MATCHING DLYINQ USES), AND UNDER THE SAME OPERATOR/
      * SECOND-APPROVER CONTROLS AS DLYAMTM:
      *   - APPENDS A REVERSING LINE AND A RE-POSTING LINE TO THE
      *     CURRENT DAY'S DLYGLX, GL-DATED TO THE AFFECTED DATE AND
      *     CARRYING THE GL ACCOUNT AND COST CENTER MAPPED FROM THE
      *     BRANCH VIA DLYCOA (A BRANCH WITH NO ACTIVE MAPPING IS
      *     REFUSED, NEVER POSTED TO SUSPENSE)
      *   - ADJUSTS THE AFFECTED DATE'S DLYHST RECORD BY THE DELTA
      *     SO DLYINQ AND THE 7000-TREND-REPORT-RTN FIGURES SHOW THE
      *     CORRECTED TOTAL
      *   - LOGS OLD/NEW AMOUNT, OPERATOR, APPROVER, TIMESTAMP AND
      *     THE ORIGINAL DATE TO DLYMAUD
      *   - QUEUES THE ADJUSTMENT ON DLYXCQ SO DLYWEXT CARRIES IT AS
      *     A CORRECTION ROW IN THE NEXT DAY'S WAREHOUSE EXTRACT
      * NOTHING POSTS INTO A MONTH DLYMEND HAS CLOSED ON DLYPRD. WHEN
      * THE ORIGINAL DATE'S PERIOD IS CLOSED THE CORRECTION GOES IN
      * AS A CURRENT-PERIOD ADJUSTMENT INSTEAD - THE GL LINES ARE
      * DATED, AND THE DLYHST RECORD ADJUSTED, FOR THE CURRENT
      * BUSINESS DATE - AND THE ORIGINAL DATE IS CARRIED ON THE
      * DLYMAUD LOG AND A "LATE CORR" RECORD ON DLYEXC.
      * BOTH IDS ARE CHECKED AGAINST THE DLYOPR OPERATOR AUTHORITY
      * FILE - AN UNKNOWN OR REVOKED ID, OR AN APPROVER WHOSE LIMIT
      * IS BELOW THE ADJUSTMENT DELTA, IS REFUSED AND LOGGED TO
      * DLYEXC.
      * WHEN DLYPROM RENUMBERED THE DATE'S BRANCH FILES, THE BATCH
      * IS TRACED BACK TO ITS BRANCH AND OWN BATCH NUMBER ON THE
      * DLYXWK CROSSWALK AND THAT BRANCH IS OFFERED FOR THE MAPPING.
      * THE RUN-CONTROL LEDGER MUST SHOW THE CURRENT BUSINESS DATE'S
      * MAIN RUN CLOSED BEFORE AN ADJUSTMENT IS ACCEPTED - DLYBTSUM
      * OPENS DLYGLX OUTPUT AND WOULD WIPE ADJUSTMENT LINES APPENDED
           SELECT MAINT-AUDIT-FILE ASSIGN TO "DLYMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAU-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "DLYOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "DLYEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT CROSSWALK-FILE ASSIGN TO "DLYXWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XWK-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "DLYPRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FILE-STATUS.
           SELECT CORRECTION-QUEUE-FILE ASSIGN TO "DLYXCQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY HSTREC.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MNTAUDR.

       FD  OPERATOR-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  OPR-LINE                    PIC X(64).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY EXCREC.

       FD  CROSSWALK-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  XWK-LINE                    PIC X(32).

       FD  PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRD-LINE                    PIC X(80).

       FD  CORRECTION-QUEUE-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY XCQREC.

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY COAREC.
       COPY AUDREC.
       COPY OPRREC.
       COPY XWKREC.
       COPY PRDREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-RNC-FILE-STATUS      PIC X(2).
           05  WS-GLX-FILE-STATUS      PIC X(2).
           05  WS-HST-FILE-STATUS      PIC X(2).
           05  WS-MAU-FILE-STATUS      PIC X(2).
           05  WS-EXC-FILE-STATUS      PIC X(2).
           05  WS-XCQ-FILE-STATUS      PIC X(2).
           05  WS-RNC-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-RNC-EOF          VALUE 'Y'.
           05  WS-AUD-EOF-FLAG         PIC X(1)    VALUE 'N'.

       01  WS-ADJ-DATE-FIELDS.
           05  WS-ADJ-DATE-YYYYMMDD    PIC 9(8).
           05  WS-ADJ-DATE-GROUP       REDEFINES WS-ADJ-DATE-YYYYMMDD.
               10  WS-ADJ-PERIOD       PIC 9(6).
               10  FILLER              PIC 9(2).
           05  WS-ADJ-BATCH-NO         PIC 9(3)    VALUE ZERO.
           05  WS-CUR-DATE-YYYYMMDD    PIC 9(8).
           05  WS-CUR-DATE-GROUP       REDEFINES WS-CUR-DATE-YYYYMMDD.
               10  WS-CUR-PERIOD       PIC 9(6).
               10  FILLER              PIC 9(2).
           05  WS-ADJ-POST-DATE        PIC 9(8).
           05  WS-ADJ-LATE-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-ADJ-LATE         VALUE 'Y'.

       01  WS-SCAN-DATE-FIELDS.
           05  WS-SCAN-DATE-YYYYMMDD   PIC 9(8).
           IF NOT WS-ADJ-STOPPED
               PERFORM 1200-CHECK-RUN-CONTROL-RTN
           END-IF
           IF NOT WS-ADJ-STOPPED
               PERFORM 1300-CHECK-PERIOD-RTN
           END-IF
           IF NOT WS-ADJ-STOPPED
               PERFORM 2000-FIND-ORIGINAL-RTN
           END-IF
               END-IF
           END-IF.

      *****************************************************************
      * THE LATEST DLYPRD RECORD FOR A PERIOD IS ITS STATUS (SEE
      * PRDREC). NO DLYPRD (STATUS 35) MEANS NO MONTH HAS BEEN CLOSED
      * YET. ANY OTHER OPEN FAILURE REFUSES THE ADJUSTMENT, SINCE A
      * CLOSED PERIOD COULD NOT BE SEEN.
      *****************************************************************
       1300-CHECK-PERIOD-RTN.
           MOVE WS-ADJ-DATE-YYYYMMDD TO WS-ADJ-POST-DATE
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PRD-FILE-STATUS NOT = "00"
                   DISPLAY "DLYADJ: UNABLE TO OPEN PERIOD FILE DLYPRD, "
                       "STATUS=" WS-PRD-FILE-STATUS " - ADJUSTMENT "
                       "REFUSED SO NOTHING POSTS TO A CLOSED PERIOD"
                   SET WS-ADJ-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-PRD-EOF
                       READ PERIOD-FILE INTO PRD-RECORD
                           AT END
                               MOVE 'Y' TO WS-PRD-EOF-FLAG
                           NOT AT END
                               PERFORM 1350-STORE-PERIOD-REC-RTN
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-FILE
               END-IF
           END-IF
           IF NOT WS-ADJ-STOPPED
               PERFORM 1310-APPLY-PERIOD-STATUS-RTN
           END-IF.

       1310-APPLY-PERIOD-STATUS-RTN.
           MOVE WS-ADJ-PERIOD TO WS-PRD-LOOK-PERIOD
           PERFORM 1360-LOOK-UP-PERIOD-RTN
           IF WS-PRD-IS-CLOSED
               MOVE WS-CUR-PERIOD TO WS-PRD-LOOK-PERIOD
               PERFORM 1360-LOOK-UP-PERIOD-RTN
               IF WS-PRD-IS-CLOSED
                   DISPLAY "DLYADJ: PERIOD " WS-ADJ-PERIOD
                       " AND THE CURRENT PERIOD " WS-CUR-PERIOD
                       " ARE BOTH CLOSED ON DLYPRD - ADJUSTMENT "
                       "REFUSED"
                   SET WS-ADJ-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET WS-ADJ-LATE TO TRUE
                   MOVE WS-CUR-DATE-YYYYMMDD TO WS-ADJ-POST-DATE
                   DISPLAY "DLYADJ: PERIOD " WS-ADJ-PERIOD
                       " IS CLOSED ON DLYPRD - NOTHING POSTS TO "
                       WS-ADJ-DATE-YYYYMMDD ", THE CORRECTION GOES "
                       "IN AS A CURRENT-PERIOD ADJUSTMENT ON "
                       WS-CUR-DATE-YYYYMMDD
               END-IF
           END-IF.

       1350-STORE-PERIOD-REC-RTN.
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
                       DISPLAY "DLYADJ: MORE THAN 240 PERIODS ON "
                           "DLYPRD - EXTRAS IGNORED"
                   END-IF
               END-IF
           END-IF
           IF WS-PRD-IDX <= WS-PRD-COUNT
               MOVE PRD-STATUS TO WS-PRD-T-STATUS(WS-PRD-IDX)
           END-IF.

       1360-LOOK-UP-PERIOD-RTN.
           MOVE 'N' TO WS-PRD-CLOSED-FLAG
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-PRD-COUNT
               IF WS-PRD-T-PERIOD(WS-PRD-IDX) = WS-PRD-LOOK-PERIOD
                   AND WS-PRD-T-STATUS(WS-PRD-IDX) = "CLOSED  "
                   SET WS-PRD-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

       2000-FIND-ORIGINAL-RTN.
           MOVE WS-ADJ-DATE-YYYYMMDD TO WS-SCAN-DATE-YYYYMMDD
           STRING WS-SCAN-DATE-MM "/" WS-SCAN-DATE-DD "/"
               DISPLAY "DLYADJ: BATCH " WS-ADJ-BATCH-NO " ON "
                   WS-ADJ-DATE-YYYYMMDD " POSTED AS "
                   WS-ORIG-AMOUNT
               PERFORM 2050-LOOK-UP-CROSSWALK-RTN
           ELSE
               IF WS-ORIG-OLD-LAYOUT
                   DISPLAY "DLYADJ: AUDIT DETAIL FOR BATCH "
               MOVE 16 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * THE LAST CROSSWALK ENTRY FOR THE DATE AND ASSIGNED BATCH
      * WINS - A RE-PROMOTION APPENDS A FRESH SET FOR THE DATE.
      *****************************************************************
       2050-LOOK-UP-CROSSWALK-RTN.
           MOVE 'N' TO WS-XWK-FOUND-FLAG
           OPEN INPUT CROSSWALK-FILE
           IF WS-XWK-FILE-STATUS = "00"
               PERFORM UNTIL WS-XWK-EOF
                   READ CROSSWALK-FILE INTO XWK-RECORD
                       AT END
                           MOVE 'Y' TO WS-XWK-EOF-FLAG
                       NOT AT END
                           IF XWK-BUS-DATE = WS-ADJ-DATE-YYYYMMDD
                               AND XWK-BATCH-NO = WS-ADJ-BATCH-NO
                               SET WS-XWK-FOUND TO TRUE
                               MOVE XWK-BRANCH-CODE
                                   TO WS-XWK-HIT-BRANCH
                               MOVE XWK-OWN-BATCH-NO TO WS-XWK-HIT-OWN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CROSSWALK-FILE
           END-IF
           IF WS-XWK-FOUND
               DISPLAY "DLYADJ: BATCH " WS-ADJ-BATCH-NO
                   " CAME FROM BRANCH " WS-XWK-HIT-BRANCH
                   " OWN BATCH " WS-XWK-HIT-OWN " (DLYXWK)"
           END-IF.

       2100-SCAN-AUDIT-ARCHIVE-RTN.
           MOVE 'N' TO WS-IN-TARGET-DAY-FLAG
           OPEN INPUT AUDIT-ARCHIVE-FILE
           END-IF.

       3100-PROMPT-BRANCH-RTN.
           MOVE SPACES TO WS-ADJ-BRANCH-CODE
           IF WS-XWK-FOUND
               DISPLAY "DLYADJ: ENTER THE BATCH'S BRANCH CODE (FOR "
                   "THE GL ACCOUNT MAPPING, BLANK FOR "
                   WS-XWK-HIT-BRANCH "): "
               ACCEPT WS-ADJ-BRANCH-CODE
               IF WS-ADJ-BRANCH-CODE = SPACES
                   MOVE WS-XWK-HIT-BRANCH TO WS-ADJ-BRANCH-CODE
               END-IF
           ELSE
               DISPLAY "DLYADJ: ENTER THE BATCH'S BRANCH CODE (FOR "
                   "THE GL ACCOUNT MAPPING): "
               ACCEPT WS-ADJ-BRANCH-CODE
           END-IF
           PERFORM 3150-LOOK-UP-MAPPING-RTN
           IF NOT WS-COA-FOUND
               DISPLAY "DLYADJ: NO ACTIVE GL MAPPING ON DLYCOA FOR "
       3200-APPROVE-ADJUSTMENT-RTN.
           DISPLAY "DLYADJ: ENTER YOUR OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 3300-LOAD-OPERATOR-TABLE-RTN
           PERFORM 3400-CHECK-OPERATOR-RTN
           IF WS-OPR-REFUSE-REASON NOT = SPACES
               DISPLAY "DLYADJ: ADJUSTMENT REFUSED - "
                   WS-OPR-REFUSE-REASON
               PERFORM 3700-LOG-AUTH-REFUSAL-RTN
               SET WS-ADJ-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3250-PROMPT-APPROVER-RTN
           END-IF.

       3250-PROMPT-APPROVER-RTN.
           DISPLAY "DLYADJ: ENTER SECOND-APPROVER ID TO AUTHORIZE "
               "THIS ADJUSTMENT (BLANK TO CANCEL): "
           ACCEPT WS-APPROVER-ID
                   SET WS-ADJ-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-NEW-AMOUNT >= WS-ORIG-AMOUNT
                       COMPUTE WS-OPR-CHANGE-AMOUNT =
                           WS-NEW-AMOUNT - WS-ORIG-AMOUNT
                   ELSE
                       COMPUTE WS-OPR-CHANGE-AMOUNT =
                           WS-ORIG-AMOUNT - WS-NEW-AMOUNT
                   END-IF
                   PERFORM 3500-CHECK-APPROVER-RTN
                   IF WS-OPR-REFUSE-REASON NOT = SPACES
                       DISPLAY "DLYADJ: ADJUSTMENT REFUSED - "
                           WS-OPR-REFUSE-REASON
                       PERFORM 3700-LOG-AUTH-REFUSAL-RTN
                       SET WS-ADJ-STOPPED TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 3280-CONFIRM-ADJUSTMENT-RTN
                   END-IF
               END-IF
           END-IF.

       3280-CONFIRM-ADJUSTMENT-RTN.
           IF WS-ADJ-LATE
               DISPLAY "DLYADJ: LATE CORRECTION - POSTS ON "
                   WS-ADJ-POST-DATE " IN THE CURRENT PERIOD"
           END-IF
           DISPLAY "DLYADJ: APPROVER " WS-APPROVER-ID
               " - CONFIRM REVERSING " WS-ORIG-AMOUNT
               " AND RE-POSTING " WS-NEW-AMOUNT
               " FOR BATCH " WS-ADJ-BATCH-NO " OF "
               WS-ADJ-DATE-YYYYMMDD "? (Y/N)"
           ACCEPT WS-APPROVE-RESP
           IF NOT WS-IS-APPROVED
               DISPLAY "DLYADJ: ADJUSTMENT NOT APPLIED - "
                   "APPROVAL DECLINED"
               SET WS-ADJ-STOPPED TO TRUE
           END-IF.

      *****************************************************************
      * OPERATOR AUTHORITY CHECKS AGAINST DLYOPR (SEE OPRREC), SAME
      * RULES AS DLYAMTM AND THE DLYBTSUM MAINT SCREEN. A MISSING
      * DLYOPR LEAVES THE TABLE EMPTY SO EVERY ID IS REFUSED.
      *****************************************************************
       3300-LOAD-OPERATOR-TABLE-RTN.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-FILE-STATUS NOT = "00"
               DISPLAY "DLYADJ: UNABLE TO OPEN OPERATOR AUTHORITY "
                   "FILE DLYOPR, STATUS=" WS-OPR-FILE-STATUS
                   " - NO ADJUSTMENT CAN BE AUTHORIZED"
           ELSE
               PERFORM UNTIL WS-OPR-EOF
                   READ OPERATOR-FILE INTO OPR-RECORD
                       AT END
                           MOVE 'Y' TO WS-OPR-EOF-FLAG
                       NOT AT END
                           PERFORM 3350-STORE-OPERATOR-REC-RTN
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       3350-STORE-OPERATOR-REC-RTN.
           IF WS-OPR-COUNT < 300
               ADD 1 TO WS-OPR-COUNT
               MOVE OPR-ID TO WS-OPR-T-ID(WS-OPR-COUNT)
               MOVE OPR-ROLE TO WS-OPR-T-ROLE(WS-OPR-COUNT)
               MOVE OPR-STATUS TO WS-OPR-T-STATUS(WS-OPR-COUNT)
               MOVE OPR-APPROVE-LIMIT TO WS-OPR-T-LIMIT(WS-OPR-COUNT)
           ELSE
               IF NOT WS-OPR-FULL
                   SET WS-OPR-FULL TO TRUE
                   DISPLAY "DLYADJ: MORE THAN 300 IDS ON DLYOPR - "
                       "ONLY THE FIRST 300 LOADED, EXTRAS REFUSED"
               END-IF
           END-IF.

       3400-CHECK-OPERATOR-RTN.
           MOVE SPACES TO WS-OPR-REFUSE-REASON
           MOVE WS-OPERATOR-ID TO WS-OPR-CHECK-ID
           PERFORM 3600-LOOK-UP-OPERATOR-RTN
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

       3500-CHECK-APPROVER-RTN.
           MOVE SPACES TO WS-OPR-REFUSE-REASON
           MOVE WS-APPROVER-ID TO WS-OPR-CHECK-ID
           PERFORM 3600-LOOK-UP-OPERATOR-RTN
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

       3600-LOOK-UP-OPERATOR-RTN.
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

       3700-LOG-AUTH-REFUSAL-RTN.
           MOVE SPACES TO EXC-RECORD
           MOVE WS-CUR-DATE-YYYYMMDD TO EXC-RUN-DATE
           ACCEPT EXC-RUN-TIME FROM TIME
           MOVE "AUTH REFSD" TO EXC-EXCEPTION-TYPE
           MOVE WS-ADJ-BATCH-NO TO EXC-BATCH-NO
           MOVE WS-OPR-REFUSE-REASON TO EXC-DESCRIPTION
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           WRITE EXC-RECORD
           CLOSE EXCEPTION-FILE.

      *****************************************************************
      * THE DLYMAUD LOG IS WRITTEN THE MOMENT THE GL LINES STAND -
      * A LATER DLYHST FAILURE MUST NEVER LEAVE AN APPLIED GL
               IF WS-ADJ-STOPPED
                   DISPLAY "DLYADJ: THE DLYGLX REVERSING AND "
                       "RE-POSTING LINES AND THE DLYMAUD LOG "
                       "ALREADY STAND - DLYHST REMAINS TO CORRECT "
                       "AND THE CORRECTION IS NOT QUEUED ON DLYXCQ, "
                       "ADD IT TO THE WAREHOUSE BY HAND"
               ELSE
                   PERFORM 4350-QUEUE-WAREHOUSE-CORR-RTN
                   DISPLAY "DLYADJ: BATCH " WS-ADJ-BATCH-NO " OF "
                       WS-ADJ-DATE-YYYYMMDD " ADJUSTED BY "
                       WS-ADJ-DELTA " - GL LINES APPENDED TO DLYGLX "
                       "FOR " WS-ADJ-POST-DATE
                       ", DLYHST CORRECTED, DLYMAUD LOGGED"
               END-IF
               IF WS-ADJ-LATE
                   PERFORM 4400-LOG-LATE-CORRECTION-RTN
               END-IF
           END-IF.

       4100-WRITE-GL-LINES-RTN.
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-ADJ-BATCH-NO TO GL-BATCH-NO
               COMPUTE GL-AMOUNT = ZERO - WS-ORIG-AMOUNT
               MOVE WS-ADJ-POST-DATE TO GL-DATE
               MOVE WS-ADJ-DELTA TO GL-TOTAL
               MOVE WS-COA-HIT-ACCT TO GL-ACCOUNT
               MOVE WS-COA-HIT-CC TO GL-COST-CENTER
               MOVE "ADJ" TO GL-SOURCE
               WRITE GL-EXTRACT-RECORD
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-ADJ-BATCH-NO TO GL-BATCH-NO
               MOVE WS-NEW-AMOUNT TO GL-AMOUNT
               MOVE WS-ADJ-POST-DATE TO GL-DATE
               MOVE WS-ADJ-DELTA TO GL-TOTAL
               MOVE WS-COA-HIT-ACCT TO GL-ACCOUNT
               MOVE WS-COA-HIT-CC TO GL-COST-CENTER
               MOVE "ADJ" TO GL-SOURCE
               WRITE GL-EXTRACT-RECORD
               CLOSE GL-EXTRACT-FILE
           END-IF.
               IF NOT WS-ADJ-STOPPED
                   IF WS-HST-ADJ-IDX = ZERO
                       DISPLAY "DLYADJ: NO DLYHST RECORD FOR "
                           WS-ADJ-POST-DATE
                           " - DLYHST NOT CORRECTED (DATE MAY BE "
                           "ARCHIVED TO DLYHSTA)"
                       SET WS-ADJ-STOPPED TO TRUE
               MOVE HST-DATE TO WS-HST-K-DATE(WS-HST-KEEP-COUNT)
               MOVE HST-TOTAL TO WS-HST-K-TOTAL(WS-HST-KEEP-COUNT)
               MOVE SPACES TO WS-HST-K-FILLER(WS-HST-KEEP-COUNT)
               IF HST-DATE = WS-ADJ-POST-DATE
                   AND WS-HST-ADJ-IDX = ZERO
                   MOVE WS-HST-KEEP-COUNT TO WS-HST-ADJ-IDX
               END-IF
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           MOVE SPACES TO MNT-AUDIT-RECORD
           MOVE WS-ADJ-POST-DATE TO MNT-RUN-DATE
           ACCEPT MNT-RUN-TIME FROM TIME
           MOVE WS-ADJ-BATCH-NO TO MNT-BATCH-NO
           MOVE WS-ORIG-AMOUNT TO MNT-OLD-AMOUNT
           MOVE WS-NEW-AMOUNT TO MNT-NEW-AMOUNT
           MOVE WS-OPERATOR-ID TO MNT-OPERATOR-ID
           MOVE WS-APPROVER-ID TO MNT-APPROVER-ID
           MOVE WS-ADJ-DATE-YYYYMMDD TO MNT-ORIG-DATE
           WRITE MNT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE.

      *****************************************************************
      * THE WAREHOUSE TAKES THE SAME DELTA AS DLYHST, ON THE SAME
      * DATE, FROM THE NEXT DAY'S DLYWEXT EXTRACT (SEE XCQREC). IT IS
      * QUEUED ONLY ONCE DLYHST HAS BEEN REWRITTEN WITH THE DELTA.
      *****************************************************************
       4350-QUEUE-WAREHOUSE-CORR-RTN.
           MOVE SPACES TO XCQ-RECORD
           MOVE WS-CUR-DATE-YYYYMMDD TO XCQ-KEYED-DATE
           ACCEPT XCQ-KEYED-TIME FROM TIME
           MOVE WS-ADJ-DATE-YYYYMMDD TO XCQ-ORIG-DATE
           MOVE WS-ADJ-POST-DATE TO XCQ-POST-DATE
           MOVE WS-ADJ-BATCH-NO TO XCQ-BATCH-NO
           MOVE WS-ADJ-BRANCH-CODE TO XCQ-BRANCH-CODE
           MOVE WS-ORIG-AMOUNT TO XCQ-OLD-AMOUNT
           MOVE WS-NEW-AMOUNT TO XCQ-NEW-AMOUNT
           MOVE WS-COA-HIT-ACCT TO XCQ-GL-ACCOUNT
           MOVE WS-COA-HIT-CC TO XCQ-COST-CENTER
           MOVE ZERO TO XCQ-XTR-DATE
           OPEN EXTEND CORRECTION-QUEUE-FILE
           IF WS-XCQ-FILE-STATUS NOT = "00"
               OPEN OUTPUT CORRECTION-QUEUE-FILE
           END-IF
           IF WS-XCQ-FILE-STATUS NOT = "00"
               DISPLAY "DLYADJ: UNABLE TO OPEN DLYXCQ, STATUS="
                   WS-XCQ-FILE-STATUS " - ADD THE CORRECTION TO THE "
                   "WAREHOUSE BY HAND"
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE XCQ-RECORD
               CLOSE CORRECTION-QUEUE-FILE
           END-IF.

       4400-LOG-LATE-CORRECTION-RTN.
           MOVE SPACES TO EXC-RECORD
           MOVE WS-CUR-DATE-YYYYMMDD TO EXC-RUN-DATE
           ACCEPT EXC-RUN-TIME FROM TIME
           MOVE "LATE CORR" TO EXC-EXCEPTION-TYPE
           MOVE WS-ADJ-BATCH-NO TO EXC-BATCH-NO
           STRING "ORIG DATE " WS-ADJ-DATE-YYYYMMDD
                   " CLOSED - POSTED ON " WS-ADJ-POST-DATE
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           END-STRING
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           WRITE EXC-RECORD
           CLOSE EXCEPTION-FILE.

       9000-TERMINATE-RTN.
           CONTINUE.
