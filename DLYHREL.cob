       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYHREL.
       AUTHOR. BRANCH-OPS-IT.
      *
      * HELD-BATCH (NO GL MAP) RELEASE.
      * A RECEIVED BATCH WHOSE BRANCH HAD NO ACTIVE DLYCOA MAPPING
      * IS HELD OFF THE GL EXTRACT BY DLYBTSUM AND WRITTEN TO THE
      * DLYHLD SUSPENSE FILE - IT IS IN DLYHST BUT NEVER REACHED
      * THE LEDGER. ONCE THE MAPPING HAS BEEN ADDED TO DLYCOA THIS
      * PROGRAM RE-CHECKS EVERY STILL-HELD BATCH AGAINST THE MAP
      * (THE MAPPING IN FORCE ON THE BATCH'S OWN BUSINESS DATE,
      * FAILING THAT THE ONE IN FORCE TODAY), LISTS THE ONES THAT
      * CAN NOW POST, AND UNDER AN OPERATOR ID (ACTIVE ON DLYOPR
      * IN THE OPERATOR ROLE, A REFUSAL IS LOGGED TO DLYEXC) AND A
      * Y/N CONFIRM:
      *   - APPENDS ONE LINE PER RELEASED BATCH TO THE CURRENT
      *     DAY'S DLYGLX, DATED WITH THE BATCH'S ORIGINAL BUSINESS
      *     DATE AND CARRYING THE RELEASE TOTAL FOR CROSS-FOOTING
      *   - MARKS THE DLYHLD RECORD RELEASED WITH THE RELEASE DATE,
      *     TIME AND OPERATOR ID
      * BATCHES STILL UNMAPPED STAY HELD - THOSE PAST THEIR AGED
      * DATE ARE COUNTED ON THE CONSOLE AND SHOW ON DLYMORN AND THE
      * DLYPRF PROOF AS AGED OPEN ITEMS. AS WITH DLYADJ, THE
      * CURRENT BUSINESS DATE'S MAIN RUN MUST BE CLOSED ON DLYRNC
      * FIRST - DLYBTSUM OPENS DLYGLX OUTPUT AND WOULD WIPE THE
      * RELEASED LINES.
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
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "DLYCOA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT HELD-BATCH-FILE ASSIGN TO "DLYHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "DLYGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "DLYOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "DLYEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  CAL-LINE                    PIC X(28).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 32 CHARACTERS.
       COPY RNCREC.

       FD  CHART-OF-ACCOUNTS-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  COA-LINE                    PIC X(40).

       FD  HELD-BATCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY HLDREC.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 57 CHARACTERS.
       COPY GLREC.

       FD  OPERATOR-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  OPR-LINE                    PIC X(64).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY EXCREC.

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY COAREC.
       COPY OPRREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-RNC-FILE-STATUS      PIC X(2).
           05  WS-HLD-FILE-STATUS      PIC X(2).
           05  WS-GLX-FILE-STATUS      PIC X(2).
           05  WS-EXC-FILE-STATUS      PIC X(2).
           05  WS-RNC-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-RNC-EOF          VALUE 'Y'.
           05  WS-HLD-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HLD-EOF          VALUE 'Y'.

       01  WS-RELEASE-CONTROL-FIELDS.
           05  WS-CUR-DATE-YYYYMMDD    PIC 9(8).
           05  WS-REL-STOP-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-REL-STOPPED      VALUE 'Y'.
           05  WS-RNC-MAIN-CLOSED-FLAG PIC X(1)    VALUE 'N'.
               88  WS-RNC-MAIN-CLOSED  VALUE 'Y'.
           05  WS-OPERATOR-ID          PIC X(8).
           05  WS-CONFIRM-RESP         PIC X(1).
               88  WS-IS-CONFIRMED     VALUE 'Y' 'y'.
           05  WS-REL-TIME             PIC 9(8).
           05  WS-LOOKUP-DATE          PIC 9(8).
           05  WS-LOOKUP-BRANCH        PIC X(4).

       01  WS-RELEASE-COUNTS.
           05  WS-HELD-COUNT           PIC 9(3)    VALUE ZERO.
           05  WS-RELEASABLE-COUNT     PIC 9(3)    VALUE ZERO.
           05  WS-RELEASED-COUNT       PIC 9(3)    VALUE ZERO.
           05  WS-STILL-HELD-COUNT     PIC 9(3)    VALUE ZERO.
           05  WS-AGED-COUNT           PIC 9(3)    VALUE ZERO.
           05  WS-RELEASE-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  WS-DISP-AMOUNT          PIC Z(8)9.99.
           05  WS-DISP-TOTAL           PIC Z(10)9.99.

      *****************************************************************
      * DLYHLD KEEP-AND-REWRITE TABLE. EACH ENTRY CARRIES THE WHOLE
      * 80-BYTE RECORD PLUS THE MAPPING FOUND FOR IT THIS RUN, SO
      * THE LISTING, THE GL LINES AND THE RELEASED STAMP ALL WORK
      * FROM THE SAME LOOKUP.
      *****************************************************************
       01  WS-HLD-KEEP-FIELDS.
           05  WS-HLD-KEEP-COUNT       PIC 9(3)    VALUE ZERO.
           05  WS-HLD-KEEP-IDX         PIC 9(3).
           05  WS-HLD-KEEP-TABLE.
               10  WS-HLD-KEEP-ENTRY   OCCURS 500 TIMES.
                   15  WS-HLD-K-RECORD PIC X(80).
                   15  WS-HLD-K-MAP-FLAG PIC X(1).
                       88  WS-HLD-K-MAPPED VALUE 'Y'.
                   15  WS-HLD-K-ACCT   PIC X(8).
                   15  WS-HLD-K-CC     PIC X(6).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1100-GET-BUSINESS-DATE-RTN
           IF NOT WS-REL-STOPPED
               PERFORM 1200-CHECK-RUN-CONTROL-RTN
           END-IF
           IF NOT WS-REL-STOPPED
               PERFORM 2000-LOAD-HELD-BATCHES-RTN
           END-IF
           IF NOT WS-REL-STOPPED
               PERFORM 2500-LOAD-COA-TABLE-RTN
               PERFORM 3000-CHECK-MAPPINGS-RTN
           END-IF
           IF NOT WS-REL-STOPPED
               PERFORM 3500-CONFIRM-RELEASE-RTN
           END-IF
           IF NOT WS-REL-STOPPED
               PERFORM 4000-APPLY-RELEASE-RTN
           END-IF
           PERFORM 5000-REPORT-STILL-HELD-RTN
           PERFORM 9000-TERMINATE-RTN
           STOP RUN.

       1100-GET-BUSINESS-DATE-RTN.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "DLYHREL: UNABLE TO OPEN POSTING CALENDAR "
                   "DLYCAL, STATUS=" WS-CAL-FILE-STATUS
                   " - RELEASE REFUSED"
               SET WS-REL-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-CAL-EOF OR WS-CAL-DATE-FOUND
                   READ CALENDAR-FILE INTO CAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-CAL-EOF-FLAG
                       NOT AT END
                           IF CAL-CURRENT-REC
                               SET WS-CAL-DATE-FOUND TO TRUE
                               MOVE CAL-DATE TO WS-CUR-DATE-YYYYMMDD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF NOT WS-CAL-DATE-FOUND
                   DISPLAY "DLYHREL: NO CURRENT BUSINESS DATE RECORD "
                       "ON DLYCAL - RELEASE REFUSED"
                   SET WS-REL-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1200-CHECK-RUN-CONTROL-RTN.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RNC-FILE-STATUS NOT = "00"
               DISPLAY "DLYHREL: UNABLE TO OPEN RUN-CONTROL LEDGER "
                   "DLYRNC, STATUS=" WS-RNC-FILE-STATUS
                   " - RELEASE REFUSED"
               SET WS-REL-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
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
               IF NOT WS-RNC-MAIN-CLOSED
                   DISPLAY "DLYHREL: MAIN CLOSE-OF-DAY RUN FOR "
                       WS-CUR-DATE-YYYYMMDD " IS NOT CLOSED ON THE "
                       "RUN-CONTROL LEDGER - RUN THE RELEASE AFTER "
                       "CLOSE-OF-DAY SO DLYBTSUM CANNOT WIPE THE "
                       "APPENDED DLYGLX LINES"
                   SET WS-REL-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2000-LOAD-HELD-BATCHES-RTN.
           OPEN INPUT HELD-BATCH-FILE
           IF WS-HLD-FILE-STATUS NOT = "00"
               DISPLAY "DLYHREL: NO DLYHLD SUSPENSE FILE, STATUS="
                   WS-HLD-FILE-STATUS " - NOTHING HELD TO RELEASE"
               SET WS-REL-STOPPED TO TRUE
           ELSE
               PERFORM UNTIL WS-HLD-EOF OR WS-REL-STOPPED
                   READ HELD-BATCH-FILE
                       AT END
                           MOVE 'Y' TO WS-HLD-EOF-FLAG
                       NOT AT END
                           PERFORM 2100-KEEP-HELD-REC-RTN
                   END-READ
               END-PERFORM
               CLOSE HELD-BATCH-FILE
               IF NOT WS-REL-STOPPED AND WS-HELD-COUNT = ZERO
                   DISPLAY "DLYHREL: NO BATCHES HELD ON DLYHLD - "
                       "NOTHING TO RELEASE"
                   SET WS-REL-STOPPED TO TRUE
               END-IF
           END-IF.

       2100-KEEP-HELD-REC-RTN.
           IF WS-HLD-KEEP-COUNT < 500
               ADD 1 TO WS-HLD-KEEP-COUNT
               MOVE HLD-RECORD TO WS-HLD-K-RECORD(WS-HLD-KEEP-COUNT)
               MOVE 'N' TO WS-HLD-K-MAP-FLAG(WS-HLD-KEEP-COUNT)
               MOVE SPACES TO WS-HLD-K-ACCT(WS-HLD-KEEP-COUNT)
               MOVE SPACES TO WS-HLD-K-CC(WS-HLD-KEEP-COUNT)
               IF HLD-HELD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           ELSE
               DISPLAY "DLYHREL: MORE THAN 500 RECORDS ON DLYHLD - "
                   "RELEASE REFUSED, PURGE OLD RELEASED RECORDS "
                   "FIRST"
               SET WS-REL-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       2500-LOAD-COA-TABLE-RTN.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF WS-COA-FILE-STATUS NOT = "00"
               DISPLAY "DLYHREL: UNABLE TO OPEN CHART-OF-ACCOUNTS "
                   "MAP DLYCOA, STATUS=" WS-COA-FILE-STATUS
                   " - EVERY BATCH STAYS HELD"
           ELSE
               PERFORM UNTIL WS-COA-EOF
                   READ CHART-OF-ACCOUNTS-FILE INTO COA-RECORD
                       AT END
                           MOVE 'Y' TO WS-COA-EOF-FLAG
                       NOT AT END
                           PERFORM 2550-STORE-COA-REC-RTN
                   END-READ
               END-PERFORM
               CLOSE CHART-OF-ACCOUNTS-FILE
           END-IF.

       2550-STORE-COA-REC-RTN.
           IF WS-COA-COUNT < 300
               ADD 1 TO WS-COA-COUNT
               MOVE COA-BRANCH-CODE TO WS-COA-T-BRANCH(WS-COA-COUNT)
               MOVE COA-GL-ACCOUNT TO WS-COA-T-ACCT(WS-COA-COUNT)
               MOVE COA-COST-CENTER TO WS-COA-T-CC(WS-COA-COUNT)
               MOVE COA-EFF-FROM TO WS-COA-T-FROM(WS-COA-COUNT)
               MOVE COA-EFF-TO TO WS-COA-T-TO(WS-COA-COUNT)
           ELSE
               IF NOT WS-COA-FULL
                   SET WS-COA-FULL TO TRUE
                   DISPLAY "DLYHREL: MORE THAN 300 MAPPINGS ON "
                       "DLYCOA - ONLY THE FIRST 300 LOADED, EXTRAS "
                       "IGNORED"
               END-IF
           END-IF.

       3000-CHECK-MAPPINGS-RTN.
           PERFORM VARYING WS-HLD-KEEP-IDX FROM 1 BY 1
               UNTIL WS-HLD-KEEP-IDX > WS-HLD-KEEP-COUNT
               MOVE WS-HLD-K-RECORD(WS-HLD-KEEP-IDX) TO HLD-RECORD
               IF HLD-HELD
                   MOVE HLD-BRANCH-CODE TO WS-LOOKUP-BRANCH
                   MOVE HLD-BUS-DATE TO WS-LOOKUP-DATE
                   PERFORM 3100-LOOK-UP-MAPPING-RTN
                   IF NOT WS-COA-FOUND
                       MOVE WS-CUR-DATE-YYYYMMDD TO WS-LOOKUP-DATE
                       PERFORM 3100-LOOK-UP-MAPPING-RTN
                   END-IF
                   IF WS-COA-FOUND
                       MOVE 'Y' TO WS-HLD-K-MAP-FLAG(WS-HLD-KEEP-IDX)
                       MOVE WS-COA-HIT-ACCT
                           TO WS-HLD-K-ACCT(WS-HLD-KEEP-IDX)
                       MOVE WS-COA-HIT-CC
                           TO WS-HLD-K-CC(WS-HLD-KEEP-IDX)
                       ADD 1 TO WS-RELEASABLE-COUNT
                       ADD HLD-AMOUNT TO WS-RELEASE-TOTAL
                       MOVE HLD-AMOUNT TO WS-DISP-AMOUNT
                       DISPLAY "DLYHREL: RELEASABLE - " HLD-BUS-DATE
                           " BATCH " HLD-BATCH-NO " BRANCH "
                           HLD-BRANCH-CODE " TELLER " HLD-TELLER-ID
                           " " WS-DISP-AMOUNT " TO " WS-COA-HIT-ACCT
                           "/" WS-COA-HIT-CC
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RELEASABLE-COUNT = ZERO
               DISPLAY "DLYHREL: " WS-HELD-COUNT " BATCHES HELD, "
                   "NONE HAS AN ACTIVE DLYCOA MAPPING YET - "
                   "NOTHING RELEASED"
               SET WS-REL-STOPPED TO TRUE
           END-IF.

       3100-LOOK-UP-MAPPING-RTN.
           MOVE 'N' TO WS-COA-FOUND-FLAG
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT OR WS-COA-FOUND
               IF WS-COA-T-BRANCH(WS-COA-IDX) = WS-LOOKUP-BRANCH
                   AND WS-COA-T-FROM(WS-COA-IDX) <= WS-LOOKUP-DATE
                   AND (WS-COA-T-TO(WS-COA-IDX) = ZERO
                       OR WS-COA-T-TO(WS-COA-IDX) >= WS-LOOKUP-DATE)
                   SET WS-COA-FOUND TO TRUE
                   MOVE WS-COA-T-ACCT(WS-COA-IDX)
                       TO WS-COA-HIT-ACCT
                   MOVE WS-COA-T-CC(WS-COA-IDX) TO WS-COA-HIT-CC
               END-IF
           END-PERFORM.

       3500-CONFIRM-RELEASE-RTN.
           MOVE WS-RELEASE-TOTAL TO WS-DISP-TOTAL
           DISPLAY "DLYHREL: ENTER YOUR OPERATOR ID TO RELEASE "
               "THESE BATCHES (BLANK TO CANCEL): "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "DLYHREL: RELEASE CANCELLED - NO OPERATOR ID "
                   "ENTERED"
               SET WS-REL-STOPPED TO TRUE
           ELSE
               PERFORM 3600-LOAD-OPERATOR-TABLE-RTN
               PERFORM 3700-CHECK-OPERATOR-RTN
               IF WS-OPR-REFUSE-REASON NOT = SPACES
                   DISPLAY "DLYHREL: RELEASE REFUSED - "
                       WS-OPR-REFUSE-REASON
                   PERFORM 3900-LOG-AUTH-REFUSAL-RTN
                   SET WS-REL-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 3550-CONFIRM-RELEASE-RTN
               END-IF
           END-IF.

       3550-CONFIRM-RELEASE-RTN.
           DISPLAY "DLYHREL: OPERATOR " WS-OPERATOR-ID
               " - CONFIRM RELEASING " WS-RELEASABLE-COUNT
               " BATCHES TOTALLING " WS-DISP-TOTAL
               " TO DLYGLX FOR " WS-CUR-DATE-YYYYMMDD "? (Y/N)"
           ACCEPT WS-CONFIRM-RESP
           IF NOT WS-IS-CONFIRMED
               DISPLAY "DLYHREL: RELEASE NOT APPLIED - "
                   "CONFIRMATION DECLINED"
               SET WS-REL-STOPPED TO TRUE
           END-IF.

      *****************************************************************
      * OPERATOR AUTHORITY CHECK AGAINST DLYOPR (SEE OPRREC), SAME
      * RULES AS DLYADJ FOR THE KEYING ID. A MISSING DLYOPR LEAVES
      * THE TABLE EMPTY SO EVERY ID IS REFUSED.
      *****************************************************************
       3600-LOAD-OPERATOR-TABLE-RTN.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-FILE-STATUS NOT = "00"
               DISPLAY "DLYHREL: UNABLE TO OPEN OPERATOR AUTHORITY "
                   "FILE DLYOPR, STATUS=" WS-OPR-FILE-STATUS
                   " - NO RELEASE CAN BE AUTHORIZED"
           ELSE
               PERFORM UNTIL WS-OPR-EOF
                   READ OPERATOR-FILE INTO OPR-RECORD
                       AT END
                           MOVE 'Y' TO WS-OPR-EOF-FLAG
                       NOT AT END
                           PERFORM 3650-STORE-OPERATOR-REC-RTN
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       3650-STORE-OPERATOR-REC-RTN.
           IF WS-OPR-COUNT < 300
               ADD 1 TO WS-OPR-COUNT
               MOVE OPR-ID TO WS-OPR-T-ID(WS-OPR-COUNT)
               MOVE OPR-ROLE TO WS-OPR-T-ROLE(WS-OPR-COUNT)
               MOVE OPR-STATUS TO WS-OPR-T-STATUS(WS-OPR-COUNT)
               MOVE OPR-APPROVE-LIMIT TO WS-OPR-T-LIMIT(WS-OPR-COUNT)
           ELSE
               IF NOT WS-OPR-FULL
                   SET WS-OPR-FULL TO TRUE
                   DISPLAY "DLYHREL: MORE THAN 300 IDS ON DLYOPR - "
                       "ONLY THE FIRST 300 LOADED, EXTRAS REFUSED"
               END-IF
           END-IF.

       3700-CHECK-OPERATOR-RTN.
           MOVE SPACES TO WS-OPR-REFUSE-REASON
           MOVE WS-OPERATOR-ID TO WS-OPR-CHECK-ID
           PERFORM 3800-LOOK-UP-OPERATOR-RTN
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

       3800-LOOK-UP-OPERATOR-RTN.
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

       3900-LOG-AUTH-REFUSAL-RTN.
           MOVE SPACES TO EXC-RECORD
           MOVE WS-CUR-DATE-YYYYMMDD TO EXC-RUN-DATE
           ACCEPT EXC-RUN-TIME FROM TIME
           MOVE "AUTH REFSD" TO EXC-EXCEPTION-TYPE
           MOVE ZERO TO EXC-BATCH-NO
           MOVE WS-OPR-REFUSE-REASON TO EXC-DESCRIPTION
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           WRITE EXC-RECORD
           CLOSE EXCEPTION-FILE.

      *****************************************************************
      * THE GL LINES GO FIRST - DLYHLD IS ONLY REWRITTEN WITH THE
      * RELEASED STAMPS ONCE EVERY LINE STANDS ON DLYGLX, SO A
      * FAILED OPEN LEAVES THE BATCHES HELD RATHER THAN MARKED
      * RELEASED WITH NOTHING POSTED.
      *****************************************************************
       4000-APPLY-RELEASE-RTN.
           ACCEPT WS-REL-TIME FROM TIME
           OPEN EXTEND GL-EXTRACT-FILE
           IF WS-GLX-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           IF WS-GLX-FILE-STATUS NOT = "00"
               DISPLAY "DLYHREL: UNABLE TO OPEN DLYGLX, STATUS="
                   WS-GLX-FILE-STATUS " - RELEASE ABANDONED, "
                   "BATCHES STAY HELD"
               SET WS-REL-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-HLD-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-HLD-KEEP-IDX > WS-HLD-KEEP-COUNT
                   IF WS-HLD-K-MAPPED(WS-HLD-KEEP-IDX)
                       PERFORM 4100-RELEASE-ONE-BATCH-RTN
                   END-IF
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
               PERFORM 4200-REWRITE-HELD-BATCHES-RTN
               IF NOT WS-REL-STOPPED
                   MOVE WS-RELEASE-TOTAL TO WS-DISP-TOTAL
                   DISPLAY "DLYHREL: " WS-RELEASED-COUNT
                       " BATCHES RELEASED, " WS-DISP-TOTAL
                       " APPENDED TO DLYGLX FOR "
                       WS-CUR-DATE-YYYYMMDD " BY OPERATOR "
                       WS-OPERATOR-ID
               END-IF
           END-IF.

       4100-RELEASE-ONE-BATCH-RTN.
           MOVE WS-HLD-K-RECORD(WS-HLD-KEEP-IDX) TO HLD-RECORD
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE HLD-BATCH-NO TO GL-BATCH-NO
           MOVE HLD-AMOUNT TO GL-AMOUNT
           MOVE HLD-BUS-DATE TO GL-DATE
           MOVE WS-RELEASE-TOTAL TO GL-TOTAL
           MOVE WS-HLD-K-ACCT(WS-HLD-KEEP-IDX) TO GL-ACCOUNT
           MOVE WS-HLD-K-CC(WS-HLD-KEEP-IDX) TO GL-COST-CENTER
           WRITE GL-EXTRACT-RECORD
           MOVE "RELEASED" TO HLD-STATUS
           MOVE WS-CUR-DATE-YYYYMMDD TO HLD-REL-DATE
           MOVE WS-REL-TIME TO HLD-REL-TIME
           MOVE WS-OPERATOR-ID TO HLD-REL-OPERATOR
           MOVE HLD-RECORD TO WS-HLD-K-RECORD(WS-HLD-KEEP-IDX)
           ADD 1 TO WS-RELEASED-COUNT.

       4200-REWRITE-HELD-BATCHES-RTN.
           OPEN OUTPUT HELD-BATCH-FILE
           IF WS-HLD-FILE-STATUS NOT = "00"
               DISPLAY "DLYHREL: UNABLE TO REWRITE DLYHLD, STATUS="
                   WS-HLD-FILE-STATUS " - THE DLYGLX LINES STAND, "
                   "MARK THE RELEASED BATCHES ON DLYHLD BY HAND "
                   "BEFORE THE NEXT RELEASE"
               SET WS-REL-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-HLD-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-HLD-KEEP-IDX > WS-HLD-KEEP-COUNT
                   WRITE HLD-RECORD
                       FROM WS-HLD-K-RECORD(WS-HLD-KEEP-IDX)
               END-PERFORM
               CLOSE HELD-BATCH-FILE
           END-IF.

       5000-REPORT-STILL-HELD-RTN.
           PERFORM VARYING WS-HLD-KEEP-IDX FROM 1 BY 1
               UNTIL WS-HLD-KEEP-IDX > WS-HLD-KEEP-COUNT
               MOVE WS-HLD-K-RECORD(WS-HLD-KEEP-IDX) TO HLD-RECORD
               IF HLD-HELD
                   ADD 1 TO WS-STILL-HELD-COUNT
                   IF HLD-AGED-DATE <= WS-CUR-DATE-YYYYMMDD
                       ADD 1 TO WS-AGED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STILL-HELD-COUNT > 0
               DISPLAY "DLYHREL: " WS-STILL-HELD-COUNT
                   " BATCHES STILL HELD ON DLYHLD, " WS-AGED-COUNT
                   " OF THEM AGED - ADD THE MISSING DLYCOA MAPPINGS"
           END-IF
           IF WS-AGED-COUNT > 0 AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE-RTN.
           CONTINUE.
