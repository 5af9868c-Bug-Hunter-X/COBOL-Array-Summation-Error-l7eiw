       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYDREL.
       AUTHOR. BRANCH-OPS-IT.
      *
      * DUPLICATE-BATCH RELEASE.
      * DLYGATE FLAGS ON DLYDUP EVERY INCOMING BATCH WHOSE BRANCH,
      * TELLER, AMOUNT, ITEM COUNT AND ITEM HASH MATCH A BATCH
      * ALREADY ACCEPTED IN THE LAST FEW BUSINESS DAYS, AND DLYPROM
      * KEEPS A FLAGGED BATCH OUT OF DLYAMT. SOMETIMES THE MATCH IS
      * A GENUINE REPEAT - THE SAME CUSTOMER MAKING THE SAME DEPOSIT
      * AT THE SAME WINDOW. RUN WITH NO PARAMETER THIS PROGRAM LISTS
      * THE CURRENT BUSINESS DATE'S FLAGGED BATCHES. RUN AS
      * "DLYDREL FILENAME BBB" (THE BRANCH FILE AND THE BRANCH'S OWN
      * BATCH NUMBER, AS PRINTED ON DLYGATR) IT SHOWS THE BATCH AND
      * THE ONE IT MATCHED AND, UNDER AN OPERATOR ID AND A SECOND
      * APPROVER WHOSE LIMIT COVERS THE BATCH AMOUNT (BOTH CHECKED
      * AGAINST DLYOPR, A REFUSAL IS LOGGED TO DLYEXC) AND A Y/N
      * CONFIRM, STAMPS THE DLYDUP RECORD RELEASED WITH THE DATE AND
      * BOTH IDS AND LOGS A "DUP RELEAS" RECORD TO DLYEXC. THE NEXT
      * DLYGATE AND DLYPROM RUN LETS THE BATCH THROUGH. A RELEASE IS
      * REFUSED ONCE THE DATE'S MAIN RUN IS CLOSED ON DLYRNC -
      * DLYPROM CAN NO LONGER RE-PROMOTE THE DATE.
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
           SELECT DUPLICATE-FILE ASSIGN TO "DLYDUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-FILE-STATUS.
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

       FD  DUPLICATE-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  DUP-LINE                    PIC X(96).

       FD  OPERATOR-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  OPR-LINE                    PIC X(64).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY EXCREC.

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY DUPREC.
       COPY OPRREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-RNC-FILE-STATUS      PIC X(2).
           05  WS-EXC-FILE-STATUS      PIC X(2).
           05  WS-RNC-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-RNC-EOF          VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-DRL-PARM             PIC X(20).
           05  WS-DRL-FILE-TOKEN       PIC X(9).
           05  WS-DRL-FILE-LEN         PIC 9(2)    VALUE ZERO.
           05  WS-DRL-BATCH-TOKEN      PIC X(4).
           05  WS-DRL-BATCH-LEN        PIC 9(2)    VALUE ZERO.
           05  WS-DRL-BATCH-PAD        PIC X(3).
           05  WS-DRL-LIST-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-DRL-LIST-ONLY    VALUE 'Y'.

       01  WS-RELEASE-CONTROL-FIELDS.
           05  WS-CUR-DATE-YYYYMMDD    PIC 9(8).
           05  WS-DRL-STOP-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-DRL-STOPPED      VALUE 'Y'.
           05  WS-RNC-MAIN-CLOSED-FLAG PIC X(1)    VALUE 'N'.
               88  WS-RNC-MAIN-CLOSED  VALUE 'Y'.
           05  WS-DRL-FILE-NAME        PIC X(8).
           05  WS-DRL-BATCH-NO         PIC 9(3)    VALUE ZERO.
           05  WS-DRL-HIT-IDX          PIC 9(3)    VALUE ZERO.
           05  WS-DRL-FLAGGED-COUNT    PIC 9(3)    VALUE ZERO.
           05  WS-OPERATOR-ID          PIC X(8).
           05  WS-APPROVER-ID          PIC X(8).
           05  WS-CONFIRM-RESP         PIC X(1).
               88  WS-IS-CONFIRMED     VALUE 'Y' 'y'.
           05  WS-DISP-AMOUNT          PIC -(8)9.99.
           05  WS-DRL-EXC-TYPE         PIC X(10).
           05  WS-DRL-EXC-DESC         PIC X(48).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-PARSE-PARM-RTN
           IF NOT WS-DRL-STOPPED
               PERFORM 1100-GET-BUSINESS-DATE-RTN
           END-IF
           IF NOT WS-DRL-STOPPED
               PERFORM 2000-LOAD-DUPLICATES-RTN
           END-IF
           IF NOT WS-DRL-STOPPED
               IF WS-DRL-LIST-ONLY
                   PERFORM 2500-LIST-FLAGGED-RTN
               ELSE
                   PERFORM 1200-CHECK-RUN-CONTROL-RTN
                   IF NOT WS-DRL-STOPPED
                       PERFORM 2600-FIND-FLAGGED-BATCH-RTN
                   END-IF
                   IF NOT WS-DRL-STOPPED
                       PERFORM 3000-APPROVE-RELEASE-RTN
                   END-IF
                   IF NOT WS-DRL-STOPPED
                       PERFORM 4000-APPLY-RELEASE-RTN
                   END-IF
               END-IF
           END-IF
           PERFORM 9000-TERMINATE-RTN
           STOP RUN.

       1000-PARSE-PARM-RTN.
           MOVE SPACES TO WS-DRL-PARM
           ACCEPT WS-DRL-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-DRL-FILE-TOKEN
           MOVE SPACES TO WS-DRL-BATCH-TOKEN
           MOVE ZERO TO WS-DRL-FILE-LEN
           MOVE ZERO TO WS-DRL-BATCH-LEN
           IF WS-DRL-PARM = SPACES
               SET WS-DRL-LIST-ONLY TO TRUE
           ELSE
               UNSTRING WS-DRL-PARM DELIMITED BY ALL " "
                   INTO WS-DRL-FILE-TOKEN COUNT IN WS-DRL-FILE-LEN
                        WS-DRL-BATCH-TOKEN COUNT IN WS-DRL-BATCH-LEN
               END-UNSTRING
               IF WS-DRL-FILE-LEN = 0 OR WS-DRL-FILE-LEN > 8
                   OR WS-DRL-BATCH-LEN = 0
                   DISPLAY "DLYDREL: USAGE - DLYDREL [FILENAME "
                       "BATCHNO]"
                   SET WS-DRL-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE WS-DRL-FILE-TOKEN(1:8) TO WS-DRL-FILE-NAME
                   PERFORM 1050-PARSE-BATCH-ARG-RTN
               END-IF
           END-IF.

       1050-PARSE-BATCH-ARG-RTN.
           MOVE "000" TO WS-DRL-BATCH-PAD
           IF WS-DRL-BATCH-LEN > 3
               MOVE SPACES TO WS-DRL-BATCH-PAD
           ELSE
               MOVE WS-DRL-BATCH-TOKEN(1:WS-DRL-BATCH-LEN)
                   TO WS-DRL-BATCH-PAD
                       (4 - WS-DRL-BATCH-LEN:WS-DRL-BATCH-LEN)
           END-IF
           IF WS-DRL-BATCH-PAD IS NUMERIC
               AND WS-DRL-BATCH-PAD NOT = "000"
               MOVE WS-DRL-BATCH-PAD TO WS-DRL-BATCH-NO
           ELSE
               DISPLAY "DLYDREL: BATCH NO ARGUMENT MUST BE 1-3 "
                   "DIGITS - USAGE - DLYDREL [FILENAME BATCHNO]"
               SET WS-DRL-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1100-GET-BUSINESS-DATE-RTN.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "DLYDREL: UNABLE TO OPEN POSTING CALENDAR "
                   "DLYCAL, STATUS=" WS-CAL-FILE-STATUS
                   " - RELEASE REFUSED"
               SET WS-DRL-STOPPED TO TRUE
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
                   DISPLAY "DLYDREL: NO CURRENT BUSINESS DATE RECORD "
                       "ON DLYCAL - RELEASE REFUSED"
                   SET WS-DRL-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * A RELEASED BATCH ONLY REACHES DLYAMT WHEN DLYPROM RE-PROMOTES
      * THE DATE, AND DLYPROM REFUSES ONCE THE MAIN RUN HAS CLOSED.
      * NO LEDGER AT ALL IS NOT AN ERROR (DLYBTSUM HAS NEVER RUN).
      *****************************************************************
       1200-CHECK-RUN-CONTROL-RTN.
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
               IF WS-RNC-MAIN-CLOSED
                   DISPLAY "DLYDREL: MAIN CLOSE-OF-DAY RUN FOR "
                       WS-CUR-DATE-YYYYMMDD " IS ALREADY CLOSED ON "
                       "THE RUN-CONTROL LEDGER - DLYPROM CANNOT "
                       "RE-PROMOTE THE DATE, RELEASE REFUSED"
                   SET WS-DRL-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2000-LOAD-DUPLICATES-RTN.
           OPEN INPUT DUPLICATE-FILE
           IF WS-DUP-FILE-STATUS NOT = "00"
               DISPLAY "DLYDREL: NO DLYDUP FILE, STATUS="
                   WS-DUP-FILE-STATUS " - NO BATCH IS FLAGGED"
               SET WS-DRL-STOPPED TO TRUE
           ELSE
               PERFORM UNTIL WS-DUP-EOF OR WS-DRL-STOPPED
                   READ DUPLICATE-FILE INTO DUP-RECORD
                       AT END
                           MOVE 'Y' TO WS-DUP-EOF-FLAG
                       NOT AT END
                           PERFORM 2100-KEEP-DUPLICATE-REC-RTN
                   END-READ
               END-PERFORM
               CLOSE DUPLICATE-FILE
           END-IF.

       2100-KEEP-DUPLICATE-REC-RTN.
           IF WS-DUP-COUNT < 500
               ADD 1 TO WS-DUP-COUNT
               MOVE DUP-RECORD TO WS-DUP-T-RECORD(WS-DUP-COUNT)
               IF DUP-BUS-DATE = WS-CUR-DATE-YYYYMMDD AND DUP-FLAGGED
                   ADD 1 TO WS-DRL-FLAGGED-COUNT
               END-IF
           ELSE
               DISPLAY "DLYDREL: MORE THAN 500 RECORDS ON DLYDUP - "
                   "RELEASE REFUSED, RE-RUN DLYGATE TO PURGE OLD "
                   "FLAGS FIRST"
               SET WS-DRL-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       2500-LIST-FLAGGED-RTN.
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX > WS-DUP-COUNT
               MOVE WS-DUP-T-RECORD(WS-DUP-IDX) TO DUP-RECORD
               IF DUP-BUS-DATE = WS-CUR-DATE-YYYYMMDD AND DUP-FLAGGED
                   MOVE DUP-AMOUNT TO WS-DISP-AMOUNT
                   DISPLAY "DLYDREL: FLAGGED - BRANCH "
                       DUP-BRANCH-CODE " FILE " DUP-FILE-NAME
                       " BATCH " DUP-BATCH-NO " TELLER "
                       DUP-TELLER-ID " " WS-DISP-AMOUNT
                       " DUP OF " DUP-ORIG-DATE " "
                       DUP-ORIG-FILE " BATCH " DUP-ORIG-BATCH-NO
               END-IF
           END-PERFORM
           DISPLAY "DLYDREL: " WS-DRL-FLAGGED-COUNT
               " BATCHES FLAGGED AS DUPLICATES FOR "
               WS-CUR-DATE-YYYYMMDD.

       2600-FIND-FLAGGED-BATCH-RTN.
           MOVE ZERO TO WS-DRL-HIT-IDX
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX > WS-DUP-COUNT OR WS-DRL-HIT-IDX > 0
               MOVE WS-DUP-T-RECORD(WS-DUP-IDX) TO DUP-RECORD
               IF DUP-BUS-DATE = WS-CUR-DATE-YYYYMMDD AND DUP-FLAGGED
                   AND DUP-FILE-NAME = WS-DRL-FILE-NAME
                   AND DUP-BATCH-NO = WS-DRL-BATCH-NO
                   MOVE WS-DUP-IDX TO WS-DRL-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-DRL-HIT-IDX = ZERO
               DISPLAY "DLYDREL: FILE " WS-DRL-FILE-NAME " BATCH "
                   WS-DRL-BATCH-NO " IS NOT FLAGGED ON DLYDUP FOR "
                   WS-CUR-DATE-YYYYMMDD " - NOTHING RELEASED"
               SET WS-DRL-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-DUP-T-RECORD(WS-DRL-HIT-IDX) TO DUP-RECORD
               MOVE DUP-AMOUNT TO WS-DISP-AMOUNT
               DISPLAY "DLYDREL: BRANCH " DUP-BRANCH-CODE " FILE "
                   DUP-FILE-NAME " BATCH " DUP-BATCH-NO " TELLER "
                   DUP-TELLER-ID " AMOUNT " WS-DISP-AMOUNT
               DISPLAY "DLYDREL: MATCHES FILE " DUP-ORIG-FILE
                   " BATCH " DUP-ORIG-BATCH-NO " ACCEPTED ON "
                   DUP-ORIG-DATE
           END-IF.

       3000-APPROVE-RELEASE-RTN.
           DISPLAY "DLYDREL: ENTER YOUR OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 3300-LOAD-OPERATOR-TABLE-RTN
           PERFORM 3400-CHECK-OPERATOR-RTN
           IF WS-OPR-REFUSE-REASON NOT = SPACES
               DISPLAY "DLYDREL: RELEASE REFUSED - "
                   WS-OPR-REFUSE-REASON
               PERFORM 3700-LOG-AUTH-REFUSAL-RTN
               SET WS-DRL-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3250-PROMPT-APPROVER-RTN
           END-IF.

       3250-PROMPT-APPROVER-RTN.
           DISPLAY "DLYDREL: ENTER SECOND-APPROVER ID TO AUTHORIZE "
               "THIS RELEASE (BLANK TO CANCEL): "
           ACCEPT WS-APPROVER-ID
           IF WS-APPROVER-ID = SPACES
               DISPLAY "DLYDREL: RELEASE CANCELLED - NO APPROVER "
                   "ID ENTERED"
               SET WS-DRL-STOPPED TO TRUE
           ELSE
               IF WS-APPROVER-ID = WS-OPERATOR-ID
                   DISPLAY "DLYDREL: RELEASE REJECTED - APPROVER "
                       "MUST BE DIFFERENT FROM THE OPERATOR"
                   SET WS-DRL-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF DUP-AMOUNT < ZERO
                       COMPUTE WS-OPR-CHANGE-AMOUNT = 0 - DUP-AMOUNT
                   ELSE
                       MOVE DUP-AMOUNT TO WS-OPR-CHANGE-AMOUNT
                   END-IF
                   PERFORM 3500-CHECK-APPROVER-RTN
                   IF WS-OPR-REFUSE-REASON NOT = SPACES
                       DISPLAY "DLYDREL: RELEASE REFUSED - "
                           WS-OPR-REFUSE-REASON
                       PERFORM 3700-LOG-AUTH-REFUSAL-RTN
                       SET WS-DRL-STOPPED TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 3280-CONFIRM-RELEASE-RTN
                   END-IF
               END-IF
           END-IF.

       3280-CONFIRM-RELEASE-RTN.
           DISPLAY "DLYDREL: APPROVER " WS-APPROVER-ID
               " - CONFIRM FILE " DUP-FILE-NAME " BATCH "
               DUP-BATCH-NO " IS A GENUINE REPEAT AND RELEASE IT "
               "FOR " WS-CUR-DATE-YYYYMMDD "? (Y/N)"
           ACCEPT WS-CONFIRM-RESP
           IF NOT WS-IS-CONFIRMED
               DISPLAY "DLYDREL: RELEASE NOT APPLIED - "
                   "CONFIRMATION DECLINED"
               SET WS-DRL-STOPPED TO TRUE
           END-IF.

      *****************************************************************
      * OPERATOR AUTHORITY CHECKS AGAINST DLYOPR (SEE OPRREC), SAME
      * RULES AS DLYADJ - THE APPROVER'S LIMIT MUST COVER THE BATCH
      * AMOUNT BEING LET THROUGH. A MISSING DLYOPR LEAVES THE TABLE
      * EMPTY SO EVERY ID IS REFUSED.
      *****************************************************************
       3300-LOAD-OPERATOR-TABLE-RTN.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-FILE-STATUS NOT = "00"
               DISPLAY "DLYDREL: UNABLE TO OPEN OPERATOR AUTHORITY "
                   "FILE DLYOPR, STATUS=" WS-OPR-FILE-STATUS
                   " - NO RELEASE CAN BE AUTHORIZED"
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
                   DISPLAY "DLYDREL: MORE THAN 300 IDS ON DLYOPR - "
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
                               " LIMIT BELOW BATCH AMOUNT"
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
           MOVE WS-OPR-REFUSE-REASON TO WS-DRL-EXC-DESC
           MOVE "AUTH REFSD" TO WS-DRL-EXC-TYPE
           PERFORM 4500-WRITE-EXCEPTION-RTN.

      *****************************************************************
      * STAMP THE FLAG RELEASED AND WRITE DLYDUP BACK WHOLE. THE
      * DLYEXC RECORD IS ONLY WRITTEN ONCE THE STAMP STANDS.
      *****************************************************************
       4000-APPLY-RELEASE-RTN.
           MOVE "RELEASED" TO DUP-STATUS
           MOVE WS-CUR-DATE-YYYYMMDD TO DUP-REL-DATE
           MOVE WS-OPERATOR-ID TO DUP-REL-OPERATOR
           MOVE WS-APPROVER-ID TO DUP-REL-APPROVER
           MOVE DUP-RECORD TO WS-DUP-T-RECORD(WS-DRL-HIT-IDX)
           OPEN OUTPUT DUPLICATE-FILE
           IF WS-DUP-FILE-STATUS NOT = "00"
               DISPLAY "DLYDREL: UNABLE TO REWRITE DLYDUP, STATUS="
                   WS-DUP-FILE-STATUS " - NOTHING RELEASED"
               SET WS-DRL-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX > WS-DUP-COUNT
                   WRITE DUP-LINE FROM WS-DUP-T-RECORD(WS-DUP-IDX)
               END-PERFORM
               CLOSE DUPLICATE-FILE
               MOVE SPACES TO WS-DRL-EXC-DESC
               STRING "FILE " DUP-FILE-NAME " BATCH " DUP-BATCH-NO
                   " RELEASED AS REPEAT"
                   DELIMITED BY SIZE INTO WS-DRL-EXC-DESC
               END-STRING
               MOVE "DUP RELEAS" TO WS-DRL-EXC-TYPE
               PERFORM 4500-WRITE-EXCEPTION-RTN
               DISPLAY "DLYDREL: FILE " DUP-FILE-NAME " BATCH "
                   DUP-BATCH-NO " RELEASED BY OPERATOR "
                   WS-OPERATOR-ID " APPROVER " WS-APPROVER-ID
                   " - RE-RUN DLYGATE AND DLYPROM BEFORE DLYBTSUM"
           END-IF.

       4500-WRITE-EXCEPTION-RTN.
           MOVE SPACES TO EXC-RECORD
           MOVE WS-CUR-DATE-YYYYMMDD TO EXC-RUN-DATE
           ACCEPT EXC-RUN-TIME FROM TIME
           MOVE WS-DRL-EXC-TYPE TO EXC-EXCEPTION-TYPE
           MOVE WS-DRL-BATCH-NO TO EXC-BATCH-NO
           MOVE WS-DRL-EXC-DESC TO EXC-DESCRIPTION
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           WRITE EXC-RECORD
           CLOSE EXCEPTION-FILE.

       9000-TERMINATE-RTN.
           CONTINUE.
