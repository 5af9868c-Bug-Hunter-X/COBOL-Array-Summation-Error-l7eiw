       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYBRMM.
       AUTHOR. BRANCH-OPS-IT.
      *
      * BRANCH MASTER FILE MAINTENANCE.
      * DLYBRM HOLDS ONE RECORD PER BRANCH CODE (SEE BRMREC) - DLYBTSUM
      * EDITS EVERY BATCH'S BRANCH AGAINST IT, AND DLYGATE AND
      * DLYCONS USE IT TO LIST THE BRANCHES THAT SENT NOTHING ON A
      * DAY THEY WERE EXPECTED TO. THIS IS THE OPERATIONS SCREEN FOR
      * KEEPING THE FILE CURRENT: ADD A BRANCH WITH ITS NAME, REGION,
      * OPENING DATE AND EXPECTED BUSINESS DAYS, CHANGE THOSE, SET ITS
      * STATUS (O OPEN, T TEMPORARILY CLOSED, M MERGED, C CLOSED), AND
      * LIST THE FILE. A MERGE OR CLOSURE CARRIES THE DATE IT TAKES
      * EFFECT (BLANK - AT ONCE), AND A MERGE THE OPEN BRANCH THAT
      * TAKES OVER ITS BUSINESS. BRANCHES ARE NEVER DELETED - A CLOSED
      * BRANCH STAYS ON FILE SO ITS OLD BATCHES STAY TRACEABLE. EVERY
      * ADDED OR CHANGED RECORD IS STAMPED WITH THE OPERATOR ID AND
      * THE BUSINESS DATE. THE OPERATOR ID MUST BE ACTIVE ON DLYOPR
      * WITH THE OPERATOR ROLE OR THE SESSION IS REFUSED AND LOGGED
      * TO DLYEXC. ONLY A MISSING DLYBRM STARTS A NEW FILE - ONE THAT
      * EXISTS BUT CANNOT BE READ STOPS THE RUN SO NO BRANCH ON IT IS
      * LOST. THE FILE IS HELD IN A TABLE AND WRITTEN BACK WHOLE WHEN
      * THE SESSION ENDS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "DLYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "DLYBRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-FILE-STATUS.
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

       FD  BRANCH-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BRM-LINE                    PIC X(80).

       FD  OPERATOR-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  OPR-LINE                    PIC X(64).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY EXCREC.

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY BRMREC.
       COPY OPRREC.
       01  WS-EXC-FILE-STATUS          PIC X(2).

       01  WS-RUN-DATE-YYYYMMDD        PIC 9(8).

       01  WS-MAINT-FIELDS.
           05  WS-OPERATOR-ID          PIC X(8).
           05  WS-ACTION               PIC X(1).
               88  WS-ACTION-ADD       VALUE 'A' 'a'.
               88  WS-ACTION-CHANGE    VALUE 'C' 'c'.
               88  WS-ACTION-STATUS    VALUE 'S' 's'.
               88  WS-ACTION-LIST      VALUE 'L' 'l'.
               88  WS-ACTION-FINISH    VALUE ' '.
           05  WS-DONE-FLAG            PIC X(1)    VALUE 'N'.
               88  WS-DONE             VALUE 'Y'.
           05  WS-STOP-FLAG            PIC X(1)    VALUE 'N'.
               88  WS-STOPPED          VALUE 'Y'.
           05  WS-BAD-INPUT-FLAG       PIC X(1)    VALUE 'N'.
               88  WS-BAD-INPUT        VALUE 'Y'.
           05  WS-CHANGE-COUNT         PIC 9(3)    VALUE ZERO.
           05  WS-INPUT-CODE           PIC X(4).
           05  WS-INPUT-NAME           PIC X(24).
           05  WS-INPUT-REGION         PIC X(6).
           05  WS-INPUT-STATUS         PIC X(1).
               88  WS-INPUT-STATUS-VALID VALUE 'O' 'T' 'M' 'C'.
               88  WS-INPUT-ENDS-BRANCH VALUE 'M' 'C'.
           05  WS-INPUT-DAYS           PIC X(7).
           05  WS-INPUT-SUCCESSOR      PIC X(4).
           05  WS-INPUT-DATE-X         PIC X(8).
           05  WS-INPUT-DATE           REDEFINES WS-INPUT-DATE-X
                                        PIC 9(8).
           05  WS-INPUT-DATE-GROUP     REDEFINES WS-INPUT-DATE-X.
               10  WS-INPUT-DATE-CCYY  PIC 9(4).
               10  WS-INPUT-DATE-MM    PIC 9(2).
               10  WS-INPUT-DATE-DD    PIC 9(2).
           05  WS-DAYS-YN-COUNT        PIC 9(2).
           05  WS-SUCC-HIT-IDX         PIC 9(3).

      *****************************************************************
      * DLYBRM KEEP-AND-REWRITE TABLE - WHOLE 80-BYTE RECORDS, SAME
      * PATTERN DLYOPRM USES FOR DLYOPR. WS-KEEP-HIT-IDX IS THE ENTRY
      * FOUND FOR THE BRANCH BEING MAINTAINED (ZERO IF NONE).
      *****************************************************************
       01  WS-KEEP-FIELDS.
           05  WS-KEEP-COUNT           PIC 9(3)    VALUE ZERO.
           05  WS-KEEP-IDX             PIC 9(3).
           05  WS-KEEP-HIT-IDX         PIC 9(3).
           05  WS-KEEP-LOOK-CODE       PIC X(4).
           05  WS-KEEP-TABLE.
               10  WS-KEEP-ENTRY       PIC X(80)   OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0500-GET-BUSINESS-DATE-RTN
           PERFORM 1000-LOAD-BRANCH-MASTER-RTN
           IF NOT WS-STOPPED
               DISPLAY "DLYBRMM: ENTER YOUR OPERATOR ID "
                   "(BLANK TO CANCEL): "
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "DLYBRMM: NO OPERATOR ID ENTERED - NOTHING "
                       "CHANGED"
               ELSE
                   PERFORM 1500-LOAD-OPERATOR-TABLE-RTN
                   PERFORM 1600-CHECK-OPERATOR-RTN
               END-IF
               IF WS-OPERATOR-ID = SPACES
                   CONTINUE
               ELSE
                   IF WS-OPR-REFUSE-REASON NOT = SPACES
                       DISPLAY "DLYBRMM: SESSION REFUSED - "
                           WS-OPR-REFUSE-REASON
                       PERFORM 1700-LOG-AUTH-REFUSAL-RTN
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM UNTIL WS-DONE
                           PERFORM 2000-PROMPT-ACTION-RTN
                       END-PERFORM
                       IF WS-CHANGE-COUNT > 0
                           PERFORM 4000-REWRITE-BRANCH-MASTER-RTN
                       ELSE
                           DISPLAY "DLYBRMM: NO CHANGES - DLYBRM NOT "
                               "REWRITTEN"
                       END-IF
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       0500-GET-BUSINESS-DATE-RTN.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "DLYBRMM: UNABLE TO OPEN POSTING CALENDAR "
                   "DLYCAL, STATUS=" WS-CAL-FILE-STATUS
                   " - FALLING BACK TO THE MACHINE DATE"
               ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ELSE
               PERFORM UNTIL WS-CAL-EOF OR WS-CAL-DATE-FOUND
                   READ CALENDAR-FILE INTO CAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-CAL-EOF-FLAG
                       NOT AT END
                           IF CAL-CURRENT-REC
                               SET WS-CAL-DATE-FOUND TO TRUE
                               MOVE CAL-DATE TO WS-RUN-DATE-YYYYMMDD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF NOT WS-CAL-DATE-FOUND
                   DISPLAY "DLYBRMM: NO CURRENT BUSINESS DATE "
                       "RECORD ON DLYCAL - FALLING BACK TO THE "
                       "MACHINE DATE"
                   ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
               END-IF
           END-IF.

       1000-LOAD-BRANCH-MASTER-RTN.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRM-FILE-STATUS = "35"
               DISPLAY "DLYBRMM: NO DLYBRM ON FILE - STARTING A NEW "
                   "FILE"
           ELSE
               IF WS-BRM-FILE-STATUS NOT = "00"
                   DISPLAY "DLYBRMM: UNABLE TO OPEN BRANCH MASTER "
                       "DLYBRM, STATUS=" WS-BRM-FILE-STATUS
                       " - MAINTENANCE REFUSED SO NO BRANCH IS LOST "
                       "ON REWRITE"
                   SET WS-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-BRM-EOF OR WS-STOPPED
                       READ BRANCH-MASTER-FILE INTO BRM-RECORD
                           AT END
                               MOVE 'Y' TO WS-BRM-EOF-FLAG
                           NOT AT END
                               IF WS-KEEP-COUNT < 500
                                   ADD 1 TO WS-KEEP-COUNT
                                   MOVE BRM-RECORD
                                       TO WS-KEEP-ENTRY(WS-KEEP-COUNT)
                               ELSE
                                   DISPLAY "DLYBRMM: MORE THAN 500 "
                                       "BRANCHES ON DLYBRM - "
                                       "MAINTENANCE REFUSED SO NO "
                                       "BRANCH IS LOST ON REWRITE"
                                   SET WS-STOPPED TO TRUE
                                   MOVE 16 TO RETURN-CODE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BRANCH-MASTER-FILE
               END-IF
           END-IF.

      *****************************************************************
      * OPERATOR AUTHORITY CHECK AGAINST DLYOPR (SEE OPRREC), SAME
      * RULES AS DLYAMTM AND DLYHREL FOR THE KEYING ID. A MISSING
      * DLYOPR LEAVES THE TABLE EMPTY SO EVERY ID IS REFUSED.
      *****************************************************************
       1500-LOAD-OPERATOR-TABLE-RTN.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-FILE-STATUS NOT = "00"
               DISPLAY "DLYBRMM: UNABLE TO OPEN OPERATOR AUTHORITY "
                   "FILE DLYOPR, STATUS=" WS-OPR-FILE-STATUS
                   " - NO BRANCH CHANGE CAN BE AUTHORIZED"
           ELSE
               PERFORM UNTIL WS-OPR-EOF
                   READ OPERATOR-FILE INTO OPR-RECORD
                       AT END
                           MOVE 'Y' TO WS-OPR-EOF-FLAG
                       NOT AT END
                           PERFORM 1550-STORE-OPERATOR-REC-RTN
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       1550-STORE-OPERATOR-REC-RTN.
           IF WS-OPR-COUNT < 300
               ADD 1 TO WS-OPR-COUNT
               MOVE OPR-ID TO WS-OPR-T-ID(WS-OPR-COUNT)
               MOVE OPR-ROLE TO WS-OPR-T-ROLE(WS-OPR-COUNT)
               MOVE OPR-STATUS TO WS-OPR-T-STATUS(WS-OPR-COUNT)
               MOVE OPR-APPROVE-LIMIT TO WS-OPR-T-LIMIT(WS-OPR-COUNT)
           ELSE
               IF NOT WS-OPR-FULL
                   SET WS-OPR-FULL TO TRUE
                   DISPLAY "DLYBRMM: MORE THAN 300 IDS ON DLYOPR - "
                       "ONLY THE FIRST 300 LOADED, EXTRAS REFUSED"
               END-IF
           END-IF.

       1600-CHECK-OPERATOR-RTN.
           MOVE SPACES TO WS-OPR-REFUSE-REASON
           MOVE WS-OPERATOR-ID TO WS-OPR-CHECK-ID
           PERFORM 1650-LOOK-UP-OPERATOR-RTN
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

       1650-LOOK-UP-OPERATOR-RTN.
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

       1700-LOG-AUTH-REFUSAL-RTN.
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-DATE-YYYYMMDD TO EXC-RUN-DATE
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

       2000-PROMPT-ACTION-RTN.
           DISPLAY "DLYBRMM: A=ADD C=CHANGE S=STATUS L=LIST "
               "(BLANK TO FINISH): "
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-FINISH
                   SET WS-DONE TO TRUE
               WHEN WS-ACTION-LIST
                   PERFORM 2900-LIST-BRANCHES-RTN
               WHEN WS-ACTION-ADD
                   PERFORM 2100-PROMPT-CODE-RTN
                   IF WS-INPUT-CODE NOT = SPACES
                       PERFORM 3000-ADD-BRANCH-RTN
                   END-IF
               WHEN WS-ACTION-CHANGE
                   PERFORM 2100-PROMPT-CODE-RTN
                   IF WS-INPUT-CODE NOT = SPACES
                       PERFORM 3100-CHANGE-BRANCH-RTN
                   END-IF
               WHEN WS-ACTION-STATUS
                   PERFORM 2100-PROMPT-CODE-RTN
                   IF WS-INPUT-CODE NOT = SPACES
                       PERFORM 3200-SET-STATUS-RTN
                   END-IF
               WHEN OTHER
                   DISPLAY "DLYBRMM: UNKNOWN ACTION " WS-ACTION
           END-EVALUATE.

       2100-PROMPT-CODE-RTN.
           DISPLAY "DLYBRMM: ENTER BRANCH CODE: "
           MOVE SPACES TO WS-INPUT-CODE
           ACCEPT WS-INPUT-CODE
           IF WS-INPUT-CODE = SPACES
               DISPLAY "DLYBRMM: NO BRANCH CODE ENTERED - ACTION "
                   "SKIPPED"
           ELSE
               MOVE WS-INPUT-CODE TO WS-KEEP-LOOK-CODE
               PERFORM 2200-FIND-BRANCH-RTN
           END-IF.

       2200-FIND-BRANCH-RTN.
           MOVE ZERO TO WS-KEEP-HIT-IDX
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
               UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               OR WS-KEEP-HIT-IDX NOT = ZERO
               MOVE WS-KEEP-ENTRY(WS-KEEP-IDX) TO BRM-RECORD
               IF BRM-BRANCH-CODE = WS-KEEP-LOOK-CODE
                   MOVE WS-KEEP-IDX TO WS-KEEP-HIT-IDX
               END-IF
           END-PERFORM.

      *****************************************************************
      * NAME, REGION, OPENING DATE AND EXPECTED DAYS. ON A CHANGE A
      * BLANK ANSWER KEEPS WHAT IS ON FILE (LOADED INTO THE INPUT
      * FIELDS BEFORE THIS IS PERFORMED). THE EXPECTED DAYS ARE SEVEN
      * Y/N FLAGS, SUNDAY FIRST.
      *****************************************************************
       2300-PROMPT-DETAILS-RTN.
           MOVE 'N' TO WS-BAD-INPUT-FLAG
           DISPLAY "DLYBRMM: ENTER BRANCH NAME: "
           MOVE SPACES TO WS-INPUT-NAME
           ACCEPT WS-INPUT-NAME
           IF WS-INPUT-NAME = SPACES
               MOVE BRM-NAME TO WS-INPUT-NAME
           END-IF
           DISPLAY "DLYBRMM: ENTER REGION: "
           MOVE SPACES TO WS-INPUT-REGION
           ACCEPT WS-INPUT-REGION
           IF WS-INPUT-REGION = SPACES
               MOVE BRM-REGION TO WS-INPUT-REGION
           END-IF
           DISPLAY "DLYBRMM: ENTER OPENING DATE YYYYMMDD: "
           PERFORM 2400-PROMPT-DATE-RTN
           IF WS-INPUT-DATE-X = SPACES
               MOVE BRM-OPEN-DATE TO WS-INPUT-DATE
           END-IF
           DISPLAY "DLYBRMM: ENTER EXPECTED DAYS, SEVEN Y/N SUNDAY "
               "FIRST (E.G. NYYYYYN): "
           MOVE SPACES TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS
           IF WS-INPUT-DAYS = SPACES
               MOVE BRM-EXPECTED-DAYS TO WS-INPUT-DAYS
           END-IF
           MOVE ZERO TO WS-DAYS-YN-COUNT
           INSPECT WS-INPUT-DAYS TALLYING WS-DAYS-YN-COUNT
               FOR ALL 'Y' ALL 'N'
           IF WS-INPUT-NAME = SPACES
               DISPLAY "DLYBRMM: BRANCH NAME IS REQUIRED"
               SET WS-BAD-INPUT TO TRUE
           END-IF
           IF WS-INPUT-DATE = ZERO
               DISPLAY "DLYBRMM: OPENING DATE IS REQUIRED"
               SET WS-BAD-INPUT TO TRUE
           END-IF
           IF WS-DAYS-YN-COUNT NOT = 7
               DISPLAY "DLYBRMM: EXPECTED DAYS MUST BE SEVEN Y OR N "
                   "FLAGS"
               SET WS-BAD-INPUT TO TRUE
           END-IF.

      *****************************************************************
      * ACCEPT A YYYYMMDD DATE INTO WS-INPUT-DATE-X. BLANK IS LEFT
      * BLANK FOR THE CALLER TO DEFAULT; ANYTHING ELSE THAT IS NOT A
      * PLAUSIBLE DATE MARKS THE INPUT BAD.
      *****************************************************************
       2400-PROMPT-DATE-RTN.
           MOVE SPACES TO WS-INPUT-DATE-X
           ACCEPT WS-INPUT-DATE-X
           IF WS-INPUT-DATE-X NOT = SPACES
               IF WS-INPUT-DATE-X NOT NUMERIC
                   DISPLAY "DLYBRMM: DATE " WS-INPUT-DATE-X
                       " IS NOT YYYYMMDD"
                   SET WS-BAD-INPUT TO TRUE
               ELSE
                   IF WS-INPUT-DATE-MM < 1 OR WS-INPUT-DATE-MM > 12
                       OR WS-INPUT-DATE-DD < 1
                       OR WS-INPUT-DATE-DD > 31
                       DISPLAY "DLYBRMM: DATE " WS-INPUT-DATE-X
                           " IS NOT A VALID DATE"
                       SET WS-BAD-INPUT TO TRUE
                   END-IF
               END-IF
           END-IF.

       2900-LIST-BRANCHES-RTN.
           DISPLAY "---- DLYBRM (" WS-KEEP-COUNT " BRANCHES) ----"
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
               UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-ENTRY(WS-KEEP-IDX) TO BRM-RECORD
               DISPLAY BRM-BRANCH-CODE " " BRM-NAME " " BRM-REGION
                   " STATUS " BRM-STATUS " OPEN " BRM-OPEN-DATE
                   " CLOSE " BRM-CLOSE-DATE " SUCC " BRM-SUCCESSOR
                   " DAYS " BRM-EXPECTED-DAYS
                   " UPD " BRM-UPD-DATE " BY " BRM-UPD-BY
           END-PERFORM.

       3000-ADD-BRANCH-RTN.
           IF WS-KEEP-HIT-IDX NOT = ZERO
               DISPLAY "DLYBRMM: BRANCH " WS-INPUT-CODE " IS ALREADY "
                   "ON DLYBRM - USE C TO CHANGE IT"
           ELSE
               IF WS-KEEP-COUNT NOT < 500
                   DISPLAY "DLYBRMM: DLYBRM IS FULL AT 500 BRANCHES - "
                       "ADD REFUSED"
               ELSE
                   MOVE SPACES TO BRM-RECORD
                   MOVE ZERO TO BRM-OPEN-DATE
                   MOVE ZERO TO BRM-CLOSE-DATE
                   PERFORM 2300-PROMPT-DETAILS-RTN
                   IF WS-BAD-INPUT
                       DISPLAY "DLYBRMM: ADD ABANDONED"
                   ELSE
                       MOVE WS-INPUT-CODE TO BRM-BRANCH-CODE
                       MOVE WS-INPUT-NAME TO BRM-NAME
                       MOVE WS-INPUT-REGION TO BRM-REGION
                       MOVE 'O' TO BRM-STATUS
                       MOVE WS-INPUT-DATE TO BRM-OPEN-DATE
                       MOVE WS-INPUT-DAYS TO BRM-EXPECTED-DAYS
                       MOVE WS-RUN-DATE-YYYYMMDD TO BRM-UPD-DATE
                       MOVE WS-OPERATOR-ID TO BRM-UPD-BY
                       ADD 1 TO WS-KEEP-COUNT
                       MOVE BRM-RECORD TO WS-KEEP-ENTRY(WS-KEEP-COUNT)
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY "DLYBRMM: BRANCH " WS-INPUT-CODE
                           " ADDED"
                   END-IF
               END-IF
           END-IF.

       3100-CHANGE-BRANCH-RTN.
           IF WS-KEEP-HIT-IDX = ZERO
               DISPLAY "DLYBRMM: BRANCH " WS-INPUT-CODE " NOT ON "
                   "DLYBRM - USE A TO ADD IT"
           ELSE
               MOVE WS-KEEP-ENTRY(WS-KEEP-HIT-IDX) TO BRM-RECORD
               DISPLAY "DLYBRMM: " BRM-BRANCH-CODE " " BRM-NAME " "
                   BRM-REGION " OPEN " BRM-OPEN-DATE " DAYS "
                   BRM-EXPECTED-DAYS " - BLANK KEEPS EACH VALUE"
               PERFORM 2300-PROMPT-DETAILS-RTN
               IF WS-BAD-INPUT
                   DISPLAY "DLYBRMM: CHANGE ABANDONED"
               ELSE
                   MOVE WS-INPUT-NAME TO BRM-NAME
                   MOVE WS-INPUT-REGION TO BRM-REGION
                   MOVE WS-INPUT-DATE TO BRM-OPEN-DATE
                   MOVE WS-INPUT-DAYS TO BRM-EXPECTED-DAYS
                   MOVE WS-RUN-DATE-YYYYMMDD TO BRM-UPD-DATE
                   MOVE WS-OPERATOR-ID TO BRM-UPD-BY
                   MOVE BRM-RECORD TO WS-KEEP-ENTRY(WS-KEEP-HIT-IDX)
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY "DLYBRMM: BRANCH " WS-INPUT-CODE " CHANGED"
               END-IF
           END-IF.

      *****************************************************************
      * SET THE STATUS. A MERGE OR CLOSURE TAKES THE DATE IT TAKES
      * EFFECT (BLANK - AT ONCE), AND A MERGE THE SUCCESSOR BRANCH,
      * WHICH MUST BE ON FILE AND NEITHER MERGED NOR CLOSED ITSELF.
      * REOPENING A BRANCH CLEARS BOTH.
      *****************************************************************
       3200-SET-STATUS-RTN.
           IF WS-KEEP-HIT-IDX = ZERO
               DISPLAY "DLYBRMM: BRANCH " WS-INPUT-CODE " NOT ON DLYBRM"
           ELSE
               MOVE 'N' TO WS-BAD-INPUT-FLAG
               MOVE SPACES TO WS-INPUT-SUCCESSOR
               MOVE ZERO TO WS-INPUT-DATE
               DISPLAY "DLYBRMM: ENTER STATUS - O=OPEN T=TEMPORARILY "
                   "CLOSED M=MERGED C=CLOSED: "
               MOVE SPACES TO WS-INPUT-STATUS
               ACCEPT WS-INPUT-STATUS
               IF NOT WS-INPUT-STATUS-VALID
                   DISPLAY "DLYBRMM: STATUS MUST BE O, T, M OR C"
                   SET WS-BAD-INPUT TO TRUE
               END-IF
               IF WS-INPUT-ENDS-BRANCH
                   DISPLAY "DLYBRMM: ENTER EFFECTIVE DATE YYYYMMDD "
                       "(BLANK FOR AT ONCE): "
                   PERFORM 2400-PROMPT-DATE-RTN
                   IF WS-INPUT-DATE-X = SPACES
                       MOVE ZERO TO WS-INPUT-DATE
                   END-IF
               END-IF
               IF WS-INPUT-STATUS = 'M'
                   PERFORM 3250-PROMPT-SUCCESSOR-RTN
               END-IF
               IF WS-BAD-INPUT
                   DISPLAY "DLYBRMM: STATUS CHANGE ABANDONED"
               ELSE
                   MOVE WS-KEEP-ENTRY(WS-KEEP-HIT-IDX) TO BRM-RECORD
                   MOVE WS-INPUT-STATUS TO BRM-STATUS
                   MOVE WS-INPUT-DATE TO BRM-CLOSE-DATE
                   MOVE WS-INPUT-SUCCESSOR TO BRM-SUCCESSOR
                   MOVE WS-RUN-DATE-YYYYMMDD TO BRM-UPD-DATE
                   MOVE WS-OPERATOR-ID TO BRM-UPD-BY
                   MOVE BRM-RECORD TO WS-KEEP-ENTRY(WS-KEEP-HIT-IDX)
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY "DLYBRMM: BRANCH " WS-INPUT-CODE
                       " STATUS SET TO " BRM-STATUS
               END-IF
           END-IF.

       3250-PROMPT-SUCCESSOR-RTN.
           DISPLAY "DLYBRMM: ENTER SUCCESSOR BRANCH CODE: "
           ACCEPT WS-INPUT-SUCCESSOR
           MOVE WS-KEEP-HIT-IDX TO WS-SUCC-HIT-IDX
           MOVE WS-INPUT-SUCCESSOR TO WS-KEEP-LOOK-CODE
           PERFORM 2200-FIND-BRANCH-RTN
           IF WS-INPUT-SUCCESSOR = SPACES
               DISPLAY "DLYBRMM: A MERGED BRANCH NEEDS A SUCCESSOR"
               SET WS-BAD-INPUT TO TRUE
           ELSE
               IF WS-INPUT-SUCCESSOR = WS-INPUT-CODE
                   DISPLAY "DLYBRMM: A BRANCH CANNOT BE MERGED INTO "
                       "ITSELF"
                   SET WS-BAD-INPUT TO TRUE
               ELSE
                   IF WS-KEEP-HIT-IDX = ZERO
                       DISPLAY "DLYBRMM: SUCCESSOR "
                           WS-INPUT-SUCCESSOR " NOT ON DLYBRM"
                       SET WS-BAD-INPUT TO TRUE
                   ELSE
                       IF BRM-MERGED OR BRM-CLOSED
                           DISPLAY "DLYBRMM: SUCCESSOR "
                               WS-INPUT-SUCCESSOR " IS ITSELF MERGED "
                               "OR CLOSED"
                           SET WS-BAD-INPUT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WS-SUCC-HIT-IDX TO WS-KEEP-HIT-IDX.

       4000-REWRITE-BRANCH-MASTER-RTN.
           OPEN OUTPUT BRANCH-MASTER-FILE
           IF WS-BRM-FILE-STATUS NOT = "00"
               DISPLAY "DLYBRMM: UNABLE TO REWRITE DLYBRM, STATUS="
                   WS-BRM-FILE-STATUS " - " WS-CHANGE-COUNT
                   " CHANGES LOST, RE-KEY THEM"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                   WRITE BRM-LINE FROM WS-KEEP-ENTRY(WS-KEEP-IDX)
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
               DISPLAY "DLYBRMM: DLYBRM REWRITTEN - " WS-KEEP-COUNT
                   " BRANCHES, " WS-CHANGE-COUNT " CHANGES BY "
                   WS-OPERATOR-ID
           END-IF.
