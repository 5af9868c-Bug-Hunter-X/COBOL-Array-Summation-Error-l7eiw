       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYOPRM.
       AUTHOR. BRANCH-OPS-IT.
      *
      * OPERATOR AUTHORITY FILE MAINTENANCE.
      * DLYOPR LISTS EVERY ID ALLOWED TO KEY OR APPROVE A
      * CORRECTION OR ADJUSTMENT (SEE OPRREC) - THE DLYBTSUM MAINT
      * SCREEN, DLYAMTM, DLYADJ AND DLYHREL REFUSE ANY ID NOT ON IT.
      * THIS IS THE SECURITY ADMIN SCREEN FOR KEEPING THE FILE
      * CURRENT: ADD AN ID WITH ITS NAME, ROLE (O OPERATOR, A
      * APPROVER, B BOTH, S SECURITY ADMIN) AND APPROVAL LIMIT,
      * CHANGE THE ROLE OR LIMIT, REVOKE OR REINSTATE AN ID, AND
      * LIST THE FILE. IDS ARE NEVER DELETED - A REVOKED ID STAYS
      * ON FILE SO THE NAMES ON DLYMAUD STAY TRACEABLE. EVERY ADDED
      * OR CHANGED RECORD IS STAMPED WITH THE ADMIN ID AND THE
      * BUSINESS DATE, AND AN ADMIN MAY NOT MAINTAIN THEIR OWN ID.
      * THE ADMIN ID MUST BE ACTIVE ON DLYOPR WITH THE SECURITY
      * ADMIN ROLE OR THE SESSION IS REFUSED AND LOGGED TO DLYEXC.
      * ONLY WHEN NO DLYOPR EXISTS YET IS THE ADMIN WHO STARTS THE
      * FILE ADDED AS ITS FIRST SECURITY ADMIN. A DLYOPR THAT EXISTS
      * BUT CANNOT BE READ STOPS THE RUN SO NOTHING ON IT IS LOST.
      * THE FILE IS HELD IN A TABLE AND WRITTEN BACK WHOLE WHEN THE
      * SESSION ENDS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "DLYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
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

       FD  OPERATOR-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  OPR-LINE                    PIC X(64).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY EXCREC.

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY OPRREC.
       01  WS-EXC-FILE-STATUS          PIC X(2).

       01  WS-RUN-DATE-YYYYMMDD        PIC 9(8).

       01  WS-MAINT-FIELDS.
           05  WS-ADMIN-ID             PIC X(8).
           05  WS-ACTION               PIC X(1).
               88  WS-ACTION-ADD       VALUE 'A' 'a'.
               88  WS-ACTION-CHANGE    VALUE 'C' 'c'.
               88  WS-ACTION-REVOKE    VALUE 'R' 'r'.
               88  WS-ACTION-REINSTATE VALUE 'I' 'i'.
               88  WS-ACTION-LIST      VALUE 'L' 'l'.
               88  WS-ACTION-FINISH    VALUE ' '.
           05  WS-DONE-FLAG            PIC X(1)    VALUE 'N'.
               88  WS-DONE             VALUE 'Y'.
           05  WS-STOP-FLAG            PIC X(1)    VALUE 'N'.
               88  WS-STOPPED          VALUE 'Y'.
           05  WS-NEW-FILE-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-NEW-FILE         VALUE 'Y'.
           05  WS-CHANGE-COUNT         PIC 9(3)    VALUE ZERO.
           05  WS-INPUT-ID             PIC X(8).
           05  WS-INPUT-NAME           PIC X(24).
           05  WS-INPUT-ROLE           PIC X(1).
               88  WS-INPUT-ROLE-VALID VALUE 'O' 'A' 'B' 'S'.
               88  WS-INPUT-ROLE-APPROVES VALUE 'A' 'B'.
           05  WS-INPUT-LIMIT          PIC 9(9)V99.
           05  WS-DISP-LIMIT           PIC ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * DLYOPR KEEP-AND-REWRITE TABLE - WHOLE 64-BYTE RECORDS, SAME
      * PATTERN DLYCALM USES FOR THE CALENDAR. WS-KEEP-HIT-IDX IS
      * THE ENTRY FOUND FOR THE ID BEING MAINTAINED (ZERO IF NONE).
      *****************************************************************
       01  WS-KEEP-FIELDS.
           05  WS-KEEP-COUNT           PIC 9(3)    VALUE ZERO.
           05  WS-KEEP-IDX             PIC 9(3).
           05  WS-KEEP-HIT-IDX         PIC 9(3).
           05  WS-KEEP-TABLE.
               10  WS-KEEP-ENTRY       PIC X(64)   OCCURS 300 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0500-GET-BUSINESS-DATE-RTN
           PERFORM 1000-LOAD-OPERATOR-FILE-RTN
           IF NOT WS-STOPPED
               DISPLAY "DLYOPRM: ENTER YOUR SECURITY ADMIN ID "
                   "(BLANK TO CANCEL): "
               ACCEPT WS-ADMIN-ID
               IF WS-ADMIN-ID = SPACES
                   DISPLAY "DLYOPRM: NO ADMIN ID ENTERED - NOTHING "
                       "CHANGED"
               ELSE
                   PERFORM 1500-CHECK-ADMIN-RTN
               END-IF
               IF WS-ADMIN-ID = SPACES
                   CONTINUE
               ELSE
                   IF WS-OPR-REFUSE-REASON NOT = SPACES
                       DISPLAY "DLYOPRM: SESSION REFUSED - "
                           WS-OPR-REFUSE-REASON
                       PERFORM 1600-LOG-AUTH-REFUSAL-RTN
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM UNTIL WS-DONE
                           PERFORM 2000-PROMPT-ACTION-RTN
                       END-PERFORM
                       IF WS-CHANGE-COUNT > 0
                           PERFORM 4000-REWRITE-OPERATOR-FILE-RTN
                       ELSE
                           DISPLAY "DLYOPRM: NO CHANGES - DLYOPR NOT "
                               "REWRITTEN"
                       END-IF
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       0500-GET-BUSINESS-DATE-RTN.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "DLYOPRM: UNABLE TO OPEN POSTING CALENDAR "
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
                   DISPLAY "DLYOPRM: NO CURRENT BUSINESS DATE "
                       "RECORD ON DLYCAL - FALLING BACK TO THE "
                       "MACHINE DATE"
                   ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
               END-IF
           END-IF.

       1000-LOAD-OPERATOR-FILE-RTN.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-FILE-STATUS = "35"
               DISPLAY "DLYOPRM: NO DLYOPR ON FILE - STARTING A NEW "
                   "FILE"
               SET WS-NEW-FILE TO TRUE
           ELSE
               IF WS-OPR-FILE-STATUS NOT = "00"
                   DISPLAY "DLYOPRM: UNABLE TO OPEN OPERATOR AUTHORITY "
                       "FILE DLYOPR, STATUS=" WS-OPR-FILE-STATUS
                       " - MAINTENANCE REFUSED SO NO ID IS LOST ON "
                       "REWRITE"
                   SET WS-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-OPR-EOF OR WS-STOPPED
                       READ OPERATOR-FILE INTO OPR-RECORD
                           AT END
                               MOVE 'Y' TO WS-OPR-EOF-FLAG
                           NOT AT END
                               IF WS-KEEP-COUNT < 300
                                   ADD 1 TO WS-KEEP-COUNT
                                   MOVE OPR-RECORD
                                       TO WS-KEEP-ENTRY(WS-KEEP-COUNT)
                               ELSE
                                   DISPLAY "DLYOPRM: MORE THAN 300 IDS "
                                       "ON DLYOPR - MAINTENANCE "
                                       "REFUSED SO NO ID IS LOST ON "
                                       "REWRITE"
                                   SET WS-STOPPED TO TRUE
                                   MOVE 16 TO RETURN-CODE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.

      *****************************************************************
      * THE ADMIN ID MUST BE ACTIVE ON DLYOPR WITH THE SECURITY ADMIN
      * ROLE. A NEW FILE HAS NO ADMIN TO CHECK, SO THE ID STARTING IT
      * IS ADDED AS ITS FIRST SECURITY ADMIN. A REFUSAL IS LOGGED TO
      * DLYEXC THE SAME WAY DLYAMTM AND DLYADJ LOG ONE.
      *****************************************************************
       1500-CHECK-ADMIN-RTN.
           MOVE SPACES TO WS-OPR-REFUSE-REASON
           IF WS-NEW-FILE
               PERFORM 1550-ADD-FIRST-ADMIN-RTN
           ELSE
               MOVE WS-ADMIN-ID TO WS-INPUT-ID
               PERFORM 2200-FIND-OPERATOR-RTN
               IF WS-KEEP-HIT-IDX = ZERO
                   STRING "ADMIN ID " WS-ADMIN-ID " NOT ON DLYOPR"
                       DELIMITED BY SIZE INTO WS-OPR-REFUSE-REASON
                   END-STRING
               ELSE
                   MOVE WS-KEEP-ENTRY(WS-KEEP-HIT-IDX) TO OPR-RECORD
                   IF NOT OPR-ACTIVE
                       STRING "ADMIN ID " WS-ADMIN-ID " IS REVOKED"
                           DELIMITED BY SIZE INTO WS-OPR-REFUSE-REASON
                       END-STRING
                   ELSE
                       IF NOT OPR-ROLE-ADMIN
                           STRING "ID " WS-ADMIN-ID
                               " HAS NO SECURITY ADMIN ROLE"
                               DELIMITED BY SIZE
                               INTO WS-OPR-REFUSE-REASON
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1550-ADD-FIRST-ADMIN-RTN.
           DISPLAY "DLYOPRM: ENTER YOUR NAME - YOU ARE ADDED AS THE "
               "FIRST SECURITY ADMIN ON THE NEW DLYOPR: "
           MOVE SPACES TO WS-INPUT-NAME
           ACCEPT WS-INPUT-NAME
           MOVE SPACES TO OPR-RECORD
           MOVE WS-ADMIN-ID TO OPR-ID
           MOVE WS-INPUT-NAME TO OPR-NAME
           MOVE 'S' TO OPR-ROLE
           MOVE 'A' TO OPR-STATUS
           MOVE ZERO TO OPR-APPROVE-LIMIT
           MOVE WS-RUN-DATE-YYYYMMDD TO OPR-UPD-DATE
           MOVE WS-ADMIN-ID TO OPR-UPD-BY
           ADD 1 TO WS-KEEP-COUNT
           MOVE OPR-RECORD TO WS-KEEP-ENTRY(WS-KEEP-COUNT)
           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY "DLYOPRM: ID " WS-ADMIN-ID " ADDED AS SECURITY "
               "ADMIN".

       1600-LOG-AUTH-REFUSAL-RTN.
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
           DISPLAY "DLYOPRM: A=ADD C=CHANGE R=REVOKE I=REINSTATE "
               "L=LIST (BLANK TO FINISH): "
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-FINISH
                   SET WS-DONE TO TRUE
               WHEN WS-ACTION-LIST
                   PERFORM 2900-LIST-OPERATORS-RTN
               WHEN WS-ACTION-ADD
                   PERFORM 2100-PROMPT-ID-RTN
                   IF WS-INPUT-ID NOT = SPACES
                       PERFORM 3000-ADD-OPERATOR-RTN
                   END-IF
               WHEN WS-ACTION-CHANGE
                   PERFORM 2100-PROMPT-ID-RTN
                   IF WS-INPUT-ID NOT = SPACES
                       PERFORM 3100-CHANGE-OPERATOR-RTN
                   END-IF
               WHEN WS-ACTION-REVOKE
               WHEN WS-ACTION-REINSTATE
                   PERFORM 2100-PROMPT-ID-RTN
                   IF WS-INPUT-ID NOT = SPACES
                       PERFORM 3200-SET-STATUS-RTN
                   END-IF
               WHEN OTHER
                   DISPLAY "DLYOPRM: UNKNOWN ACTION " WS-ACTION
           END-EVALUATE.

       2100-PROMPT-ID-RTN.
           DISPLAY "DLYOPRM: ENTER OPERATOR ID: "
           MOVE SPACES TO WS-INPUT-ID
           ACCEPT WS-INPUT-ID
           IF WS-INPUT-ID = SPACES
               DISPLAY "DLYOPRM: NO ID ENTERED - ACTION SKIPPED"
           ELSE
               IF WS-INPUT-ID = WS-ADMIN-ID
                   DISPLAY "DLYOPRM: AN ADMIN MAY NOT MAINTAIN THEIR "
                       "OWN ID - ACTION REFUSED"
                   MOVE SPACES TO WS-INPUT-ID
               ELSE
                   PERFORM 2200-FIND-OPERATOR-RTN
               END-IF
           END-IF.

       2200-FIND-OPERATOR-RTN.
           MOVE ZERO TO WS-KEEP-HIT-IDX
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
               UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               OR WS-KEEP-HIT-IDX NOT = ZERO
               MOVE WS-KEEP-ENTRY(WS-KEEP-IDX) TO OPR-RECORD
               IF OPR-ID = WS-INPUT-ID
                   MOVE WS-KEEP-IDX TO WS-KEEP-HIT-IDX
               END-IF
           END-PERFORM.

       2300-PROMPT-ROLE-LIMIT-RTN.
           DISPLAY "DLYOPRM: ENTER ROLE - O=OPERATOR A=APPROVER "
               "B=BOTH S=SECURITY ADMIN: "
           MOVE SPACES TO WS-INPUT-ROLE
           ACCEPT WS-INPUT-ROLE
           MOVE ZERO TO WS-INPUT-LIMIT
           IF WS-INPUT-ROLE-APPROVES
               DISPLAY "DLYOPRM: ENTER APPROVAL LIMIT "
                   "(0.00 THROUGH 999999999.99): "
               ACCEPT WS-INPUT-LIMIT
               IF WS-INPUT-LIMIT NOT NUMERIC
                   DISPLAY "DLYOPRM: APPROVAL LIMIT NOT NUMERIC - "
                       "SET TO ZERO"
                   MOVE ZERO TO WS-INPUT-LIMIT
               END-IF
           END-IF.

       2900-LIST-OPERATORS-RTN.
           DISPLAY "---- DLYOPR (" WS-KEEP-COUNT " IDS) ----"
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
               UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-ENTRY(WS-KEEP-IDX) TO OPR-RECORD
               MOVE OPR-APPROVE-LIMIT TO WS-DISP-LIMIT
               DISPLAY OPR-ID " " OPR-NAME " ROLE " OPR-ROLE
                   " STATUS " OPR-STATUS " LIMIT " WS-DISP-LIMIT
                   " UPD " OPR-UPD-DATE " BY " OPR-UPD-BY
           END-PERFORM.

       3000-ADD-OPERATOR-RTN.
           IF WS-KEEP-HIT-IDX NOT = ZERO
               DISPLAY "DLYOPRM: ID " WS-INPUT-ID " IS ALREADY ON "
                   "DLYOPR - USE C TO CHANGE IT"
           ELSE
               IF WS-KEEP-COUNT NOT < 300
                   DISPLAY "DLYOPRM: DLYOPR IS FULL AT 300 IDS - "
                       "ADD REFUSED"
               ELSE
                   DISPLAY "DLYOPRM: ENTER NAME: "
                   MOVE SPACES TO WS-INPUT-NAME
                   ACCEPT WS-INPUT-NAME
                   PERFORM 2300-PROMPT-ROLE-LIMIT-RTN
                   IF NOT WS-INPUT-ROLE-VALID
                       DISPLAY "DLYOPRM: ROLE MUST BE O, A, B OR S - "
                           "ADD ABANDONED"
                   ELSE
                       MOVE SPACES TO OPR-RECORD
                       MOVE WS-INPUT-ID TO OPR-ID
                       MOVE WS-INPUT-NAME TO OPR-NAME
                       MOVE WS-INPUT-ROLE TO OPR-ROLE
                       MOVE 'A' TO OPR-STATUS
                       MOVE WS-INPUT-LIMIT TO OPR-APPROVE-LIMIT
                       MOVE WS-RUN-DATE-YYYYMMDD TO OPR-UPD-DATE
                       MOVE WS-ADMIN-ID TO OPR-UPD-BY
                       ADD 1 TO WS-KEEP-COUNT
                       MOVE OPR-RECORD TO WS-KEEP-ENTRY(WS-KEEP-COUNT)
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY "DLYOPRM: ID " WS-INPUT-ID " ADDED"
                   END-IF
               END-IF
           END-IF.

       3100-CHANGE-OPERATOR-RTN.
           IF WS-KEEP-HIT-IDX = ZERO
               DISPLAY "DLYOPRM: ID " WS-INPUT-ID " NOT ON DLYOPR "
                   "- USE A TO ADD IT"
           ELSE
               MOVE WS-KEEP-ENTRY(WS-KEEP-HIT-IDX) TO OPR-RECORD
               MOVE OPR-APPROVE-LIMIT TO WS-DISP-LIMIT
               DISPLAY "DLYOPRM: " OPR-ID " " OPR-NAME " ROLE "
                   OPR-ROLE " LIMIT " WS-DISP-LIMIT
               PERFORM 2300-PROMPT-ROLE-LIMIT-RTN
               IF NOT WS-INPUT-ROLE-VALID
                   DISPLAY "DLYOPRM: ROLE MUST BE O, A, B OR S - "
                       "CHANGE ABANDONED"
               ELSE
                   MOVE WS-INPUT-ROLE TO OPR-ROLE
                   MOVE WS-INPUT-LIMIT TO OPR-APPROVE-LIMIT
                   MOVE WS-RUN-DATE-YYYYMMDD TO OPR-UPD-DATE
                   MOVE WS-ADMIN-ID TO OPR-UPD-BY
                   MOVE OPR-RECORD TO WS-KEEP-ENTRY(WS-KEEP-HIT-IDX)
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY "DLYOPRM: ID " WS-INPUT-ID " CHANGED"
               END-IF
           END-IF.

       3200-SET-STATUS-RTN.
           IF WS-KEEP-HIT-IDX = ZERO
               DISPLAY "DLYOPRM: ID " WS-INPUT-ID " NOT ON DLYOPR"
           ELSE
               MOVE WS-KEEP-ENTRY(WS-KEEP-HIT-IDX) TO OPR-RECORD
               IF WS-ACTION-REVOKE
                   MOVE 'R' TO OPR-STATUS
               ELSE
                   MOVE 'A' TO OPR-STATUS
               END-IF
               MOVE WS-RUN-DATE-YYYYMMDD TO OPR-UPD-DATE
               MOVE WS-ADMIN-ID TO OPR-UPD-BY
               MOVE OPR-RECORD TO WS-KEEP-ENTRY(WS-KEEP-HIT-IDX)
               ADD 1 TO WS-CHANGE-COUNT
               IF OPR-REVOKED
                   DISPLAY "DLYOPRM: ID " WS-INPUT-ID " REVOKED"
               ELSE
                   DISPLAY "DLYOPRM: ID " WS-INPUT-ID " REINSTATED"
               END-IF
           END-IF.

       4000-REWRITE-OPERATOR-FILE-RTN.
           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPR-FILE-STATUS NOT = "00"
               DISPLAY "DLYOPRM: UNABLE TO REWRITE DLYOPR, STATUS="
                   WS-OPR-FILE-STATUS " - " WS-CHANGE-COUNT
                   " CHANGES LOST, RE-KEY THEM"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                   WRITE OPR-LINE FROM WS-KEEP-ENTRY(WS-KEEP-IDX)
               END-PERFORM
               CLOSE OPERATOR-FILE
               DISPLAY "DLYOPRM: DLYOPR REWRITTEN - " WS-KEEP-COUNT
                   " IDS, " WS-CHANGE-COUNT " CHANGES BY "
                   WS-ADMIN-ID
           END-IF.
