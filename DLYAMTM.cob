      * (DIFFERENT
      * FROM THE OPERATOR) MUST CONFIRM THE CHANGE, AND THE OLD AND
      * NEW AMOUNT, OPERATOR, APPROVER AND TIMESTAMP ARE LOGGED TO
      * THE DLYMAUD MAINTENANCE AUDIT FILE. THE OPERATOR AND
      * APPROVER IDS MUST BOTH BE ACTIVE ON THE DLYOPR OPERATOR
      * AUTHORITY FILE IN THE RIGHT ROLE, AND THE APPROVER'S LIMIT
      * MUST COVER THE AMOUNT CHANGED - A REFUSED ID IS LOGGED TO
      * DLYEXC.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       COPY DAREC.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MNTAUDR.

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
       01  WS-FILE-STATUS-GROUP.
           05  WS-DA-FILE-STATUS       PIC X(2).
           05  WS-MAU-FILE-STATUS      PIC X(2).
           05  WS-EXC-FILE-STATUS      PIC X(2).

       01  WS-RUN-DATE-YYYYMMDD        PIC 9(8).

           ELSE
               DISPLAY "DLYAMTM: ENTER YOUR OPERATOR ID: "
               ACCEPT WS-OPERATOR-ID
               MOVE ZERO TO WS-BATCH-NO-INPUT
               PERFORM 3000-LOAD-OPERATOR-TABLE-RTN
               PERFORM 3100-CHECK-OPERATOR-RTN
               IF WS-OPR-REFUSE-REASON NOT = SPACES
                   DISPLAY "DLYAMTM: SESSION REFUSED - "
                       WS-OPR-REFUSE-REASON
                   PERFORM 3400-LOG-AUTH-REFUSAL-RTN
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN EXTEND MAINT-AUDIT-FILE
                   IF WS-MAU-FILE-STATUS NOT = "00"
                       OPEN OUTPUT MAINT-AUDIT-FILE
                   END-IF
                   PERFORM UNTIL WS-DONE
                       PERFORM 1000-PROMPT-BATCH-RTN
                   END-PERFORM
                   CLOSE MAINT-AUDIT-FILE
               END-IF
               CLOSE DAILY-AMOUNTS-FILE
           END-IF
           STOP RUN.
                   DISPLAY "DLYAMTM: CORRECTION REJECTED - APPROVER "
                       "MUST BE DIFFERENT FROM THE OPERATOR"
               ELSE
                   MOVE ZERO TO WS-OPR-CHANGE-AMOUNT
                   IF WS-NEW-AMOUNT NOT = 0
                       IF WS-NEW-AMOUNT >= WS-OLD-AMOUNT
                           COMPUTE WS-OPR-CHANGE-AMOUNT =
                               WS-NEW-AMOUNT - WS-OLD-AMOUNT
                       ELSE
                           COMPUTE WS-OPR-CHANGE-AMOUNT =
                               WS-OLD-AMOUNT - WS-NEW-AMOUNT
                       END-IF
                   END-IF
                   PERFORM 3200-CHECK-APPROVER-RTN
                   IF WS-OPR-REFUSE-REASON NOT = SPACES
                       DISPLAY "DLYAMTM: CORRECTION REFUSED - "
                           WS-OPR-REFUSE-REASON
                       PERFORM 3400-LOG-AUTH-REFUSAL-RTN
                   ELSE
                       PERFORM 2250-CONFIRM-CORRECTION-RTN
                   END-IF
               END-IF
           END-IF.

       2250-CONFIRM-CORRECTION-RTN.
           DISPLAY "DLYAMTM: APPROVER " WS-APPROVER-ID
               " - CONFIRM THIS CHANGE? (Y/N)"
           ACCEPT WS-APPROVE-RESP
           IF WS-IS-APPROVED
               PERFORM 2300-APPLY-REWRITE-RTN
           ELSE
               DISPLAY "DLYAMTM: CORRECTION NOT APPLIED - "
                   "APPROVAL DECLINED"
           END-IF.

       2300-APPLY-REWRITE-RTN.
           IF WS-NEW-AMOUNT NOT = 0
               MOVE WS-NEW-AMOUNT TO DA-AMOUNT
           MOVE WS-OPERATOR-ID TO MNT-OPERATOR-ID
           MOVE WS-APPROVER-ID TO MNT-APPROVER-ID
           WRITE MNT-AUDIT-RECORD.

      *****************************************************************
      * OPERATOR AUTHORITY CHECKS AGAINST DLYOPR (SEE OPRREC), SAME
      * RULES AS THE DLYBTSUM MAINT SCREEN. A MISSING DLYOPR LEAVES
      * THE TABLE EMPTY SO EVERY ID IS REFUSED AS UNKNOWN.
      *****************************************************************
       3000-LOAD-OPERATOR-TABLE-RTN.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPR-FILE-STATUS NOT = "00"
               DISPLAY "DLYAMTM: UNABLE TO OPEN OPERATOR AUTHORITY "
                   "FILE DLYOPR, STATUS=" WS-OPR-FILE-STATUS
                   " - NO CORRECTION CAN BE AUTHORIZED"
           ELSE
               PERFORM UNTIL WS-OPR-EOF
                   READ OPERATOR-FILE INTO OPR-RECORD
                       AT END
                           MOVE 'Y' TO WS-OPR-EOF-FLAG
                       NOT AT END
                           PERFORM 3050-STORE-OPERATOR-REC-RTN
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       3050-STORE-OPERATOR-REC-RTN.
           IF WS-OPR-COUNT < 300
               ADD 1 TO WS-OPR-COUNT
               MOVE OPR-ID TO WS-OPR-T-ID(WS-OPR-COUNT)
               MOVE OPR-ROLE TO WS-OPR-T-ROLE(WS-OPR-COUNT)
               MOVE OPR-STATUS TO WS-OPR-T-STATUS(WS-OPR-COUNT)
               MOVE OPR-APPROVE-LIMIT TO WS-OPR-T-LIMIT(WS-OPR-COUNT)
           ELSE
               IF NOT WS-OPR-FULL
                   SET WS-OPR-FULL TO TRUE
                   DISPLAY "DLYAMTM: MORE THAN 300 IDS ON DLYOPR - "
                       "ONLY THE FIRST 300 LOADED, EXTRAS REFUSED"
               END-IF
           END-IF.

       3100-CHECK-OPERATOR-RTN.
           MOVE SPACES TO WS-OPR-REFUSE-REASON
           MOVE WS-OPERATOR-ID TO WS-OPR-CHECK-ID
           PERFORM 3300-LOOK-UP-OPERATOR-RTN
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

       3200-CHECK-APPROVER-RTN.
           MOVE SPACES TO WS-OPR-REFUSE-REASON
           MOVE WS-APPROVER-ID TO WS-OPR-CHECK-ID
           PERFORM 3300-LOOK-UP-OPERATOR-RTN
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

       3300-LOOK-UP-OPERATOR-RTN.
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

       3400-LOG-AUTH-REFUSAL-RTN.
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-DATE-YYYYMMDD TO EXC-RUN-DATE
           ACCEPT EXC-RUN-TIME FROM TIME
           MOVE "AUTH REFSD" TO EXC-EXCEPTION-TYPE
           MOVE WS-BATCH-NO-INPUT TO EXC-BATCH-NO
           MOVE WS-OPR-REFUSE-REASON TO EXC-DESCRIPTION
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           WRITE EXC-RECORD
           CLOSE EXCEPTION-FILE.
