      * MATCHING
      * "POSTED" CONFIRMATION IS WRITTEN TO DLYGLXC SO A BROKEN
      * GL POSTING DOES NOT SIT UNNOTICED.
      * EVERY CONFIRMED LINE IS ALSO APPENDED TO THE CUMULATIVE
      * POSTED GL LEDGER DLYGLP (SEE GLPREC), STAMPED WITH THE
      * DLYCAL BUSINESS DATE, UNLESS THE SAME LINE IS ALREADY THERE
      * FROM AN EARLIER PASS OVER THE SAME DLYGLX. DLYMEND PROVES
      * EACH MONTH AGAINST THAT LEDGER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-EXCEPTION-FILE ASSIGN TO "DLYGLXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GXC-FILE-STATUS.
           SELECT POSTED-LEDGER-FILE ASSIGN TO "DLYGLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "DLYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  GXC-LINE                    PIC X(80).

       FD  POSTED-LEDGER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLPREC.

       FD  CALENDAR-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  CAL-LINE                    PIC X(28).

       WORKING-STORAGE SECTION.
       COPY GLXREC.
       COPY CALREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-GLX-FILE-STATUS      PIC X(2).
           05  WS-GLC-FILE-STATUS      PIC X(2).
           05  WS-GXC-FILE-STATUS      PIC X(2).
           05  WS-GLP-FILE-STATUS      PIC X(2).

       01  WS-GLX-EOF-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-GLX-EOF              VALUE 'Y'.
       01  WS-GLC-EOF-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-GLC-EOF              VALUE 'Y'.
       01  WS-GLP-EOF-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-GLP-EOF              VALUE 'Y'.

       01  WS-BUS-DATE-YYYYMMDD        PIC 9(8).

      *****************************************************************
      * CONFIRMED LINES WAITING TO GO ON DLYGLP. A LINE ALREADY ON
      * THE LEDGER IS MARKED AND NOT APPENDED AGAIN.
      *****************************************************************
       01  WS-GLP-POST-FIELDS.
           05  WS-GLP-NEW-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-GLP-NEW-IDX          PIC 9(3).
           05  WS-GLP-NEW-TABLE.
               10  WS-GLP-NEW-ENTRY    OCCURS 400 TIMES.
                   15  WS-GLP-NEW-LINE PIC X(57).
                   15  WS-GLP-NEW-ON-FILE PIC X(1).
                       88  WS-GLP-NEW-IS-ON-FILE VALUE 'Y'.
           05  WS-GLP-NEW-FULL-FLAG    PIC X(1)    VALUE 'N'.
               88  WS-GLP-NEW-FULL     VALUE 'Y'.
           05  WS-GLP-MARKED-FLAG      PIC X(1).
               88  WS-GLP-MARKED       VALUE 'Y'.
           05  WS-GLP-APPENDED-COUNT   PIC 9(3)    VALUE ZERO.
           05  WS-GLP-ON-FILE-COUNT    PIC 9(3)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-LOAD-CONFIRMATIONS-RTN
           PERFORM 2000-CHECK-EXTRACT-RTN
           IF WS-GLP-NEW-COUNT > 0
               PERFORM 3000-POST-CONFIRMED-LINES-RTN
           END-IF
           PERFORM 9000-TERMINATE-RTN
           STOP RUN.

           END-PERFORM
           IF WS-GLX-IS-MATCH
               ADD 1 TO WS-GLX-CONFIRMED-COUNT
               PERFORM 2200-HOLD-CONFIRMED-LINE-RTN
           ELSE
               MOVE GL-BATCH-NO TO GXC-DTL-BATCH-NO
               MOVE GL-DATE TO GXC-DTL-DATE
               ADD 1 TO WS-GLX-EXCEPTION-COUNT
           END-IF.

       2200-HOLD-CONFIRMED-LINE-RTN.
           IF WS-GLP-NEW-COUNT < 400
               ADD 1 TO WS-GLP-NEW-COUNT
               MOVE GL-EXTRACT-RECORD
                   TO WS-GLP-NEW-LINE(WS-GLP-NEW-COUNT)
               MOVE 'N' TO WS-GLP-NEW-ON-FILE(WS-GLP-NEW-COUNT)
           ELSE
               IF NOT WS-GLP-NEW-FULL
                   SET WS-GLP-NEW-FULL TO TRUE
                   DISPLAY "DLYGLCK: MORE THAN 400 CONFIRMED LINES - "
                       "ONLY THE FIRST 400 GO ON DLYGLP, THE MONTH-"
                       "END PROOF WILL NOT TIE UNTIL THE REST ARE "
                       "ADDED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * MARK THE CONFIRMED LINES ALREADY ON DLYGLP (A RERUN AGAINST
      * THE SAME DLYGLX), THEN APPEND THE REST.
      *****************************************************************
       3000-POST-CONFIRMED-LINES-RTN.
           PERFORM 3100-GET-BUSINESS-DATE-RTN
           OPEN INPUT POSTED-LEDGER-FILE
           IF WS-GLP-FILE-STATUS = "00"
               PERFORM UNTIL WS-GLP-EOF
                   READ POSTED-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-GLP-EOF-FLAG
                       NOT AT END
                           PERFORM 3200-MARK-LINE-ON-FILE-RTN
                   END-READ
               END-PERFORM
               CLOSE POSTED-LEDGER-FILE
           END-IF
           OPEN EXTEND POSTED-LEDGER-FILE
           IF WS-GLP-FILE-STATUS NOT = "00"
               OPEN OUTPUT POSTED-LEDGER-FILE
           END-IF
           IF WS-GLP-FILE-STATUS NOT = "00"
               DISPLAY "DLYGLCK: UNABLE TO OPEN DLYGLP, STATUS="
                   WS-GLP-FILE-STATUS " - CONFIRMED LINES NOT ADDED "
                   "TO THE POSTED GL LEDGER, RERUN DLYGLCK"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-GLP-NEW-IDX FROM 1 BY 1
                   UNTIL WS-GLP-NEW-IDX > WS-GLP-NEW-COUNT
                   IF NOT WS-GLP-NEW-IS-ON-FILE(WS-GLP-NEW-IDX)
                       MOVE SPACES TO GLP-RECORD
                       MOVE WS-GLP-NEW-LINE(WS-GLP-NEW-IDX)
                           TO GLP-GL-LINE
                       MOVE WS-BUS-DATE-YYYYMMDD TO GLP-CONFIRM-DATE
                       WRITE GLP-RECORD
                       ADD 1 TO WS-GLP-APPENDED-COUNT
                   END-IF
               END-PERFORM
               CLOSE POSTED-LEDGER-FILE
               DISPLAY "DLYGLCK: " WS-GLP-APPENDED-COUNT
                   " CONFIRMED LINES ADDED TO DLYGLP, "
                   WS-GLP-ON-FILE-COUNT " ALREADY ON THE LEDGER"
           END-IF.

       3100-GET-BUSINESS-DATE-RTN.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-CAL-EOF OR WS-CAL-DATE-FOUND
                   READ CALENDAR-FILE INTO CAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-CAL-EOF-FLAG
                       NOT AT END
                           IF CAL-CURRENT-REC
                               SET WS-CAL-DATE-FOUND TO TRUE
                               MOVE CAL-DATE TO WS-BUS-DATE-YYYYMMDD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           IF NOT WS-CAL-DATE-FOUND
               DISPLAY "DLYGLCK: NO CURRENT BUSINESS DATE ON DLYCAL - "
                   "DLYGLP LINES STAMPED WITH THE MACHINE DATE"
               ACCEPT WS-BUS-DATE-YYYYMMDD FROM DATE YYYYMMDD
           END-IF.

       3200-MARK-LINE-ON-FILE-RTN.
           MOVE 'N' TO WS-GLP-MARKED-FLAG
           PERFORM VARYING WS-GLP-NEW-IDX FROM 1 BY 1
               UNTIL WS-GLP-NEW-IDX > WS-GLP-NEW-COUNT
               OR WS-GLP-MARKED
               IF WS-GLP-NEW-LINE(WS-GLP-NEW-IDX) = GLP-GL-LINE
                   AND NOT WS-GLP-NEW-IS-ON-FILE(WS-GLP-NEW-IDX)
                   SET WS-GLP-NEW-IS-ON-FILE(WS-GLP-NEW-IDX) TO TRUE
                   SET WS-GLP-MARKED TO TRUE
                   ADD 1 TO WS-GLP-ON-FILE-COUNT
               END-IF
           END-PERFORM.

       9000-TERMINATE-RTN.
           CONTINUE.
