       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYINTG.
       AUTHOR. BRANCH-OPS-IT.
      *
      * CROSS-FILE INTEGRITY SWEEP.
      * EVERY CLOSE-OF-DAY RECORDS THE DAY'S TOTAL FOUR TIMES OVER -
      * THE RUNNING TOTAL ON THE DLYAUD AUDIT TRAIL (3000-SUM-AMOUNTS-
      * RTN), THE DLYHST RECORD (7300-APPEND-HISTORY-RTN), THE GL
      * LINES ON DLYGLX AND THE DLYTLH TELLER TOTALS (7450) - AND
      * NOTHING CHECKED THAT THE FOUR STILL AGREED ONCE RESTARTS,
      * SUPPLEMENTAL RUNS, SUSPENSE HOLDS AND DLYADJ ADJUSTMENTS HAD
      * ALL BEEN THROUGH THEM. THIS PROGRAM WORKS OUT EACH BUSINESS
      * DATE'S FIGURE FROM ALL FOUR FILES OVER A RANGE OF DATES AND
      * PRINTS EVERY DATE WHERE THEY DO NOT TIE, NAMING THE FILE THAT
      * IS THE ODD ONE OUT.
      *   AUDIT   - THE LAST RUNNING TOTAL OF EACH RUN FOR THE DATE ON
      *             DLYAUDA AND DLYAUD (MAIN AND SUPPLEMENTAL RUNS).
      *             RUNS STILL IN THE PRE-CONVERSION LINE LAYOUT ARE
      *             NOT COMPARED.
      *   HISTORY - EVERY DLYHST AND DLYHSTA RECORD FOR THE DATE.
      *   GL      - THE CONFIRMED LINES ON DLYGLP GL-DATED TO THE DATE,
      *             ANY LIVE DLYGLX LINE NOT YET CONFIRMED, AND THE
      *             BATCHES STILL HELD OFF THE GL ON DLYHLD (DLYGLX
      *             ITSELF ONLY EVER HOLDS ONE DAY).
      *   TELLER  - EVERY DLYTLH TELLER TOTAL FOR THE DATE.
      * A DLYADJ ADJUSTMENT CHANGES DLYHST AND POSTS GL LINES BUT
      * LEAVES THE AUDIT TRAIL AND DLYTLH AS THEY WERE, SO THE NET OF
      * THE ADJUSTMENTS ON DLYMAUD (THE RECORDS CARRYING AN ORIGINAL
      * DATE) IS ADDED TO THE AUDIT AND TELLER FIGURES FIRST.
      *   DLYINTG                     - THE LAST 7 DAYS TO TODAY
      *   DLYINTG YYYYMMDD            - FROM THE DATE TO TODAY
      *   DLYINTG YYYYMMDD YYYYMMDD   - THE DATES BETWEEN, INCLUSIVE
      * RUN IT WEEKLY AND BEFORE EVERY DLYARCH PURGE, OVER THE DATES
      * STILL ON THE LIVE FILES. THE REPORT GOES TO DLYINTR AND IS
      * QUEUED TO DLYDSQ; THE RUN ENDS RC 8 WHEN ANY DATE FAILS TO
      * TIE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "DLYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "DLYAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "DLYAUDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUA-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "DLYHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "DLYHSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSA-FILE-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "DLYGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-FILE-STATUS.
           SELECT POSTED-LEDGER-FILE ASSIGN TO "DLYGLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-FILE-STATUS.
           SELECT HELD-BATCH-FILE ASSIGN TO "DLYHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT TELLER-HISTORY-FILE ASSIGN TO "DLYTLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLH-FILE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "DLYMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAU-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "DLYINTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INR-FILE-STATUS.
           SELECT DISTRIBUTION-QUEUE-FILE ASSIGN TO "DLYDSQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  CAL-LINE                    PIC X(28).

       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUD-LINE                    PIC X(80).

       FD  AUDIT-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUA-LINE                    PIC X(80).

       FD  HISTORY-FILE
           RECORD CONTAINS 28 CHARACTERS.
       COPY HSTREC.

       FD  HISTORY-ARCHIVE-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  HSA-RECORD                  PIC X(28).

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 57 CHARACTERS.
       COPY GLREC.

       FD  POSTED-LEDGER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLPREC.

       FD  HELD-BATCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY HLDREC.

       FD  TELLER-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY TLHREC.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MNTAUDR.

       FD  INTEGRITY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INR-LINE                    PIC X(80).

       FD  DISTRIBUTION-QUEUE-FILE
           RECORD CONTAINS 36 CHARACTERS.
       COPY DSQREC.

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY AUDREC.
       COPY INTREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-AUD-FILE-STATUS      PIC X(2).
           05  WS-AUA-FILE-STATUS      PIC X(2).
           05  WS-HST-FILE-STATUS      PIC X(2).
           05  WS-HSA-FILE-STATUS      PIC X(2).
           05  WS-GLX-FILE-STATUS      PIC X(2).
           05  WS-GLP-FILE-STATUS      PIC X(2).
           05  WS-HLD-FILE-STATUS      PIC X(2).
           05  WS-TLH-FILE-STATUS      PIC X(2).
           05  WS-MAU-FILE-STATUS      PIC X(2).
           05  WS-INR-FILE-STATUS      PIC X(2).
           05  WS-DSQ-FILE-STATUS      PIC X(2).
           05  WS-AUD-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-AUD-EOF          VALUE 'Y'.
           05  WS-AUA-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-AUA-EOF          VALUE 'Y'.
           05  WS-HST-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HST-EOF          VALUE 'Y'.
           05  WS-HSA-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HSA-EOF          VALUE 'Y'.
           05  WS-GLX-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-GLX-EOF          VALUE 'Y'.
           05  WS-GLP-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-GLP-EOF          VALUE 'Y'.
           05  WS-HLD-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HLD-EOF          VALUE 'Y'.
           05  WS-TLH-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-TLH-EOF          VALUE 'Y'.
           05  WS-MAU-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-MAU-EOF          VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-INT-PARM             PIC X(30).
           05  WS-INT-FROM-TOKEN       PIC X(10).
           05  WS-INT-FROM-LEN         PIC 9(2)    VALUE ZERO.
           05  WS-INT-TO-TOKEN         PIC X(10).
           05  WS-INT-TO-LEN           PIC 9(2)    VALUE ZERO.
           05  WS-INT-PARM-DATE        PIC 9(8).
           05  WS-INT-PARM-DATE-GROUP  REDEFINES WS-INT-PARM-DATE.
               10  WS-INT-PARM-CCYY    PIC 9(4).
               10  WS-INT-PARM-MM      PIC 9(2).
               10  WS-INT-PARM-DD      PIC 9(2).
           05  WS-INT-PARM-OK-FLAG     PIC X(1).
               88  WS-INT-PARM-OK      VALUE 'Y'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD    PIC 9(8).

      *****************************************************************
      * DEFAULT RANGE - STEP BACK ONE CALENDAR DAY AT A TIME FROM THE
      * BUSINESS DATE.
      *****************************************************************
       01  WS-STEP-DATE-FIELDS.
           05  WS-CAND-DATE            PIC 9(8).
           05  WS-CAND-GROUP           REDEFINES WS-CAND-DATE.
               10  WS-CAND-CCYY        PIC 9(4).
               10  WS-CAND-MM          PIC 9(2).
               10  WS-CAND-DD          PIC 9(2).
           05  WS-MONTH-DAYS           PIC 9(2).
           05  WS-LEAP-REM-4           PIC 9(4).
           05  WS-LEAP-REM-100         PIC 9(4).
           05  WS-LEAP-REM-400         PIC 9(4).

       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                  PIC X(24)
                   VALUE "312831303130313130313031".
       01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DIM                  PIC 9(2)    OCCURS 12 TIMES.

       01  WS-HST-SCAN-RECORD.
           05  WS-HST-SCAN-DATE        PIC 9(8).
           05  WS-HST-SCAN-TOTAL       PIC 9(11)V99.
           05  FILLER                  PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE-RTN
           IF NOT WS-INT-STOPPED
               PERFORM 2000-LOAD-AUDIT-RTN
               PERFORM 2500-LOAD-HISTORY-RTN
               PERFORM 2600-LOAD-GL-RTN
               PERFORM 2700-LOAD-TELLER-HISTORY-RTN
               PERFORM 2800-LOAD-ADJUSTMENTS-RTN
               PERFORM 3000-WRITE-REPORT-RTN
               PERFORM 4000-QUEUE-REPORT-RTN
           END-IF
           PERFORM 9000-TERMINATE-RTN
           STOP RUN.

       1000-INITIALIZE-RTN.
           PERFORM 1100-READ-CALENDAR-RTN
           MOVE SPACES TO WS-INT-PARM
           ACCEPT WS-INT-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-INT-FROM-TOKEN WS-INT-TO-TOKEN
           MOVE ZERO TO WS-INT-FROM-LEN WS-INT-TO-LEN
           UNSTRING WS-INT-PARM DELIMITED BY ALL " "
               INTO WS-INT-FROM-TOKEN COUNT IN WS-INT-FROM-LEN
                    WS-INT-TO-TOKEN COUNT IN WS-INT-TO-LEN
           END-UNSTRING
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-INT-TO-DATE
           IF WS-INT-FROM-LEN = 0
               MOVE WS-RUN-DATE-YYYYMMDD TO WS-CAND-DATE
               PERFORM 1300-STEP-BACK-DAY-RTN
                   VARYING WS-INT-STEP-COUNT FROM 1 BY 1
                   UNTIL WS-INT-STEP-COUNT > WS-INT-DAYS-BACK
               MOVE WS-CAND-DATE TO WS-INT-FROM-DATE
           ELSE
               MOVE WS-INT-FROM-TOKEN(1:8) TO WS-INT-PARM-DATE
               MOVE WS-INT-FROM-LEN TO WS-INT-STEP-COUNT
               PERFORM 1200-EDIT-PARM-DATE-RTN
               IF WS-INT-PARM-OK
                   MOVE WS-INT-PARM-DATE TO WS-INT-FROM-DATE
               END-IF
               IF WS-INT-PARM-OK AND WS-INT-TO-LEN > 0
                   MOVE WS-INT-TO-TOKEN(1:8) TO WS-INT-PARM-DATE
                   MOVE WS-INT-TO-LEN TO WS-INT-STEP-COUNT
                   PERFORM 1200-EDIT-PARM-DATE-RTN
                   IF WS-INT-PARM-OK
                       MOVE WS-INT-PARM-DATE TO WS-INT-TO-DATE
                   END-IF
               END-IF
               IF NOT WS-INT-PARM-OK
                   DISPLAY "DLYINTG: USAGE - DLYINTG [YYYYMMDD "
                       "[YYYYMMDD]] - FROM AND TO BUSINESS DATES, "
                       "DEFAULT THE LAST 7 DAYS"
                   SET WS-INT-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-INT-STOPPED
               AND WS-INT-FROM-DATE > WS-INT-TO-DATE
               DISPLAY "DLYINTG: FROM DATE " WS-INT-FROM-DATE
                   " IS AFTER TO DATE " WS-INT-TO-DATE
                   " - NOTHING SWEPT"
               SET WS-INT-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT WS-INT-STOPPED
               DISPLAY "DLYINTG: SWEEPING BUSINESS DATES "
                   WS-INT-FROM-DATE " THROUGH " WS-INT-TO-DATE
           END-IF.

       1100-READ-CALENDAR-RTN.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "DLYINTG: UNABLE TO OPEN POSTING CALENDAR "
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
                   DISPLAY "DLYINTG: NO CURRENT BUSINESS DATE "
                       "RECORD ON DLYCAL - FALLING BACK TO THE "
                       "MACHINE DATE"
                   ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
               END-IF
           END-IF.

      *****************************************************************
      * A PARM DATE MUST BE EIGHT DIGITS WITH A REAL MONTH AND DAY.
      * WS-INT-STEP-COUNT CARRIES THE TOKEN LENGTH IN.
      *****************************************************************
       1200-EDIT-PARM-DATE-RTN.
           MOVE 'Y' TO WS-INT-PARM-OK-FLAG
           IF WS-INT-STEP-COUNT NOT = 8
               OR WS-INT-PARM-DATE NOT NUMERIC
               MOVE 'N' TO WS-INT-PARM-OK-FLAG
           ELSE
               IF WS-INT-PARM-MM < 1 OR WS-INT-PARM-MM > 12
                   OR WS-INT-PARM-DD < 1 OR WS-INT-PARM-DD > 31
                   MOVE 'N' TO WS-INT-PARM-OK-FLAG
               END-IF
           END-IF.

       1300-STEP-BACK-DAY-RTN.
           IF WS-CAND-DD > 1
               SUBTRACT 1 FROM WS-CAND-DD
           ELSE
               IF WS-CAND-MM > 1
                   SUBTRACT 1 FROM WS-CAND-MM
               ELSE
                   MOVE 12 TO WS-CAND-MM
                   SUBTRACT 1 FROM WS-CAND-CCYY
               END-IF
               MOVE WS-DIM(WS-CAND-MM) TO WS-MONTH-DAYS
               IF WS-CAND-MM = 2
                   COMPUTE WS-LEAP-REM-4 =
                       FUNCTION MOD(WS-CAND-CCYY, 4)
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
               MOVE WS-MONTH-DAYS TO WS-CAND-DD
           END-IF.

      *****************************************************************
      * AUDIT TRAIL - THE ARCHIVE FIRST, THEN THE LIVE FILE. EACH RUN
      * IS A TITLE LINE (DATE MM/DD/YYYY) FOLLOWED BY ITS DETAIL LINES.
      *****************************************************************
       2000-LOAD-AUDIT-RTN.
           MOVE 'N' TO WS-INT-BLOCK-FLAG
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUA-FILE-STATUS = "00"
               PERFORM UNTIL WS-AUA-EOF
                   READ AUDIT-ARCHIVE-FILE INTO WS-INT-AUD-SCAN-LINE
                       AT END
                           MOVE 'Y' TO WS-AUA-EOF-FLAG
                       NOT AT END
                           PERFORM 2300-CLASSIFY-AUDIT-LINE-RTN
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
               PERFORM 2350-CLOSE-AUDIT-BLOCK-RTN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "DLYINTG: UNABLE TO OPEN DLYAUD, STATUS="
                   WS-AUD-FILE-STATUS " - AUDIT FIGURES FROM DLYAUDA "
                   "ONLY"
           ELSE
               PERFORM UNTIL WS-AUD-EOF
                   READ AUDIT-FILE INTO WS-INT-AUD-SCAN-LINE
                       AT END
                           MOVE 'Y' TO WS-AUD-EOF-FLAG
                       NOT AT END
                           PERFORM 2300-CLASSIFY-AUDIT-LINE-RTN
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               PERFORM 2350-CLOSE-AUDIT-BLOCK-RTN
           END-IF.

       2300-CLASSIFY-AUDIT-LINE-RTN.
           IF WS-INT-AUD-SCAN-LINE(11:24) = "WS-TOTAL AUDIT TRAIL"
               PERFORM 2350-CLOSE-AUDIT-BLOCK-RTN
               MOVE WS-INT-AUD-SCAN-LINE TO WS-AUD-TITLE-LINE
               STRING AUD-TITLE-DATE(7:4) AUD-TITLE-DATE(1:2)
                       AUD-TITLE-DATE(4:2)
                   DELIMITED BY SIZE INTO WS-INT-AUD-DATE-X
               END-STRING
               IF WS-INT-AUD-DATE-X NUMERIC
                   AND WS-INT-AUD-DATE >= WS-INT-FROM-DATE
                   AND WS-INT-AUD-DATE <= WS-INT-TO-DATE
                   MOVE WS-INT-AUD-DATE TO WS-INT-LOOK-DATE
                   SET WS-INT-ADD-DAY TO TRUE
                   PERFORM 2900-FIND-DAY-RTN
                   IF WS-INT-DAY-IDX > 0
                       SET WS-INT-IN-BLOCK TO TRUE
                       MOVE WS-INT-DAY-IDX TO WS-INT-BLOCK-DAY-IDX
                       MOVE ZERO TO WS-INT-BLOCK-TOTAL
                       MOVE 'N' TO WS-INT-BLOCK-OLD-FLAG
                   END-IF
               END-IF
           ELSE
               IF WS-INT-AUD-SCAN-LINE(6:8) = "BATCH NO"
                   CONTINUE
               ELSE
                   IF WS-INT-IN-BLOCK
                       PERFORM 2400-CAPTURE-DETAIL-RTN
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A RUN THAT WROTE NO DETAIL LINES (NOTHING RECEIVED ON A
      * SUPPLEMENTAL RUN) STILL COUNTS, AT ZERO.
      *****************************************************************
       2350-CLOSE-AUDIT-BLOCK-RTN.
           IF WS-INT-IN-BLOCK
               MOVE WS-INT-BLOCK-DAY-IDX TO WS-INT-DAY-IDX
               IF WS-INT-BLOCK-OLD
                   MOVE 'S' TO WS-INT-D-HAS(WS-INT-DAY-IDX, 1)
               ELSE
                   IF NOT WS-INT-D-SKIPPED(WS-INT-DAY-IDX, 1)
                       MOVE 'Y' TO WS-INT-D-HAS(WS-INT-DAY-IDX, 1)
                       ADD WS-INT-BLOCK-TOTAL
                           TO WS-INT-D-FIG(WS-INT-DAY-IDX, 1)
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-INT-BLOCK-FLAG.

      *****************************************************************
      * ONLY A NEW-LAYOUT DETAIL LINE (DECIMAL POINT OF AUD-AMOUNT IN
      * COLUMN 24 - SEE AUDREC) IS DE-EDITED. A PRE-CONVERSION LINE
      * ON DLYAUDA TAKES THE WHOLE RUN OUT OF THE COMPARISON.
      *****************************************************************
       2400-CAPTURE-DETAIL-RTN.
           IF WS-INT-AUD-SCAN-LINE = SPACES
               CONTINUE
           ELSE
               IF WS-INT-AUD-SCAN-LINE(24:1) = "."
                   MOVE WS-INT-AUD-SCAN-LINE TO WS-AUD-DETAIL-LINE
                   MOVE AUD-RUNNING-TOTAL TO WS-INT-BLOCK-TOTAL
               ELSE
                   SET WS-INT-BLOCK-OLD TO TRUE
               END-IF
           END-IF.

       2500-LOAD-HISTORY-RTN.
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF WS-HSA-FILE-STATUS = "00"
               PERFORM UNTIL WS-HSA-EOF
                   READ HISTORY-ARCHIVE-FILE INTO WS-HST-SCAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-HSA-EOF-FLAG
                       NOT AT END
                           PERFORM 2550-ADD-HISTORY-RTN
                   END-READ
               END-PERFORM
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "DLYINTG: UNABLE TO OPEN DLYHST, STATUS="
                   WS-HST-FILE-STATUS " - HISTORY FIGURES FROM "
                   "DLYHSTA ONLY"
           ELSE
               PERFORM UNTIL WS-HST-EOF
                   READ HISTORY-FILE INTO WS-HST-SCAN-RECORD
                       AT END
                           MOVE 'Y' TO WS-HST-EOF-FLAG
                       NOT AT END
                           PERFORM 2550-ADD-HISTORY-RTN
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       2550-ADD-HISTORY-RTN.
           IF WS-HST-SCAN-DATE >= WS-INT-FROM-DATE
               AND WS-HST-SCAN-DATE <= WS-INT-TO-DATE
               MOVE WS-HST-SCAN-DATE TO WS-INT-LOOK-DATE
               SET WS-INT-ADD-DAY TO TRUE
               PERFORM 2900-FIND-DAY-RTN
               IF WS-INT-DAY-IDX > 0
                   MOVE 'Y' TO WS-INT-D-HAS(WS-INT-DAY-IDX, 2)
                   ADD WS-HST-SCAN-TOTAL
                       TO WS-INT-D-FIG(WS-INT-DAY-IDX, 2)
               END-IF
           END-IF.

      *****************************************************************
      * GL SIDE - HOLD THE LIVE DLYGLX LINES, ADD EVERY CONFIRMED LINE
      * ON DLYGLP IN THE RANGE (MARKING ITS LIVE COPY), THEN THE LIVE
      * LINES NOT YET CONFIRMED, THEN THE BATCHES STILL HELD.
      *****************************************************************
       2600-LOAD-GL-RTN.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GLX-FILE-STATUS = "00"
               PERFORM UNTIL WS-GLX-EOF
                   READ GL-EXTRACT-FILE
                       AT END
                           MOVE 'Y' TO WS-GLX-EOF-FLAG
                       NOT AT END
                           PERFORM 2610-HOLD-LIVE-LINE-RTN
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
           END-IF
           OPEN INPUT POSTED-LEDGER-FILE
           IF WS-GLP-FILE-STATUS NOT = "00"
               DISPLAY "DLYINTG: UNABLE TO OPEN POSTED GL LEDGER "
                   "DLYGLP, STATUS=" WS-GLP-FILE-STATUS
                   " - GL FIGURES FROM THE LIVE DLYGLX ONLY"
           ELSE
               PERFORM UNTIL WS-GLP-EOF
                   READ POSTED-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-GLP-EOF-FLAG
                       NOT AT END
                           IF GLP-DATE >= WS-INT-FROM-DATE
                               AND GLP-DATE <= WS-INT-TO-DATE
                               PERFORM 2620-ADD-POSTED-LINE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-LEDGER-FILE
           END-IF
           PERFORM VARYING WS-INT-GLX-IDX FROM 1 BY 1
               UNTIL WS-INT-GLX-IDX > WS-INT-GLX-COUNT
               IF NOT WS-INT-GLX-ON-FILE(WS-INT-GLX-IDX)
                   MOVE WS-INT-GLX-DATE(WS-INT-GLX-IDX)
                       TO WS-INT-LOOK-DATE
                   SET WS-INT-ADD-DAY TO TRUE
                   PERFORM 2900-FIND-DAY-RTN
                   IF WS-INT-DAY-IDX > 0
                       MOVE 'Y' TO WS-INT-D-HAS(WS-INT-DAY-IDX, 3)
                       ADD WS-INT-GLX-AMOUNT(WS-INT-GLX-IDX)
                           TO WS-INT-D-FIG(WS-INT-DAY-IDX, 3)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 2650-ADD-HELD-BATCHES-RTN.

       2610-HOLD-LIVE-LINE-RTN.
           IF GL-DATE >= WS-INT-FROM-DATE
               AND GL-DATE <= WS-INT-TO-DATE
               IF WS-INT-GLX-COUNT < 500
                   ADD 1 TO WS-INT-GLX-COUNT
                   MOVE WS-INT-GLX-COUNT TO WS-INT-GLX-IDX
                   MOVE GL-EXTRACT-RECORD
                       TO WS-INT-GLX-LINE(WS-INT-GLX-IDX)
                   MOVE GL-DATE TO WS-INT-GLX-DATE(WS-INT-GLX-IDX)
                   MOVE GL-AMOUNT TO WS-INT-GLX-AMOUNT(WS-INT-GLX-IDX)
                   MOVE 'N' TO WS-INT-GLX-ON-FILE-FLAG(WS-INT-GLX-IDX)
               ELSE
                   IF NOT WS-INT-GLX-FULL
                       SET WS-INT-GLX-FULL TO TRUE
                       DISPLAY "DLYINTG: MORE THAN 500 LIVE DLYGLX "
                           "LINES IN THE RANGE - EXTRAS NOT COUNTED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2620-ADD-POSTED-LINE-RTN.
           MOVE 'N' TO WS-INT-GLX-MARKED-FLAG
           PERFORM VARYING WS-INT-GLX-IDX FROM 1 BY 1
               UNTIL WS-INT-GLX-IDX > WS-INT-GLX-COUNT
               OR WS-INT-GLX-MARKED
               IF WS-INT-GLX-LINE(WS-INT-GLX-IDX) = GLP-GL-LINE
                   AND NOT WS-INT-GLX-ON-FILE(WS-INT-GLX-IDX)
                   SET WS-INT-GLX-ON-FILE(WS-INT-GLX-IDX) TO TRUE
                   SET WS-INT-GLX-MARKED TO TRUE
               END-IF
           END-PERFORM
           MOVE GLP-DATE TO WS-INT-LOOK-DATE
           SET WS-INT-ADD-DAY TO TRUE
           PERFORM 2900-FIND-DAY-RTN
           IF WS-INT-DAY-IDX > 0
               MOVE 'Y' TO WS-INT-D-HAS(WS-INT-DAY-IDX, 3)
               ADD GLP-AMOUNT TO WS-INT-D-FIG(WS-INT-DAY-IDX, 3)
           END-IF.

       2650-ADD-HELD-BATCHES-RTN.
           OPEN INPUT HELD-BATCH-FILE
           IF WS-HLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HLD-EOF
                   READ HELD-BATCH-FILE
                       AT END
                           MOVE 'Y' TO WS-HLD-EOF-FLAG
                       NOT AT END
                           IF HLD-HELD
                               AND HLD-BUS-DATE >= WS-INT-FROM-DATE
                               AND HLD-BUS-DATE <= WS-INT-TO-DATE
                               MOVE HLD-BUS-DATE TO WS-INT-LOOK-DATE
                               SET WS-INT-ADD-DAY TO TRUE
                               PERFORM 2900-FIND-DAY-RTN
                               IF WS-INT-DAY-IDX > 0
                                   MOVE 'Y'
                                     TO WS-INT-D-HAS(WS-INT-DAY-IDX, 3)
                                   ADD HLD-AMOUNT
                                     TO WS-INT-D-FIG(WS-INT-DAY-IDX, 3)
                                   ADD HLD-AMOUNT
                                     TO WS-INT-D-HELD(WS-INT-DAY-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-BATCH-FILE
           END-IF.

       2700-LOAD-TELLER-HISTORY-RTN.
           OPEN INPUT TELLER-HISTORY-FILE
           IF WS-TLH-FILE-STATUS NOT = "00"
               DISPLAY "DLYINTG: UNABLE TO OPEN DLYTLH, STATUS="
                   WS-TLH-FILE-STATUS " - NO TELLER FIGURES"
           ELSE
               PERFORM UNTIL WS-TLH-EOF
                   READ TELLER-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-TLH-EOF-FLAG
                       NOT AT END
                           IF TLH-DATE >= WS-INT-FROM-DATE
                               AND TLH-DATE <= WS-INT-TO-DATE
                               MOVE TLH-DATE TO WS-INT-LOOK-DATE
                               SET WS-INT-ADD-DAY TO TRUE
                               PERFORM 2900-FIND-DAY-RTN
                               IF WS-INT-DAY-IDX > 0
                                   MOVE 'Y'
                                     TO WS-INT-D-HAS(WS-INT-DAY-IDX, 4)
                                   ADD TLH-TOTAL-AMOUNT
                                     TO WS-INT-D-FIG(WS-INT-DAY-IDX, 4)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-HISTORY-FILE
           END-IF.

      *****************************************************************
      * DLYADJ ADJUSTMENTS - ONLY THE DLYMAUD RECORDS CARRYING AN
      * ORIGINAL DATE. THE CHANGE LANDED IN DLYHST AND THE GL ON
      * MNT-RUN-DATE (SEE MNTAUDR). A DATE WITH NOTHING ELSE ON FILE
      * IS NOT ADDED FOR AN ADJUSTMENT ALONE.
      *****************************************************************
       2800-LOAD-ADJUSTMENTS-RTN.
           OPEN INPUT MAINT-AUDIT-FILE
           IF WS-MAU-FILE-STATUS = "00"
               PERFORM UNTIL WS-MAU-EOF
                   READ MAINT-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-MAU-EOF-FLAG
                       NOT AT END
                           IF MNT-ORIG-DATE NUMERIC
                               AND MNT-ORIG-DATE > ZERO
                               AND MNT-RUN-DATE >= WS-INT-FROM-DATE
                               AND MNT-RUN-DATE <= WS-INT-TO-DATE
                               PERFORM 2850-ADD-ADJUSTMENT-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF.

       2850-ADD-ADJUSTMENT-RTN.
           MOVE MNT-RUN-DATE TO WS-INT-LOOK-DATE
           MOVE 'N' TO WS-INT-ADD-FLAG
           PERFORM 2900-FIND-DAY-RTN
           IF WS-INT-DAY-IDX > 0
               ADD MNT-NEW-AMOUNT TO WS-INT-D-ADJ(WS-INT-DAY-IDX)
               SUBTRACT MNT-OLD-AMOUNT FROM WS-INT-D-ADJ(WS-INT-DAY-IDX)
           END-IF.

      *****************************************************************
      * FIND WS-INT-LOOK-DATE IN THE DAY TABLE. WHEN IT IS NOT THERE
      * AND WS-INT-ADD-DAY IS SET, INSERT IT IN DATE ORDER. RETURNS
      * WS-INT-DAY-IDX ZERO WHEN THE DATE IS NOT IN THE TABLE.
      *****************************************************************
       2900-FIND-DAY-RTN.
           PERFORM VARYING WS-INT-DAY-IDX FROM 1 BY 1
               UNTIL WS-INT-DAY-IDX > WS-INT-DAY-COUNT
               OR WS-INT-D-DATE(WS-INT-DAY-IDX) >= WS-INT-LOOK-DATE
               CONTINUE
           END-PERFORM
           IF WS-INT-DAY-IDX <= WS-INT-DAY-COUNT
               AND WS-INT-D-DATE(WS-INT-DAY-IDX) = WS-INT-LOOK-DATE
               CONTINUE
           ELSE
               IF NOT WS-INT-ADD-DAY
                   MOVE ZERO TO WS-INT-DAY-IDX
               ELSE
                   IF WS-INT-DAY-COUNT < 400
                       PERFORM 2910-INSERT-DAY-RTN
                   ELSE
                       IF NOT WS-INT-DAY-FULL
                           SET WS-INT-DAY-FULL TO TRUE
                           DISPLAY "DLYINTG: MORE THAN 400 BUSINESS "
                               "DATES IN THE RANGE - NARROW THE RANGE,"
                               " LATER DATES NOT SWEPT"
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       MOVE ZERO TO WS-INT-DAY-IDX
                   END-IF
               END-IF
           END-IF.

       2910-INSERT-DAY-RTN.
           PERFORM VARYING WS-INT-SHIFT-IDX FROM WS-INT-DAY-COUNT BY -1
               UNTIL WS-INT-SHIFT-IDX < WS-INT-DAY-IDX
               MOVE WS-INT-DAY-ENTRY(WS-INT-SHIFT-IDX)
                   TO WS-INT-DAY-ENTRY(WS-INT-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-INT-DAY-COUNT
           MOVE WS-INT-LOOK-DATE TO WS-INT-D-DATE(WS-INT-DAY-IDX)
           MOVE ZERO TO WS-INT-D-ADJ(WS-INT-DAY-IDX)
           MOVE ZERO TO WS-INT-D-HELD(WS-INT-DAY-IDX)
           PERFORM VARYING WS-INT-SRC-IDX FROM 1 BY 1
               UNTIL WS-INT-SRC-IDX > 4
               MOVE ZERO TO WS-INT-D-FIG(WS-INT-DAY-IDX, WS-INT-SRC-IDX)
               MOVE 'N' TO WS-INT-D-HAS(WS-INT-DAY-IDX, WS-INT-SRC-IDX)
           END-PERFORM
           IF WS-INT-IN-BLOCK
               AND WS-INT-BLOCK-DAY-IDX >= WS-INT-DAY-IDX
               ADD 1 TO WS-INT-BLOCK-DAY-IDX
           END-IF.

       3000-WRITE-REPORT-RTN.
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE WS-INT-FROM-DATE TO WS-INT-EDIT-DATE
           PERFORM 3900-EDIT-DATE-RTN
           MOVE WS-INT-EDIT-TEXT TO INT-TITLE-FROM
           MOVE WS-INT-TO-DATE TO WS-INT-EDIT-DATE
           PERFORM 3900-EDIT-DATE-RTN
           MOVE WS-INT-EDIT-TEXT TO INT-TITLE-TO
           WRITE INR-LINE FROM WS-INT-TITLE-LINE
           WRITE INR-LINE FROM WS-INT-BLANK-LINE
           MOVE "DATES WHERE THE FOUR DAY TOTALS DO NOT TIE"
               TO INT-SEC-TEXT
           WRITE INR-LINE FROM WS-INT-SECTION-LINE
           WRITE INR-LINE FROM WS-INT-HEADING-LINE
           PERFORM VARYING WS-INT-DAY-IDX FROM 1 BY 1
               UNTIL WS-INT-DAY-IDX > WS-INT-DAY-COUNT
               PERFORM 3100-COMPARE-DAY-RTN
               IF WS-INT-DAY-TIED
                   ADD 1 TO WS-INT-TIED-COUNT
               ELSE
                   ADD 1 TO WS-INT-UNTIED-COUNT
                   PERFORM 3200-PRINT-DAY-RTN
               END-IF
               IF WS-INT-D-SKIPPED(WS-INT-DAY-IDX, 1)
                   ADD 1 TO WS-INT-OLD-LAYOUT-COUNT
               END-IF
           END-PERFORM
           IF WS-INT-UNTIED-COUNT = 0
               MOVE "EVERY DATE IN THE RANGE TIES ACROSS THE FILES"
                   TO INT-NOTE-TEXT
               WRITE INR-LINE FROM WS-INT-NOTE-LINE
           END-IF
           WRITE INR-LINE FROM WS-INT-BLANK-LINE
           MOVE "DATES WITH ACTIVITY ON ANY FILE" TO INT-CNT-LABEL
           MOVE WS-INT-DAY-COUNT TO INT-CNT-VALUE
           WRITE INR-LINE FROM WS-INT-COUNT-LINE
           MOVE "DATES THAT TIE" TO INT-CNT-LABEL
           MOVE WS-INT-TIED-COUNT TO INT-CNT-VALUE
           WRITE INR-LINE FROM WS-INT-COUNT-LINE
           MOVE "DATES THAT DO NOT TIE" TO INT-CNT-LABEL
           MOVE WS-INT-UNTIED-COUNT TO INT-CNT-VALUE
           WRITE INR-LINE FROM WS-INT-COUNT-LINE
           MOVE "DATES WITH PRE-CONVERSION AUDIT LINES"
               TO INT-CNT-LABEL
           MOVE WS-INT-OLD-LAYOUT-COUNT TO INT-CNT-VALUE
           WRITE INR-LINE FROM WS-INT-COUNT-LINE
           CLOSE INTEGRITY-REPORT-FILE
           DISPLAY "DLYINTG: " WS-INT-DAY-COUNT " DATES SWEPT, "
               WS-INT-UNTIED-COUNT " DO NOT TIE - SEE DLYINTR"
           IF WS-INT-UNTIED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * NET THE ADJUSTMENTS INTO THE AUDIT AND TELLER FIGURES, THEN
      * SEE WHETHER EVERY COMPARED FILE HAS THE SAME FIGURE. WHEN NOT,
      * LOOK FOR THE ONE FILE THE OTHERS ALL AGREE AGAINST.
      *****************************************************************
       3100-COMPARE-DAY-RTN.
           PERFORM VARYING WS-INT-SRC-IDX FROM 1 BY 1
               UNTIL WS-INT-SRC-IDX > 4
               MOVE WS-INT-D-FIG(WS-INT-DAY-IDX, WS-INT-SRC-IDX)
                   TO WS-INT-CMP-FIG(WS-INT-SRC-IDX)
               MOVE WS-INT-D-HAS(WS-INT-DAY-IDX, WS-INT-SRC-IDX)
                   TO WS-INT-CMP-HAS(WS-INT-SRC-IDX)
           END-PERFORM
           ADD WS-INT-D-ADJ(WS-INT-DAY-IDX) TO WS-INT-CMP-FIG(1)
           ADD WS-INT-D-ADJ(WS-INT-DAY-IDX) TO WS-INT-CMP-FIG(4)
           MOVE 'Y' TO WS-INT-TIED-FLAG
           MOVE 'N' TO WS-INT-REF-SET-FLAG
           PERFORM VARYING WS-INT-SRC-IDX FROM 1 BY 1
               UNTIL WS-INT-SRC-IDX > 4
               IF WS-INT-CMP-HAS(WS-INT-SRC-IDX) = 'N'
                   MOVE 'N' TO WS-INT-TIED-FLAG
               END-IF
               IF WS-INT-CMP-HAS(WS-INT-SRC-IDX) = 'Y'
                   IF NOT WS-INT-REF-SET
                       MOVE WS-INT-CMP-FIG(WS-INT-SRC-IDX)
                           TO WS-INT-REF-FIG
                       SET WS-INT-REF-SET TO TRUE
                   ELSE
                       IF WS-INT-CMP-FIG(WS-INT-SRC-IDX)
                           NOT = WS-INT-REF-FIG
                           MOVE 'N' TO WS-INT-TIED-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-INT-ODD-COUNT
           MOVE ZERO TO WS-INT-ODD-IDX
           IF NOT WS-INT-DAY-TIED
               PERFORM VARYING WS-INT-SRC-IDX FROM 1 BY 1
                   UNTIL WS-INT-SRC-IDX > 4
                   IF WS-INT-CMP-HAS(WS-INT-SRC-IDX) NOT = 'S'
                       PERFORM 3150-CHECK-OTHERS-RTN
                   END-IF
               END-PERFORM
           END-IF.

       3150-CHECK-OTHERS-RTN.
           MOVE 'Y' TO WS-INT-AGREE-FLAG
           MOVE 'N' TO WS-INT-REF-SET-FLAG
           MOVE ZERO TO WS-INT-OTHER-COUNT
           PERFORM VARYING WS-INT-OTH-IDX FROM 1 BY 1
               UNTIL WS-INT-OTH-IDX > 4
               IF WS-INT-OTH-IDX NOT = WS-INT-SRC-IDX
                   AND WS-INT-CMP-HAS(WS-INT-OTH-IDX) NOT = 'S'
                   IF WS-INT-CMP-HAS(WS-INT-OTH-IDX) = 'N'
                       MOVE 'N' TO WS-INT-AGREE-FLAG
                   ELSE
                       ADD 1 TO WS-INT-OTHER-COUNT
                       IF NOT WS-INT-REF-SET
                           MOVE WS-INT-CMP-FIG(WS-INT-OTH-IDX)
                               TO WS-INT-REF-FIG
                           SET WS-INT-REF-SET TO TRUE
                       ELSE
                           IF WS-INT-CMP-FIG(WS-INT-OTH-IDX)
                               NOT = WS-INT-REF-FIG
                               MOVE 'N' TO WS-INT-AGREE-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INT-OTHERS-AGREE AND WS-INT-OTHER-COUNT >= 2
               ADD 1 TO WS-INT-ODD-COUNT
               MOVE WS-INT-SRC-IDX TO WS-INT-ODD-IDX
               MOVE WS-INT-REF-FIG TO WS-INT-ODD-REF-FIG
           END-IF.

       3200-PRINT-DAY-RTN.
           MOVE WS-INT-D-DATE(WS-INT-DAY-IDX) TO INT-DTL-DATE
           PERFORM VARYING WS-INT-SRC-IDX FROM 1 BY 1
               UNTIL WS-INT-SRC-IDX > 4
               EVALUATE WS-INT-CMP-HAS(WS-INT-SRC-IDX)
                   WHEN 'Y'
                       MOVE WS-INT-CMP-FIG(WS-INT-SRC-IDX)
                           TO INT-DTL-FIG(WS-INT-SRC-IDX)
                   WHEN 'S'
                       MOVE "     OLD LAYOUT"
                           TO INT-DTL-FIG-X(WS-INT-SRC-IDX)
                   WHEN OTHER
                       MOVE "        MISSING"
                           TO INT-DTL-FIG-X(WS-INT-SRC-IDX)
               END-EVALUATE
           END-PERFORM
           IF WS-INT-ODD-COUNT = 1
               MOVE WS-INT-SOURCE-NAME(WS-INT-ODD-IDX) TO INT-DTL-ODD
           ELSE
               MOVE "SPLIT" TO INT-DTL-ODD
           END-IF
           WRITE INR-LINE FROM WS-INT-DETAIL-LINE
           MOVE SPACES TO INT-NOTE-TEXT
           IF WS-INT-ODD-COUNT = 1
               IF WS-INT-CMP-HAS(WS-INT-ODD-IDX) = 'Y'
                   COMPUTE WS-INT-DIFFERENCE =
                       WS-INT-CMP-FIG(WS-INT-ODD-IDX)
                       - WS-INT-ODD-REF-FIG
                   MOVE WS-INT-DIFFERENCE TO WS-INT-EDIT-AMOUNT
                   STRING WS-INT-SOURCE-NAME(WS-INT-ODD-IDX)
                           " DIFFERS FROM THE OTHER FILES BY "
                           WS-INT-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO INT-NOTE-TEXT
                   END-STRING
               ELSE
                   STRING WS-INT-SOURCE-NAME(WS-INT-ODD-IDX)
                           " HAS NOTHING FOR THE DATE"
                       DELIMITED BY SIZE INTO INT-NOTE-TEXT
                   END-STRING
               END-IF
           ELSE
               MOVE "FILES DISAGREE - NO SINGLE FILE IS THE ODD ONE OUT"
                   TO INT-NOTE-TEXT
           END-IF
           WRITE INR-LINE FROM WS-INT-NOTE-LINE
           IF WS-INT-D-ADJ(WS-INT-DAY-IDX) NOT = ZERO
               MOVE WS-INT-D-ADJ(WS-INT-DAY-IDX) TO WS-INT-EDIT-AMOUNT
               MOVE SPACES TO INT-NOTE-TEXT
               STRING "DLYADJ ADJUSTMENTS NETTED IN (DLYMAUD) "
                       WS-INT-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO INT-NOTE-TEXT
               END-STRING
               WRITE INR-LINE FROM WS-INT-NOTE-LINE
           END-IF
           IF WS-INT-D-HELD(WS-INT-DAY-IDX) NOT = ZERO
               MOVE WS-INT-D-HELD(WS-INT-DAY-IDX) TO WS-INT-EDIT-AMOUNT
               MOVE SPACES TO INT-NOTE-TEXT
               STRING "STILL HELD OFF THE GL (DLYHLD) "
                       WS-INT-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO INT-NOTE-TEXT
               END-STRING
               WRITE INR-LINE FROM WS-INT-NOTE-LINE
           END-IF.

       3900-EDIT-DATE-RTN.
           MOVE SPACES TO WS-INT-EDIT-TEXT
           STRING WS-INT-EDIT-MM "/" WS-INT-EDIT-DD "/"
                   WS-INT-EDIT-CCYY
               DELIMITED BY SIZE INTO WS-INT-EDIT-TEXT
           END-STRING.

       4000-QUEUE-REPORT-RTN.
           MOVE SPACES TO DSQ-RECORD
           MOVE WS-RUN-DATE-YYYYMMDD TO DSQ-RUN-DATE
           ACCEPT DSQ-RUN-TIME FROM TIME
           MOVE "DLYINTR" TO DSQ-REPORT-NAME
           SET DSQ-READY TO TRUE
           OPEN EXTEND DISTRIBUTION-QUEUE-FILE
           IF WS-DSQ-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISTRIBUTION-QUEUE-FILE
           END-IF
           WRITE DSQ-RECORD
           CLOSE DISTRIBUTION-QUEUE-FILE.

       9000-TERMINATE-RTN.
           CONTINUE.
