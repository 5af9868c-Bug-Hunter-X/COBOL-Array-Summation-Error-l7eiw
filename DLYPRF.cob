      *     DLYGLCK USES
      *   - EVERYTHING STILL OPEN: PENDING BATCHES, UNCONFIRMED GL
      *     LINES, REJECTS, AND THE DLYVAR RECONCILIATION VERDICT
      *   - BATCHES HELD OFF THE GL ON DLYHLD FOR WANT OF A DLYCOA
      *     MAPPING - THE DATE'S STILL-HELD AMOUNT (WHICH EXPLAINS
      *     THAT MUCH OF THE PROOF DIFFERENCE) AND, FROM ANY DATE,
      *     THE HELD BATCHES PAST THEIR AGED DATE
      * THE STATEMENT GOES TO DLYPRFR AND IS QUEUED TO DLYDSQ LIKE
      * THE OTHER DAILY REPORTS.
      *
           SELECT VARIANCE-FILE ASSIGN TO "DLYVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-FILE-STATUS.
           SELECT HELD-BATCH-FILE ASSIGN TO "DLYHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO "DLYPRFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FILE-STATUS.
       01  HSA-RECORD                  PIC X(28).

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       COPY MNTAUDR.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VAR-LINE                    PIC X(80).

       FD  HELD-BATCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY HLDREC.

       FD  PROOF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRF-LINE                    PIC X(80).
           05  WS-VAR-FILE-STATUS      PIC X(2).
           05  WS-PRF-FILE-STATUS      PIC X(2).
           05  WS-DSQ-FILE-STATUS      PIC X(2).
           05  WS-HLD-FILE-STATUS      PIC X(2).
           05  WS-HST-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HST-EOF          VALUE 'Y'.
           05  WS-HSA-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-RJT-EOF          VALUE 'Y'.
           05  WS-VAR-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-VAR-EOF          VALUE 'Y'.
           05  WS-HLD-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HLD-EOF          VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-PRF-PARM             PIC X(20).
           05  WS-PND-COUNT            PIC 9(5)    VALUE ZERO.
           05  WS-GXC-COUNT            PIC 9(5)    VALUE ZERO.
           05  WS-RJT-COUNT            PIC 9(5)    VALUE ZERO.
           05  WS-HELD-DATE-COUNT      PIC 9(5)    VALUE ZERO.
           05  WS-HELD-DATE-TOTAL      PIC 9(12)V99 VALUE ZERO.
           05  WS-HELD-AGED-COUNT      PIC 9(5)    VALUE ZERO.
           05  WS-HELD-AGED-OLDEST     PIC 9(8)    VALUE ZERO.
           05  WS-VAR-VERDICT          PIC X(8)    VALUE SPACES.
           05  WS-VAR-TITLE-DATE       PIC X(10)   VALUE SPACES.
           05  WS-GLX-MATCH-FLAG       PIC X(1).
               IF WS-VAR-TITLE-DATE NOT = WS-PRF-DATE-EDITED
                   MOVE SPACES TO WS-VAR-VERDICT
               END-IF
           END-IF
           OPEN INPUT HELD-BATCH-FILE
           IF WS-HLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HLD-EOF
                   READ HELD-BATCH-FILE
                       AT END
                           MOVE 'Y' TO WS-HLD-EOF-FLAG
                       NOT AT END
                           IF HLD-HELD
                               PERFORM 2650-TALLY-HELD-BATCH-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-BATCH-FILE
           END-IF.

       2650-TALLY-HELD-BATCH-RTN.
           IF HLD-BUS-DATE = WS-PRF-DATE-YYYYMMDD
               ADD 1 TO WS-HELD-DATE-COUNT
               ADD HLD-AMOUNT TO WS-HELD-DATE-TOTAL
           END-IF
           IF HLD-AGED-DATE <= WS-PRF-DATE-YYYYMMDD
               ADD 1 TO WS-HELD-AGED-COUNT
               IF WS-HELD-AGED-OLDEST = ZERO
                   OR HLD-BUS-DATE < WS-HELD-AGED-OLDEST
                   MOVE HLD-BUS-DATE TO WS-HELD-AGED-OLDEST
               END-IF
           END-IF.

       3000-WRITE-PROOF-RTN.
           MOVE "DIFFERENCE VS CERTIFIED" TO PRF-AMT-LABEL
           MOVE WS-PROOF-DIFFERENCE TO PRF-AMT-VALUE
           WRITE PRF-LINE FROM WS-PRF-AMOUNT-LINE
           MOVE "HELD OFF GL, NO MAP (DLYHLD)" TO PRF-AMT-LABEL
           MOVE WS-HELD-DATE-TOTAL TO PRF-AMT-VALUE
           WRITE PRF-LINE FROM WS-PRF-AMOUNT-LINE
           MOVE "PROOF STATUS" TO PRF-STA-LABEL
           IF WS-PROOF-DIFFERENCE = ZERO
               AND WS-GL-UNCONF-COUNT = ZERO
           MOVE "OPEN - REJECTED BATCHES/ITEMS" TO PRF-CNT-LABEL
           MOVE WS-RJT-COUNT TO PRF-CNT-VALUE
           WRITE PRF-LINE FROM WS-PRF-COUNT-LINE
           MOVE "OPEN - NO GL MAP BATCHES HELD" TO PRF-CNT-LABEL
           MOVE WS-HELD-DATE-COUNT TO PRF-CNT-VALUE
           WRITE PRF-LINE FROM WS-PRF-COUNT-LINE
           MOVE "OPEN - AGED NO GL MAP HELD ITEMS" TO PRF-CNT-LABEL
           MOVE WS-HELD-AGED-COUNT TO PRF-CNT-VALUE
           IF WS-HELD-AGED-COUNT > 0
               STRING "OLDEST " WS-HELD-AGED-OLDEST
                   " - SEE DLYHREL"
                   DELIMITED BY SIZE INTO PRF-CNT-NOTE
               END-STRING
           END-IF
           WRITE PRF-LINE FROM WS-PRF-COUNT-LINE
           MOVE SPACES TO PRF-CNT-NOTE
           MOVE "CORRECTIONS LOGGED (DLYMAUD)" TO PRF-CNT-LABEL
           MOVE WS-CORRECTIONS-COUNT TO PRF-CNT-VALUE
           IF WS-CORR-OLD-LAYOUT-COUNT > 0
