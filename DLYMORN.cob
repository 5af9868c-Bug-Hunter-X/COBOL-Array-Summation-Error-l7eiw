      * DLYGLXC FOR UNCONFIRMED GL POSTINGS AND DLYDSQ TO SEE WHICH
      * REPORTS ACTUALLY QUEUED. THIS PROGRAM READS ALL OF THOSE
      * PLUS THE RUN-CONTROL LEDGER (DLYRNC) AND THE DLYREJ REJECT
      * LISTING AND THE DLYHLD NO-GL-MAP SUSPENSE FILE (HELD
      * BATCHES PAST THEIR AGED DATE ARE AN ATTENTION ITEM) AND
      * PRINTS ONE MORNING STATUS REPORT TO DLYMSTS:
      * RUN STATE PER BUSINESS DATE, COUNTS AND OLDEST DATES OF
      * EVERYTHING OUTSTANDING, AND A CLEAR "ALL CLEAR" OR
      * "ATTENTION" BANNER, SO ONE LOOK REPLACES FIVE FILE PULLS.
           SELECT REJECT-FILE ASSIGN TO "DLYREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJT-FILE-STATUS.
           SELECT HELD-BATCH-FILE ASSIGN TO "DLYHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT MORNING-STATUS-FILE ASSIGN TO "DLYMSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-FILE-STATUS.
           RECORD CONTAINS 80 CHARACTERS.
       01  RJT-LINE                    PIC X(80).

       FD  HELD-BATCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY HLDREC.

       FD  MORNING-STATUS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MST-LINE                    PIC X(80).
           05  WS-DSQ-FILE-STATUS      PIC X(2).
           05  WS-RJT-FILE-STATUS      PIC X(2).
           05  WS-MST-FILE-STATUS      PIC X(2).
           05  WS-HLD-FILE-STATUS      PIC X(2).
           05  WS-RNC-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-RNC-EOF          VALUE 'Y'.
           05  WS-PND-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-DSQ-EOF          VALUE 'Y'.
           05  WS-RJT-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-RJT-EOF          VALUE 'Y'.
           05  WS-HLD-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HLD-EOF          VALUE 'Y'.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
           05  WS-GXC-COUNT            PIC 9(5)    VALUE ZERO.
           05  WS-DSQ-TODAY-COUNT      PIC 9(5)    VALUE ZERO.
           05  WS-RJT-COUNT            PIC 9(5)    VALUE ZERO.
           05  WS-HLD-AGED-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-HLD-OLDEST           PIC 9(8)    VALUE ZERO.
           05  WS-ATTENTION-FLAG       PIC X(1)    VALUE 'N'.
               88  WS-ATTENTION        VALUE 'Y'.

           PERFORM 2400-SCAN-GL-EXCEPTIONS-RTN
           PERFORM 2500-SCAN-QUEUE-RTN
           PERFORM 2600-SCAN-REJECTS-RTN
           PERFORM 2700-SCAN-HELD-BATCHES-RTN
           PERFORM 3000-WRITE-REPORT-RTN
           PERFORM 9000-TERMINATE-RTN
           STOP RUN.
               END-IF
           END-IF.

       2700-SCAN-HELD-BATCHES-RTN.
           OPEN INPUT HELD-BATCH-FILE
           IF WS-HLD-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-HLD-EOF
                   READ HELD-BATCH-FILE
                       AT END
                           MOVE 'Y' TO WS-HLD-EOF-FLAG
                       NOT AT END
                           IF HLD-HELD
                               AND HLD-AGED-DATE
                                   <= WS-RUN-DATE-YYYYMMDD
                               ADD 1 TO WS-HLD-AGED-COUNT
                               IF WS-HLD-OLDEST = ZERO
                                   OR HLD-BUS-DATE < WS-HLD-OLDEST
                                   MOVE HLD-BUS-DATE TO WS-HLD-OLDEST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-BATCH-FILE
               IF WS-HLD-AGED-COUNT > 0
                   SET WS-ATTENTION TO TRUE
               END-IF
           END-IF.

       3000-WRITE-REPORT-RTN.
           OPEN OUTPUT MORNING-STATUS-FILE
           MOVE WS-RUN-DATE-EDITED TO MST-TITLE-DATE
           MOVE WS-RJT-COUNT TO MST-SEC-COUNT
           MOVE SPACES TO MST-SEC-NOTE
           WRITE MST-LINE FROM WS-MST-SECTION-LINE
           MOVE "AGED NO GL MAP HELD ITEMS (DLYHLD)"
               TO MST-SEC-LABEL
           MOVE WS-HLD-AGED-COUNT TO MST-SEC-COUNT
           PERFORM 3270-NOTE-OLDEST-HLD-RTN
           WRITE MST-LINE FROM WS-MST-SECTION-LINE
           MOVE "REPORTS QUEUED TODAY (DLYDSQ)" TO MST-SEC-LABEL
           MOVE WS-DSQ-TODAY-COUNT TO MST-SEC-COUNT
           MOVE SPACES TO MST-SEC-NOTE
               END-STRING
           END-IF.

       3270-NOTE-OLDEST-HLD-RTN.
           MOVE SPACES TO MST-SEC-NOTE
           IF WS-HLD-AGED-COUNT > 0
               MOVE WS-HLD-OLDEST TO WS-NOTE-DATE
               STRING "OLDEST " WS-NOTE-DATE " - SEE DLYHREL"
                   DELIMITED BY SIZE INTO MST-SEC-NOTE
               END-STRING
           END-IF.

       9000-TERMINATE-RTN.
           CONTINUE.
