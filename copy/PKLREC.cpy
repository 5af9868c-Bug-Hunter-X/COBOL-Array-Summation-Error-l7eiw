      *****************************************************************
      * BRANCH PICKUP LIMIT RECORD (DLYPKL). ONE RECORD PER BRANCH,
      * KEPT BY CASH OPERATIONS - THE MOST A BRANCH SHOULD HOLD IN
      * DEPOSITS FOR ONE ARMOURED-CAR PICKUP. DLYFCST FLAGS EVERY
      * FORECAST DAY WHERE A BRANCH'S PROJECTED DEPOSIT TOTAL GOES
      * OVER IT. A BRANCH WITH NO RECORD IS FORECAST BUT NOT FLAGGED.
      *****************************************************************
       01  PKL-RECORD.
           05  PKL-BRANCH-CODE         PIC X(4).
           05  PKL-PICKUP-LIMIT        PIC 9(9)V99.
           05  FILLER                  PIC X(25).

       01  WS-PKL-FIELDS.
           05  WS-PKL-FILE-STATUS      PIC X(2).
           05  WS-PKL-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-PKL-EOF          VALUE 'Y'.
           05  WS-PKL-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-PKL-IDX              PIC 9(3).
           05  WS-PKL-TABLE.
               10  WS-PKL-ENTRY        OCCURS 300 TIMES.
                   15  WS-PKL-T-BRANCH PIC X(4).
                   15  WS-PKL-T-LIMIT  PIC 9(9)V99.
