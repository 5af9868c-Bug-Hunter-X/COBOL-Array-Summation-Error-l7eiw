      *****************************************************************
      * ACCOUNTING PERIOD RECORD (DLYPRD). APPEND-ONLY - DLYMEND
      * APPENDS A CLOSED RECORD WHEN A MONTH'S DLYHST PROVES TO THE
      * CONFIRMED GL LINES ON DLYGLP, AND A REOPENED RECORD WHEN A
      * CLOSED MONTH IS REOPENED UNDER OPERATOR AND SECOND-APPROVER
      * SIGN-OFF CHECKED AGAINST DLYOPR. THE LATEST RECORD FOR A
      * PERIOD IS ITS STATUS; A PERIOD WITH NO RECORD IS OPEN. DLYADJ
      * WILL NOT POST INTO A CLOSED PERIOD - A LATE CORRECTION GOES
      * INTO THE CURRENT PERIOD INSTEAD, REFERENCING THE ORIGINAL
      * BUSINESS DATE.
      *****************************************************************
       01  PRD-RECORD.
           05  PRD-PERIOD              PIC 9(6).
           05  PRD-PERIOD-GROUP        REDEFINES PRD-PERIOD.
               10  PRD-CCYY            PIC 9(4).
               10  PRD-MM              PIC 9(2).
           05  PRD-STATUS              PIC X(8).
               88  PRD-CLOSED          VALUE "CLOSED  ".
               88  PRD-REOPENED        VALUE "REOPENED".
           05  PRD-STAMP-DATE          PIC 9(8).
           05  PRD-STAMP-TIME          PIC 9(8).
           05  PRD-HST-TOTAL           PIC 9(11)V99.
           05  PRD-GL-TOTAL            PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  PRD-OPERATOR-ID         PIC X(8).
           05  PRD-APPROVER-ID         PIC X(8).
           05  FILLER                  PIC X(7).

       01  WS-PERIOD-FIELDS.
           05  WS-PRD-FILE-STATUS      PIC X(2).
           05  WS-PRD-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-PRD-EOF          VALUE 'Y'.
           05  WS-PRD-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-PRD-IDX              PIC 9(3).
           05  WS-PRD-TABLE.
               10  WS-PRD-ENTRY        OCCURS 240 TIMES.
                   15  WS-PRD-T-PERIOD PIC 9(6).
                   15  WS-PRD-T-STATUS PIC X(8).
           05  WS-PRD-FULL-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-PRD-FULL         VALUE 'Y'.
           05  WS-PRD-LOOK-PERIOD      PIC 9(6).
           05  WS-PRD-CLOSED-FLAG      PIC X(1).
               88  WS-PRD-IS-CLOSED    VALUE 'Y'.
