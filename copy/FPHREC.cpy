      *****************************************************************
      * BATCH FINGERPRINT HISTORY RECORD (DLYFPH). ONE RECORD PER
      * BATCH IN A BRANCH FILE DLYGATE ACCEPTED - THE BRANCH, TELLER,
      * BATCH AMOUNT, ITEM COUNT AND ITEM HASH TOTAL, WITH THE
      * BUSINESS DATE, FILE NAME AND THE BRANCH'S OWN BATCH NUMBER IT
      * CAME IN UNDER. DLYGATE COMPARES EVERY INCOMING BATCH WITH THE
      * FINGERPRINTS OF THE LAST FEW BUSINESS DAYS SO A RE-SENT FILE,
      * OR THE SAME BATCHES UNDER A NEW FILE NAME, IS CAUGHT BEFORE
      * DLYBTSUM POSTS IT A SECOND TIME. A BATCH WITH NO ITEM DETAIL
      * CARRIES A ZERO ITEM COUNT AND HASH. THE FILE IS REWRITTEN
      * WHOLE ON EVERY GATE RUN - FINGERPRINTS OLDER THAN THE WINDOW
      * ARE DROPPED AND A RERUN FOR THE SAME DATE REPLACES THAT
      * DATE'S FINGERPRINTS.
      *****************************************************************
       01  FPH-RECORD.
           05  FPH-BUS-DATE            PIC 9(8).
           05  FPH-BRANCH-CODE         PIC X(4).
           05  FPH-FILE-NAME           PIC X(8).
           05  FPH-BATCH-NO            PIC 9(3).
           05  FPH-TELLER-ID           PIC X(6).
           05  FPH-AMOUNT              PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  FPH-ITEM-COUNT          PIC 9(3).
           05  FPH-ITEM-HASH           PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(6).

      *****************************************************************
      * FINGERPRINT WINDOW AND TABLE. THE WINDOW IS THE RUN DATE PLUS
      * THE LATEST (WINDOW DAYS - 1) EARLIER DATES ON DLYFPH - ONLY
      * BUSINESS DAYS EVER GET FINGERPRINTS, SO HOLIDAYS AND WEEKENDS
      * FALL OUT ON THEIR OWN. THE TABLE HOLDS THE WINDOW'S HISTORY
      * AND THEN EACH FILE ACCEPTED THIS RUN, SO A BRANCH SENDING THE
      * SAME BATCHES TWICE IN ONE DAY UNDER TWO NAMES IS CAUGHT TOO.
      *****************************************************************
       01  WS-FINGERPRINT-FIELDS.
           05  WS-FPH-FILE-STATUS      PIC X(2).
           05  WS-FPH-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-FPH-EOF          VALUE 'Y'.
           05  WS-FPH-WINDOW-DAYS      PIC 9(2)    VALUE 5.
           05  WS-FPH-WINDOW-START     PIC 9(8).
           05  WS-FPH-PRIOR-COUNT      PIC 9(2)    VALUE ZERO.
           05  WS-FPH-PRIOR-IDX        PIC 9(2).
           05  WS-FPH-PRIOR-LOW-IDX    PIC 9(2).
           05  WS-FPH-PRIOR-DATE       PIC 9(8)    OCCURS 10 TIMES.
           05  WS-FPH-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-FPH-IDX              PIC 9(4).
           05  WS-FPH-FULL-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-FPH-FULL         VALUE 'Y'.
           05  WS-FPH-TABLE.
               10  WS-FPH-ENTRY        OCCURS 3000 TIMES.
                   15  WS-FPH-T-DATE   PIC 9(8).
                   15  WS-FPH-T-BRANCH PIC X(4).
                   15  WS-FPH-T-FILE   PIC X(8).
                   15  WS-FPH-T-BATCH  PIC 9(3).
                   15  WS-FPH-T-TELLER PIC X(6).
                   15  WS-FPH-T-AMOUNT PIC S9(9)V99.
                   15  WS-FPH-T-ITEMS  PIC 9(3).
                   15  WS-FPH-T-HASH   PIC S9(11)V99.
           05  WS-FPH-FOUND-FLAG       PIC X(1).
               88  WS-FPH-FOUND        VALUE 'Y'.
           05  WS-FPH-HIT-DATE         PIC 9(8).
           05  WS-FPH-HIT-FILE         PIC X(8).
           05  WS-FPH-HIT-BATCH        PIC 9(3).
