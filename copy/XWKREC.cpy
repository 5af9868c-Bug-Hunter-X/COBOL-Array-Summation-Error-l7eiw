      *****************************************************************
      * BATCH CROSSWALK RECORD (DLYXWK). EVERY BRANCH NUMBERS ITS OWN
      * BATCHES FROM 1, SO DLYPROM RENUMBERS THE GATE-ACCEPTED BRANCH
      * FILES INTO ONE SEQUENCE WHEN IT BUILDS THE DAY'S DLYAMT. EACH
      * BRANCH GETS A BLOCK OF NUMBERS AS LONG AS ITS OWN HIGHEST
      * BATCH NUMBER, SO A GAP IN THE BRANCH'S NUMBERING STAYS A GAP
      * (AND IS STILL FLAGGED TO DLYPND). ONE RECORD IS APPENDED PER
      * ASSIGNED DA-BATCH-NO, IN ASSIGNED ORDER STARTING AT 1, SO A
      * BATCH ON DLYREJ, DLYINQ OR DLYADJ CAN BE TRACED BACK TO THE
      * BRANCH AND THE BRANCH'S OWN BATCH NUMBER. A RE-PROMOTION OF
      * THE SAME DATE APPENDS A FRESH SET, AGAIN STARTING AT 1 - THE
      * LOOK-UP TABLE BELOW STARTS OVER FOR THE DATE WHEN IT SEES
      * ASSIGNED BATCH 1, SO THE LATEST PROMOTION ALWAYS WINS.
      *****************************************************************
       01  XWK-RECORD.
           05  XWK-BUS-DATE            PIC 9(8).
           05  XWK-BATCH-NO            PIC 9(3).
           05  XWK-BRANCH-CODE         PIC X(4).
           05  XWK-OWN-BATCH-NO        PIC 9(3).
           05  XWK-FILE-NAME           PIC X(8).
           05  FILLER                  PIC X(6).

       01  WS-CROSSWALK-FIELDS.
           05  WS-XWK-FILE-STATUS      PIC X(2).
           05  WS-XWK-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-XWK-EOF          VALUE 'Y'.
           05  WS-XWK-LOADED-FLAG      PIC X(1)    VALUE 'N'.
               88  WS-XWK-LOADED       VALUE 'Y'.
           05  WS-XWK-IDX              PIC 9(3).
           05  WS-XWK-TABLE.
               10  WS-XWK-ENTRY        OCCURS 999 TIMES.
                   15  WS-XWK-T-BRANCH PIC X(4).
                   15  WS-XWK-T-OWN    PIC 9(3).
           05  WS-XWK-LOOK-BATCH       PIC 9(3).
           05  WS-XWK-HIT-BRANCH       PIC X(4).
           05  WS-XWK-HIT-OWN          PIC 9(3).
           05  WS-XWK-FOUND-FLAG       PIC X(1).
               88  WS-XWK-FOUND        VALUE 'Y'.
