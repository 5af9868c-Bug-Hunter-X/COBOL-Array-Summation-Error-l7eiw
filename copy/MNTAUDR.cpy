      * (2520-PROMPT-CORRECTION-RTN) OR A DIRECT DAILY-AMOUNTS-FILE
      * REWRITE FROM DLYAMTM - CARRYING THE OLD AND NEW VALUE PLUS
      * WHO KEYED IT, WHO APPROVED IT AND WHEN, SO A BAD OR
      * UNAUTHORIZED CORRECTION IS TRACEABLE. A DLYADJ PRIOR-DAY
      * ADJUSTMENT ALSO CARRIES THE BATCH'S ORIGINAL BUSINESS DATE IN
      * MNT-ORIG-DATE; MNT-RUN-DATE IS THE DATE WHOSE DLYHST TOTAL
      * TOOK THE CHANGE, WHICH IS THE CURRENT BUSINESS DATE WHEN THE
      * ORIGINAL DATE'S PERIOD WAS ALREADY CLOSED (SEE PRDREC). THE
      * OTHER CORRECTION PATHS LEAVE MNT-ORIG-DATE BLANK.
      *****************************************************************
       01  MNT-AUDIT-RECORD.
           05  MNT-RUN-DATE            PIC 9(8).
           05  MNT-OPERATOR-ID         PIC X(8).
           05  MNT-APPROVER-ID         PIC X(8).
           05  FILLER                  PIC X(4).
           05  MNT-ORIG-DATE           PIC 9(8).
