      *****************************************************************
      * POSTED GL LEDGER RECORD (DLYGLP). DLYGLX ONLY EVER HOLDS THE
      * CURRENT DAY'S LINES - DLYBTSUM OPENS IT OUTPUT EVERY RUN - SO
      * DLYGLCK APPENDS EACH EXTRACT LINE THE GL SYSTEM CONFIRMED
      * "POSTED" ON DLYGLCF TO THIS CUMULATIVE LEDGER, WITH THE DATE
      * IT WAS CONFIRMED. A RERUN OF DLYGLCK AGAINST THE SAME DLYGLX
      * DOES NOT APPEND A LINE THAT IS ALREADY ON THE LEDGER. DLYMEND
      * PROVES A MONTH'S DLYHST AGAINST THE LINES WHOSE GL DATE FALLS
      * IN THE MONTH AND SUMMARIZES THEM BY ACCOUNT AND COST CENTER.
      *****************************************************************
       01  GLP-RECORD.
           05  GLP-GL-LINE.
               10  GLP-BATCH-NO        PIC 9(3).
               10  GLP-AMOUNT          PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
               10  GLP-DATE            PIC 9(8).
               10  GLP-DATE-GROUP      REDEFINES GLP-DATE.
                   15  GLP-PERIOD      PIC 9(6).
                   15  GLP-DD          PIC 9(2).
               10  GLP-TOTAL           PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
               10  GLP-ACCOUNT         PIC X(8).
               10  GLP-COST-CENTER     PIC X(6).
               10  FILLER              PIC X(6).
           05  GLP-CONFIRM-DATE        PIC 9(8).
           05  FILLER                  PIC X(15).
