      * RUN TOTAL ON EVERY LINE FOR CROSS-FOOTING, PLUS THE POSTING
      * ACCOUNT AND COST CENTER MAPPED FROM THE BRANCH CODE VIA
      * DLYCOA (SEE COAREC) SO THE GL SIDE NO LONGER LANDS EVERY
      * DEPOSIT IN ONE HARD-CODED SUSPENSE ACCOUNT. THE REVERSAL
      * AND REPOST LINES DLYADJ APPENDS ARE MARKED "ADJ" IN
      * GL-SOURCE SO THEY ARE NOT TAKEN FOR THE DAY'S OWN POSTING.
      *****************************************************************
       01  GL-EXTRACT-RECORD.
           05  GL-BATCH-NO             PIC 9(3).
                                        SIGN LEADING SEPARATE.
           05  GL-ACCOUNT              PIC X(8).
           05  GL-COST-CENTER          PIC X(6).
           05  GL-SOURCE               PIC X(3).
               88  GL-FROM-DLYADJ      VALUE "ADJ".
           05  FILLER                  PIC X(3).
