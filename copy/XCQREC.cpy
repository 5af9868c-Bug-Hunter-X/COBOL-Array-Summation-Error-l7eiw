      *****************************************************************
      * WAREHOUSE CORRECTION QUEUE RECORD (DLYXCQ). DLYADJ APPENDS ONE
      * RECORD FOR EVERY ADJUSTMENT IT POSTS, AND DLYWEXT CARRIES IT
      * AS A CORRECTION ROW IN THE NEXT BUSINESS DAY'S WAREHOUSE
      * EXTRACT, SO THE WAREHOUSE TAKES THE SAME DELTA DLYHST TOOK.
      * XCQ-KEYED-DATE IS THE BUSINESS DATE THE ADJUSTMENT WAS KEYED
      * ON. XCQ-POST-DATE IS THE DLYHST DATE THAT TOOK THE DELTA - THE
      * ORIGINAL DATE, OR THE KEYED DATE FOR A LATE CORRECTION INTO A
      * CLOSED PERIOD. DLYWEXT STAMPS THE EXTRACT DATE AND RUN TYPE
      * THAT CARRIED THE ROW: A RERUN OF THAT SAME EXTRACT CARRIES IT
      * AGAIN, AND THE RECORD IS DROPPED FROM THE QUEUE ONCE A LATER
      * DATE'S EXTRACT IS RUN.
      *****************************************************************
       01  XCQ-RECORD.
           05  XCQ-KEYED-DATE          PIC 9(8).
           05  XCQ-KEYED-TIME          PIC 9(8).
           05  XCQ-ORIG-DATE           PIC 9(8).
           05  XCQ-POST-DATE           PIC 9(8).
           05  XCQ-BATCH-NO            PIC 9(3).
           05  XCQ-BRANCH-CODE         PIC X(4).
           05  XCQ-OLD-AMOUNT          PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  XCQ-NEW-AMOUNT          PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  XCQ-GL-ACCOUNT          PIC X(8).
           05  XCQ-COST-CENTER         PIC X(6).
           05  XCQ-XTR-DATE            PIC 9(8).
           05  XCQ-XTR-RUN-TYPE        PIC X(4).
           05  FILLER                  PIC X(7).
