      *****************************************************************
      * SUSPENSE HOLD RECORD (DLYHLD). ONE RECORD PER RECEIVED BATCH
      * THAT DLYBTSUM COULD NOT POST BECAUSE ITS BRANCH HAD NO GL
      * ACCOUNT MAPPING ON DLYCOA FOR THE BUSINESS DATE. THE BATCH
      * STAYS "HELD" UNTIL DLYHREL FINDS A MAPPING AND RELEASES IT
      * TO DLYGLX UNDER ITS ORIGINAL BUSINESS DATE, STAMPING WHO
      * RELEASED IT AND WHEN. HLD-AGED-DATE IS THE BUSINESS DATE ON
      * WHICH A STILL-HELD BATCH BECOMES AN AGED OPEN ITEM FOR
      * DLYMORN AND THE DLYPRF PROOF.
      *****************************************************************
       01  HLD-RECORD.
           05  HLD-BUS-DATE            PIC 9(8).
           05  HLD-BATCH-NO            PIC 9(3).
           05  HLD-BRANCH-CODE         PIC X(4).
           05  HLD-TELLER-ID           PIC X(6).
           05  HLD-RUN-TYPE            PIC X(4).
           05  HLD-AMOUNT              PIC 9(9)V99.
           05  HLD-STATUS              PIC X(8).
               88  HLD-HELD            VALUE "HELD    ".
               88  HLD-RELEASED        VALUE "RELEASED".
           05  HLD-AGED-DATE           PIC 9(8).
           05  HLD-REL-DATE            PIC 9(8).
           05  HLD-REL-TIME            PIC 9(8).
           05  HLD-REL-OPERATOR        PIC X(8).
           05  FILLER                  PIC X(4).
