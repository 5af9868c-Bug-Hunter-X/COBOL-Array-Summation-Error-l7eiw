      *****************************************************************
      * DUPLICATE-BATCH FLAG RECORD (DLYDUP). ONE RECORD PER BATCH
      * DLYGATE FOUND MATCHING THE FINGERPRINT OF A BATCH ALREADY
      * ACCEPTED IN THE WINDOW (SEE FPHREC) - THE FILE AND THE
      * BRANCH'S OWN BATCH NUMBER IT CAME IN UNDER, AND THE DATE,
      * FILE AND OWN BATCH NUMBER IT DUPLICATES. A FLAGGED BATCH IS
      * LEFT OUT OF DLYAMT BY DLYPROM (A FILE WHOSE EVERY BATCH IS
      * FLAGGED IS QUARANTINED WHOLE). WHEN OPERATIONS KNOW THE
      * BATCH IS A GENUINE REPEAT DEPOSIT, DLYDREL STAMPS IT
      * RELEASED UNDER AN OPERATOR AND A SECOND APPROVER, AND THE
      * NEXT DLYGATE/DLYPROM RUN LETS IT THROUGH. DLYGATE REWRITES
      * THE FILE WHOLE - A RERUN FOR THE SAME DATE REPLACES THAT
      * DATE'S FLAGGED RECORDS AND KEEPS THE RELEASED ONES.
      *****************************************************************
       01  DUP-RECORD.
           05  DUP-BUS-DATE            PIC 9(8).
           05  DUP-BRANCH-CODE         PIC X(4).
           05  DUP-FILE-NAME           PIC X(8).
           05  DUP-BATCH-NO            PIC 9(3).
           05  DUP-TELLER-ID           PIC X(6).
           05  DUP-AMOUNT              PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  DUP-ORIG-DATE           PIC 9(8).
           05  DUP-ORIG-FILE           PIC X(8).
           05  DUP-ORIG-BATCH-NO       PIC 9(3).
           05  DUP-STATUS              PIC X(8).
               88  DUP-FLAGGED         VALUE "FLAGGED ".
               88  DUP-RELEASED        VALUE "RELEASED".
           05  DUP-REL-DATE            PIC 9(8).
           05  DUP-REL-OPERATOR        PIC X(8).
           05  DUP-REL-APPROVER        PIC X(8).
           05  FILLER                  PIC X(4).

      *****************************************************************
      * DLYDUP KEEP-AND-REWRITE TABLE - THE WHOLE 96-BYTE RECORD, SO
      * THE FILE CAN BE WRITTEN BACK AS IT WAS READ.
      *****************************************************************
       01  WS-DUPLICATE-FIELDS.
           05  WS-DUP-FILE-STATUS      PIC X(2).
           05  WS-DUP-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-DUP-EOF          VALUE 'Y'.
           05  WS-DUP-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-DUP-IDX              PIC 9(3).
           05  WS-DUP-FULL-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-DUP-FULL         VALUE 'Y'.
           05  WS-DUP-TABLE.
               10  WS-DUP-T-RECORD     PIC X(96)   OCCURS 500 TIMES.
           05  WS-DUP-LOOK-FILE        PIC X(8).
           05  WS-DUP-LOOK-BATCH       PIC 9(3).
           05  WS-DUP-FOUND-FLAG       PIC X(1).
               88  WS-DUP-FOUND        VALUE 'Y'.
