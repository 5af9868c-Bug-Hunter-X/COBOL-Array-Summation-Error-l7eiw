      * SO A GAP IN THE FILE NEVER SHIFTS A LATER BATCH INTO THE
      * WRONG SLOT - WS-RCVD-FLAG RECORDS WHICH BATCH NUMBERS WERE
      * ACTUALLY ON THE FILE SO THE TRUE MISSING KEYS CAN BE FLAGGED.
      * WS-RJCT-FLAG MARKS A RECEIVED BATCH THAT WAS REJECTED TO
      * DLYREJ, SO IT IS NEITHER POSTED NOR HELD - 'B' WHEN ITS
      * BRANCH CANNOT POST, 'Y' FOR ANY OTHER REJECT. AN APPROVED
      * MAINT CORRECTION CLEARS A 'Y'; A 'B' CANNOT BE CORRECTED.
      *****************************************************************
       01  WS-BATCH-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-SUM-TABLE.
                                    DEPENDING ON WS-BATCH-COUNT
                                    VALUE 'N'.
               88  WS-BATCH-RECEIVED   VALUE 'Y'.
       01  WS-REJECTED-TABLE.
           05  WS-RJCT-FLAG        PIC X(1)
                                    OCCURS 1 TO 200 TIMES
                                    DEPENDING ON WS-BATCH-COUNT
                                    VALUE 'N'.
               88  WS-BATCH-REJECTED   VALUE 'Y' 'B'.
               88  WS-BATCH-BRANCH-REJECTED VALUE 'B'.
       01  WS-MISSING-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-COUNTER               PIC 9(3).
       01  WS-TOTAL                 PIC 9(11)V99 VALUE ZERO.
