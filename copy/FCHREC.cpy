      *****************************************************************
      * BRANCH FORECAST HISTORY RECORD (DLYFCH). ONE RECORD PER
      * BRANCH AND FORECAST DAY FROM THE LATEST DLYFCST RUN THAT
      * COVERED THAT DAY, SO THE NEXT RUN CAN SET THE DAY'S ACTUAL
      * DLYTLH TOTAL AGAINST WHAT WAS FORECAST FOR IT. THE FILE IS
      * REWRITTEN WHOLE ON EVERY RUN - DAYS BEFORE THE LATEST CLOSED
      * BUSINESS DAY ARE DROPPED AND A DAY FORECAST AGAIN IS REPLACED.
      *****************************************************************
       01  FCH-RECORD.
           05  FCH-RUN-DATE            PIC 9(8).
           05  FCH-TARGET-DATE         PIC 9(8).
           05  FCH-BRANCH-CODE         PIC X(4).
           05  FCH-TOTAL               PIC 9(11)V99.
           05  FCH-BATCHES             PIC 9(5).
           05  FILLER                  PIC X(2).
