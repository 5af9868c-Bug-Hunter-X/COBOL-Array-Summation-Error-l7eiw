      * CUTOVER. DLYAUD HAS NO DATE ON ITS DETAIL LINES AND IS
      * TRIMMED IN FULL - DLYINQ READS DLYAUDA AS WELL AS DLYAUD SO
      * PRIOR DATES REMAIN ANSWERABLE.
      * THE CROSS-FILE INTEGRITY SWEEP (DLYINTG) IS RUN OVER THE DATES
      * STILL ON THE LIVE FILES BEFORE EVERY PURGE, SO A DATE THAT
      * DOES NOT TIE IS CAUGHT WHILE ITS LIVE RECORDS ARE STILL THERE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
