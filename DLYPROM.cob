       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYPROM.
       AUTHOR. BRANCH-OPS-IT.
      *
      * PROMOTION OF GATE-ACCEPTED BRANCH FILES INTO THE DAY'S DLYAMT.
      * RUNS AFTER DLYGATE AND AHEAD OF DLYBTSUM. READS THE DLYGATS
      * STAMPS FOR THE BUSINESS DATE AND LOADS ONLY THE FILES
      * STAMPED ACCEPTED INTO THE INDEXED DLYAMT. EVERY BRANCH
      * NUMBERS ITS OWN BATCHES FROM 1, SO EACH ACCEPTED FILE IS
      * GIVEN THE NEXT BLOCK OF BATCH NUMBERS (AS LONG AS THE
      * BRANCH'S HIGHEST OWN BATCH NUMBER, SO A GAP STAYS A GAP FOR
      * DLYPND) AND THE DLYAMT HEADER CARRIES THE COMBINED COUNT.
      * THE BRANCH FILE HEADERS AND TRANSMISSION TRAILERS ARE NOT
      * CARRIED OVER - DLYGATE HAS ALREADY PROVED THEM. EVERY
      * ASSIGNED BATCH NUMBER IS WRITTEN TO THE DLYXWK CROSSWALK
      * (SEE XWKREC) SO DLYREJ, DLYINQ AND DLYADJ CAN NAME THE
      * BRANCH AND ITS OWN BATCH NUMBER. A FILE STILL QUARANTINED AT
      * PROMOTION TIME IS NOT LOADED - IT IS ANNOUNCED ON THE
      * CONSOLE IN A BANNER, LOGGED TO DLYEXC FOR THE MORNING
      * CHECKLIST AND THE RUN ENDS WITH A WARNING RETURN CODE.
      * NOTHING IS PROMOTED IF DLYGATE HAS NOT STAMPED THE DATE, IF
      * AN ACCEPTED FILE CANNOT BE READ, IF THE COMBINED COUNT WOULD
      * PASS THE 200 BATCHES DLYBTSUM CAN HOLD, OR IF THE DATE'S
      * MAIN RUN IS ALREADY CLOSED ON THE RUN-CONTROL LEDGER.
      * A BATCH DLYGATE FLAGGED ON DLYDUP AS A DUPLICATE OF ONE
      * ALREADY ACCEPTED (AND NOT SINCE RELEASED ON DLYDREL) IS LEFT
      * OUT - ITS BATCH NUMBER STAYS A GAP, SO DLYBTSUM REPORTS IT TO
      * DLYPND UNTIL IT IS RELEASED AND THE DATE RE-PROMOTED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-STATUS-FILE ASSIGN TO "DLYGATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAT-FILE-STATUS.
           SELECT BRANCH-AMOUNTS-FILE ASSIGN TO DYNAMIC WS-DA-DYN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DA-REC-KEY
               FILE STATUS IS WS-DA-FILE-STATUS.
           SELECT DAILY-AMOUNTS-FILE ASSIGN TO "DLYAMT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMT-OUT-KEY
               FILE STATUS IS WS-AMT-FILE-STATUS.
           SELECT CROSSWALK-FILE ASSIGN TO "DLYXWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XWK-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "DLYEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "DLYRNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "DLYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT DUPLICATE-FILE ASSIGN TO "DLYDUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GATE-STATUS-FILE
           RECORD CONTAINS 56 CHARACTERS.
       COPY GATREC.

       FD  BRANCH-AMOUNTS-FILE
           RECORD CONTAINS 36 CHARACTERS.
       COPY DAREC.

       FD  DAILY-AMOUNTS-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  AMT-OUT-RECORD.
           05  AMT-OUT-KEY             PIC X(6).
           05  FILLER                  PIC X(30).
       01  AMT-OUT-HEADER.
           05  AMT-HDR-KEY             PIC 9(6).
           05  AMT-HDR-BATCH-COUNT     PIC 9(3).
           05  AMT-HDR-TYPE-FLAG       PIC X(1).
           05  FILLER                  PIC X(26).

       FD  CROSSWALK-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  XWK-LINE                    PIC X(32).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY EXCREC.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 32 CHARACTERS.
       COPY RNCREC.

       FD  CALENDAR-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  CAL-LINE                    PIC X(28).

       FD  DUPLICATE-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  DUP-LINE                    PIC X(96).

       WORKING-STORAGE SECTION.
       COPY CALREC.
       COPY XWKREC.
       COPY DUPREC.

       01  WS-DA-DYN-NAME              PIC X(8).

       01  WS-FILE-STATUS-GROUP.
           05  WS-GAT-FILE-STATUS      PIC X(2).
           05  WS-DA-FILE-STATUS       PIC X(2).
           05  WS-AMT-FILE-STATUS      PIC X(2).
           05  WS-EXC-FILE-STATUS      PIC X(2).
           05  WS-RNC-FILE-STATUS      PIC X(2).
           05  WS-GAT-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-GAT-EOF          VALUE 'Y'.
           05  WS-DA-EOF-FLAG          PIC X(1)    VALUE 'N'.
               88  WS-DA-EOF           VALUE 'Y'.
           05  WS-RNC-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-RNC-EOF          VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD        PIC 9(8).

      *****************************************************************
      * ONE ENTRY PER FILE STAMPED ACCEPTED FOR THE DATE, IN DLYGATS
      * ORDER. THE BLOCK IS THE NUMBER OF BATCH NUMBERS THE FILE
      * NEEDS (ITS HIGHEST OWN BATCH NUMBER, OR THE HEADER COUNT IF
      * THAT IS HIGHER) AND THE OFFSET IS ADDED TO EVERY OWN BATCH
      * NUMBER TO GET THE ASSIGNED DA-BATCH-NO.
      *****************************************************************
       01  WS-PROMOTION-FIELDS.
           05  WS-PROM-STOP-FLAG       PIC X(1)    VALUE 'N'.
               88  WS-PROM-STOPPED     VALUE 'Y'.
           05  WS-PROM-MAX-BATCHES     PIC 9(3)    VALUE 200.
           05  WS-PROM-STAMP-COUNT     PIC 9(3)    VALUE ZERO.
           05  WS-PROM-QUAR-COUNT      PIC 9(3)    VALUE ZERO.
           05  WS-PROM-FILE-COUNT      PIC 9(3)    VALUE ZERO.
           05  WS-PROM-FILE-IDX        PIC 9(3).
           05  WS-PROM-FILE-TABLE.
               10  WS-PROM-FILE-ENTRY  OCCURS 100 TIMES.
                   15  WS-PROM-F-BRANCH PIC X(4).
                   15  WS-PROM-F-NAME  PIC X(8).
                   15  WS-PROM-F-BLOCK PIC 9(3).
                   15  WS-PROM-F-OFFSET PIC 9(3).
           05  WS-PROM-BLOCK-SIZE      PIC 9(3).
           05  WS-PROM-COMBINED-COUNT  PIC 9(4)    VALUE ZERO.
           05  WS-PROM-OWN-IDX         PIC 9(3).
           05  WS-PROM-RECORD-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-PROM-SKIPPED-COUNT   PIC 9(5)    VALUE ZERO.
           05  WS-PROM-DUP-HELD-COUNT  PIC 9(3)    VALUE ZERO.
           05  WS-PROM-AMT-OPEN-FLAG   PIC X(1)    VALUE 'N'.
               88  WS-PROM-AMT-IS-OPEN VALUE 'Y'.
           05  WS-PROM-QUAR-DESC       PIC X(48).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE-RTN
           IF NOT WS-PROM-STOPPED
               PERFORM 2000-LOAD-GATE-STATUS-RTN
           END-IF
           IF NOT WS-PROM-STOPPED
               PERFORM 2500-LOAD-DUPLICATE-FLAGS-RTN
               PERFORM 3000-SIZE-ACCEPTED-FILES-RTN
           END-IF
           IF NOT WS-PROM-STOPPED
               PERFORM 4000-PROMOTE-FILES-RTN
           END-IF
           PERFORM 5000-PRINT-SUMMARY-RTN
           PERFORM 9000-TERMINATE-RTN
           STOP RUN.

       1000-INITIALIZE-RTN.
           PERFORM 1100-GET-BUSINESS-DATE-RTN
           PERFORM 1200-CHECK-RUN-CONTROL-RTN.

       1100-GET-BUSINESS-DATE-RTN.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "DLYPROM: UNABLE TO OPEN POSTING CALENDAR "
                   "DLYCAL, STATUS=" WS-CAL-FILE-STATUS
                   " - FALLING BACK TO THE MACHINE DATE"
               ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ELSE
               PERFORM UNTIL WS-CAL-EOF OR WS-CAL-DATE-FOUND
                   READ CALENDAR-FILE INTO CAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-CAL-EOF-FLAG
                       NOT AT END
                           IF CAL-CURRENT-REC
                               SET WS-CAL-DATE-FOUND TO TRUE
                               MOVE CAL-DATE TO WS-RUN-DATE-YYYYMMDD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF NOT WS-CAL-DATE-FOUND
                   DISPLAY "DLYPROM: NO CURRENT BUSINESS DATE "
                       "RECORD ON DLYCAL - FALLING BACK TO THE "
                       "MACHINE DATE"
                   ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
               END-IF
           END-IF.

      *****************************************************************
      * ONCE THE DATE'S MAIN RUN HAS CLOSED, DLYAMT HAS BEEN POSTED -
      * OVERWRITING IT NOW WOULD LEAVE THE FILE DISAGREEING WITH
      * DLYHST/DLYGLX AND INVITE A DOUBLE POST. NO LEDGER AT ALL IS
      * NOT AN ERROR (DLYBTSUM HAS NEVER RUN).
      *****************************************************************
       1200-CHECK-RUN-CONTROL-RTN.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RNC-FILE-STATUS = "00"
               PERFORM UNTIL WS-RNC-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-RNC-EOF-FLAG
                       NOT AT END
                           IF RNC-BUS-DATE = WS-RUN-DATE-YYYYMMDD
                               AND RNC-MAIN-RUN AND RNC-CLOSED
                               SET WS-PROM-STOPPED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               IF WS-PROM-STOPPED
                   DISPLAY "DLYPROM: MAIN CLOSE-OF-DAY RUN FOR "
                       WS-RUN-DATE-YYYYMMDD " IS ALREADY CLOSED ON "
                       "THE RUN-CONTROL LEDGER - PROMOTION REFUSED, "
                       "DLYAMT LEFT AS POSTED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2000-LOAD-GATE-STATUS-RTN.
           OPEN INPUT GATE-STATUS-FILE
           IF WS-GAT-FILE-STATUS NOT = "00"
               DISPLAY "DLYPROM: UNABLE TO OPEN DLYGATS, STATUS="
                   WS-GAT-FILE-STATUS " - RUN DLYGATE FIRST, "
                   "NOTHING PROMOTED"
               SET WS-PROM-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-GAT-EOF OR WS-PROM-STOPPED
                   READ GATE-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WS-GAT-EOF-FLAG
                       NOT AT END
                           IF GAT-RUN-DATE = WS-RUN-DATE-YYYYMMDD
                               ADD 1 TO WS-PROM-STAMP-COUNT
                               PERFORM 2100-CLASSIFY-STAMP-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GATE-STATUS-FILE
               IF NOT WS-PROM-STOPPED
                   IF WS-PROM-STAMP-COUNT = 0
                       DISPLAY "DLYPROM: DLYGATS HOLDS NO STAMPS FOR "
                           WS-RUN-DATE-YYYYMMDD " - RUN DLYGATE "
                           "FIRST, NOTHING PROMOTED"
                       SET WS-PROM-STOPPED TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       IF WS-PROM-FILE-COUNT = 0
                           DISPLAY "DLYPROM: NO BRANCH FILE FOR "
                               WS-RUN-DATE-YYYYMMDD " IS STAMPED "
                               "ACCEPTED - NOTHING PROMOTED"
                           SET WS-PROM-STOPPED TO TRUE
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-CLASSIFY-STAMP-RTN.
           IF GAT-ACCEPTED
               IF WS-PROM-FILE-COUNT < 100
                   ADD 1 TO WS-PROM-FILE-COUNT
                   MOVE GAT-BRANCH-CODE
                       TO WS-PROM-F-BRANCH(WS-PROM-FILE-COUNT)
                   MOVE GAT-FILE-NAME
                       TO WS-PROM-F-NAME(WS-PROM-FILE-COUNT)
                   MOVE ZERO TO WS-PROM-F-BLOCK(WS-PROM-FILE-COUNT)
                   MOVE ZERO TO WS-PROM-F-OFFSET(WS-PROM-FILE-COUNT)
               ELSE
                   DISPLAY "DLYPROM: MORE THAN 100 ACCEPTED FILES ON "
                       "DLYGATS - NOTHING PROMOTED"
                   SET WS-PROM-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 2200-ANNOUNCE-QUARANTINE-RTN
           END-IF.

       2200-ANNOUNCE-QUARANTINE-RTN.
           ADD 1 TO WS-PROM-QUAR-COUNT
           DISPLAY "DLYPROM: **********************************"
               "**********************"
           DISPLAY "DLYPROM: *** BRANCH " GAT-BRANCH-CODE " FILE "
               GAT-FILE-NAME " IS STILL " GAT-STATUS
               " - NOT PROMOTED ***"
           DISPLAY "DLYPROM: *** ITS BATCHES ARE NOT IN TODAY'S "
               "DLYAMT. RE-PULL THE FILE, ***"
           DISPLAY "DLYPROM: *** RE-RUN DLYGATE AND DLYPROM BEFORE "
               "DLYBTSUM          ***"
           DISPLAY "DLYPROM: **********************************"
               "**********************"
           MOVE SPACES TO WS-PROM-QUAR-DESC
           STRING "BRANCH " GAT-BRANCH-CODE " FILE " GAT-FILE-NAME
               " QUARANTINED, NOT PROMOTED"
               DELIMITED BY SIZE INTO WS-PROM-QUAR-DESC
           END-STRING
           MOVE SPACES TO EXC-RECORD
           MOVE WS-RUN-DATE-YYYYMMDD TO EXC-RUN-DATE
           ACCEPT EXC-RUN-TIME FROM TIME
           MOVE "QUARANT" TO EXC-EXCEPTION-TYPE
           MOVE ZERO TO EXC-BATCH-NO
           MOVE WS-PROM-QUAR-DESC TO EXC-DESCRIPTION
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           WRITE EXC-RECORD
           CLOSE EXCEPTION-FILE.

      *****************************************************************
      * THE RUN DATE'S STILL-FLAGGED DUPLICATE BATCHES. NO DLYDUP AT
      * ALL MEANS DLYGATE HAS NEVER FLAGGED ANYTHING.
      *****************************************************************
       2500-LOAD-DUPLICATE-FLAGS-RTN.
           OPEN INPUT DUPLICATE-FILE
           IF WS-DUP-FILE-STATUS = "00"
               PERFORM UNTIL WS-DUP-EOF
                   READ DUPLICATE-FILE INTO DUP-RECORD
                       AT END
                           MOVE 'Y' TO WS-DUP-EOF-FLAG
                       NOT AT END
                           IF DUP-BUS-DATE = WS-RUN-DATE-YYYYMMDD
                               AND DUP-FLAGGED
                               PERFORM 2550-KEEP-DUPLICATE-REC-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPLICATE-FILE
           END-IF.

       2550-KEEP-DUPLICATE-REC-RTN.
           IF WS-DUP-COUNT < 500
               ADD 1 TO WS-DUP-COUNT
               MOVE DUP-RECORD TO WS-DUP-T-RECORD(WS-DUP-COUNT)
           ELSE
               DISPLAY "DLYPROM: MORE THAN 500 FLAGGED DUPLICATES ON "
                   "DLYDUP FOR " WS-RUN-DATE-YYYYMMDD
                   " - NOTHING PROMOTED"
               SET WS-PROM-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * FIRST PASS - SIZE EVERY ACCEPTED FILE BEFORE DLYAMT IS
      * OPENED OUTPUT, SO THE HEADER CAN CARRY THE COMBINED COUNT
      * AND A FILE THAT WILL NOT READ STOPS THE RUN WITH YESTERDAY'S
      * DLYAMT STILL INTACT RATHER THAN A HALF-BUILT ONE.
      *****************************************************************
       3000-SIZE-ACCEPTED-FILES-RTN.
           PERFORM VARYING WS-PROM-FILE-IDX FROM 1 BY 1
               UNTIL WS-PROM-FILE-IDX > WS-PROM-FILE-COUNT
               OR WS-PROM-STOPPED
               PERFORM 3100-SIZE-FILE-RTN
           END-PERFORM
           IF NOT WS-PROM-STOPPED
               IF WS-PROM-COMBINED-COUNT < 1
                   DISPLAY "DLYPROM: THE ACCEPTED FILES HOLD NO "
                       "BATCHES - NOTHING PROMOTED"
                   SET WS-PROM-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       3100-SIZE-FILE-RTN.
           MOVE WS-PROM-F-NAME(WS-PROM-FILE-IDX) TO WS-DA-DYN-NAME
           MOVE 'N' TO WS-DA-EOF-FLAG
           MOVE ZERO TO WS-PROM-BLOCK-SIZE
           OPEN INPUT BRANCH-AMOUNTS-FILE
           IF WS-DA-FILE-STATUS NOT = "00"
               DISPLAY "DLYPROM: UNABLE TO OPEN ACCEPTED FILE "
                   WS-DA-DYN-NAME " FOR BRANCH "
                   WS-PROM-F-BRANCH(WS-PROM-FILE-IDX) ", STATUS="
                   WS-DA-FILE-STATUS " - NOTHING PROMOTED"
               SET WS-PROM-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-DA-EOF
                   READ BRANCH-AMOUNTS-FILE
                       AT END
                           MOVE 'Y' TO WS-DA-EOF-FLAG
                       NOT AT END
                           IF DA-REC-KEY = "000000"
                               IF DA-HDR-BATCH-COUNT
                                   > WS-PROM-BLOCK-SIZE
                                   MOVE DA-HDR-BATCH-COUNT
                                       TO WS-PROM-BLOCK-SIZE
                               END-IF
                           ELSE
                               IF NOT DA-XMIT-REC
                                   AND DA-BATCH-NO > WS-PROM-BLOCK-SIZE
                                   MOVE DA-BATCH-NO
                                       TO WS-PROM-BLOCK-SIZE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-AMOUNTS-FILE
               MOVE WS-PROM-COMBINED-COUNT
                   TO WS-PROM-F-OFFSET(WS-PROM-FILE-IDX)
               MOVE WS-PROM-BLOCK-SIZE
                   TO WS-PROM-F-BLOCK(WS-PROM-FILE-IDX)
               ADD WS-PROM-BLOCK-SIZE TO WS-PROM-COMBINED-COUNT
               IF WS-PROM-COMBINED-COUNT > WS-PROM-MAX-BATCHES
                   DISPLAY "DLYPROM: COMBINED BATCH COUNT PASSES "
                       WS-PROM-MAX-BATCHES " AT BRANCH "
                       WS-PROM-F-BRANCH(WS-PROM-FILE-IDX)
                       " - DLYBTSUM CANNOT HOLD THE DAY, NOTHING "
                       "PROMOTED"
                   SET WS-PROM-STOPPED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * SECOND PASS - EACH BRANCH FILE IS READ IN KEY ORDER AND THE
      * OFFSETS RISE FILE BY FILE, SO THE RENUMBERED RECORDS REACH
      * DLYAMT IN ASCENDING KEY ORDER BEHIND THE NEW HEADER. A FILE'S
      * DLYXWK CROSSWALK LINES ARE WRITTEN ONLY ONCE EVERY ONE OF ITS
      * RECORDS HAS REACHED DLYAMT.
      *****************************************************************
       4000-PROMOTE-FILES-RTN.
           OPEN OUTPUT DAILY-AMOUNTS-FILE
           IF WS-AMT-FILE-STATUS NOT = "00"
               DISPLAY "DLYPROM: UNABLE TO OPEN DLYAMT OUTPUT, "
                   "STATUS=" WS-AMT-FILE-STATUS " - NOTHING PROMOTED"
               SET WS-PROM-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-PROM-AMT-IS-OPEN TO TRUE
               MOVE SPACES TO AMT-OUT-HEADER
               MOVE ZERO TO AMT-HDR-KEY
               MOVE WS-PROM-COMBINED-COUNT TO AMT-HDR-BATCH-COUNT
               PERFORM 4300-WRITE-AMOUNT-RTN
               OPEN EXTEND CROSSWALK-FILE
               IF WS-XWK-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CROSSWALK-FILE
               END-IF
               PERFORM VARYING WS-PROM-FILE-IDX FROM 1 BY 1
                   UNTIL WS-PROM-FILE-IDX > WS-PROM-FILE-COUNT
                   OR WS-PROM-STOPPED
                   PERFORM 4200-COPY-FILE-RTN
                   IF NOT WS-PROM-STOPPED
                       PERFORM 4100-WRITE-CROSSWALK-RTN
                   END-IF
               END-PERFORM
               CLOSE CROSSWALK-FILE
               CLOSE DAILY-AMOUNTS-FILE
           END-IF.

       4100-WRITE-CROSSWALK-RTN.
           PERFORM VARYING WS-PROM-OWN-IDX FROM 1 BY 1
               UNTIL WS-PROM-OWN-IDX
                   > WS-PROM-F-BLOCK(WS-PROM-FILE-IDX)
               MOVE SPACES TO XWK-RECORD
               MOVE WS-RUN-DATE-YYYYMMDD TO XWK-BUS-DATE
               COMPUTE XWK-BATCH-NO =
                   WS-PROM-F-OFFSET(WS-PROM-FILE-IDX)
                   + WS-PROM-OWN-IDX
               MOVE WS-PROM-F-BRANCH(WS-PROM-FILE-IDX)
                   TO XWK-BRANCH-CODE
               MOVE WS-PROM-OWN-IDX TO XWK-OWN-BATCH-NO
               MOVE WS-PROM-F-NAME(WS-PROM-FILE-IDX) TO XWK-FILE-NAME
               WRITE XWK-LINE FROM XWK-RECORD
           END-PERFORM.

       4200-COPY-FILE-RTN.
           MOVE WS-PROM-F-NAME(WS-PROM-FILE-IDX) TO WS-DA-DYN-NAME
           MOVE 'N' TO WS-DA-EOF-FLAG
           OPEN INPUT BRANCH-AMOUNTS-FILE
           IF WS-DA-FILE-STATUS NOT = "00"
               DISPLAY "DLYPROM: UNABLE TO RE-OPEN ACCEPTED FILE "
                   WS-DA-DYN-NAME ", STATUS=" WS-DA-FILE-STATUS
                   " - DLYAMT IS INCOMPLETE, DO NOT RUN DLYBTSUM"
               SET WS-PROM-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-DA-EOF OR WS-PROM-STOPPED
                   READ BRANCH-AMOUNTS-FILE
                       AT END
                           MOVE 'Y' TO WS-DA-EOF-FLAG
                       NOT AT END
                           PERFORM 4250-RENUMBER-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE BRANCH-AMOUNTS-FILE
           END-IF.

       4250-RENUMBER-RECORD-RTN.
           IF DA-REC-KEY = "000000" OR DA-XMIT-REC
               CONTINUE
           ELSE
               IF DA-BATCH-NO = ZERO
                   DISPLAY "DLYPROM: RECORD " DA-REC-KEY " IN "
                       WS-DA-DYN-NAME " CARRIES NO BATCH NUMBER - "
                       "NOT PROMOTED"
                   ADD 1 TO WS-PROM-SKIPPED-COUNT
               ELSE
                   MOVE WS-PROM-F-NAME(WS-PROM-FILE-IDX)
                       TO WS-DUP-LOOK-FILE
                   MOVE DA-BATCH-NO TO WS-DUP-LOOK-BATCH
                   PERFORM 4260-LOOK-UP-DUPLICATE-RTN
                   IF WS-DUP-FOUND
                       IF DA-BATCH-REC AND DA-REC-SEQ = ZERO
                           ADD 1 TO WS-PROM-DUP-HELD-COUNT
                           DISPLAY "DLYPROM: BRANCH "
                               WS-PROM-F-BRANCH(WS-PROM-FILE-IDX)
                               " FILE " WS-DUP-LOOK-FILE " BATCH "
                               WS-DUP-LOOK-BATCH " HELD AS A "
                               "DUPLICATE - NOT PROMOTED"
                       END-IF
                   ELSE
                       ADD WS-PROM-F-OFFSET(WS-PROM-FILE-IDX)
                           TO DA-BATCH-NO
                       MOVE DA-AMOUNT-RECORD TO AMT-OUT-RECORD
                       PERFORM 4300-WRITE-AMOUNT-RTN
                   END-IF
               END-IF
           END-IF.

       4260-LOOK-UP-DUPLICATE-RTN.
           MOVE 'N' TO WS-DUP-FOUND-FLAG
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX > WS-DUP-COUNT OR WS-DUP-FOUND
               MOVE WS-DUP-T-RECORD(WS-DUP-IDX) TO DUP-RECORD
               IF DUP-FILE-NAME = WS-DUP-LOOK-FILE
                   AND DUP-BATCH-NO = WS-DUP-LOOK-BATCH
                   SET WS-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM.

       4300-WRITE-AMOUNT-RTN.
           WRITE AMT-OUT-RECORD
           IF WS-AMT-FILE-STATUS NOT = "00"
               DISPLAY "DLYPROM: WRITE TO DLYAMT FAILED AT KEY "
                   AMT-OUT-KEY ", STATUS=" WS-AMT-FILE-STATUS
                   " - DLYAMT IS INCOMPLETE, DO NOT RUN DLYBTSUM"
               SET WS-PROM-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PROM-RECORD-COUNT
           END-IF.

       5000-PRINT-SUMMARY-RTN.
           IF WS-PROM-AMT-IS-OPEN AND NOT WS-PROM-STOPPED
               DISPLAY "DLYPROM: " WS-PROM-FILE-COUNT
                   " ACCEPTED FILES PROMOTED TO DLYAMT FOR "
                   WS-RUN-DATE-YYYYMMDD " - " WS-PROM-COMBINED-COUNT
                   " BATCHES, " WS-PROM-RECORD-COUNT
                   " RECORDS, CROSSWALK ON DLYXWK"
               IF WS-PROM-SKIPPED-COUNT > 0
                   DISPLAY "DLYPROM: " WS-PROM-SKIPPED-COUNT
                       " RECORDS WITH NO BATCH NUMBER WERE NOT "
                       "PROMOTED"
               END-IF
           END-IF
           IF WS-PROM-QUAR-COUNT > 0
               DISPLAY "DLYPROM: *** " WS-PROM-QUAR-COUNT
                   " BRANCH FILES STILL QUARANTINED AND NOT "
                   "PROMOTED - SEE DLYGATR ***"
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-PROM-DUP-HELD-COUNT > 0
               DISPLAY "DLYPROM: " WS-PROM-DUP-HELD-COUNT
                   " BATCHES HELD AS DUPLICATES - SEE DLYGATR, "
                   "RELEASE A GENUINE REPEAT ON DLYDREL"
           END-IF
           IF (WS-PROM-SKIPPED-COUNT > 0 OR WS-PROM-DUP-HELD-COUNT > 0)
               AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE-RTN.
           CONTINUE.
