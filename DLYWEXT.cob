       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYWEXT.
       AUTHOR. BRANCH-OPS-IT.
      *
      * DAILY BATCH EXTRACT FOR THE FINANCE WAREHOUSE.
      * RUN AFTER DLYBTSUM AND DLYGLCK FOR EVERY MAIN AND
      * SUPPLEMENTAL RUN. WRITES DLYWHX, A COMMA-DELIMITED FILE WITH
      * ONE ROW PER BATCH OF THE RUN (SEE WHXREC FOR THE COLUMNS),
      * SO THE WAREHOUSE NO LONGER HAS TO SCRAPE DLYRPT AND DLYREJ.
      * EACH ROW IS BUILT FROM THE FILES THE RUN LEFT BEHIND:
      *   DLYAMT  - BRANCH, TELLER, AMOUNT AS RECEIVED AND THE ITEM
      *             COUNT AND CASH/CHECK/OTHER SPLIT OF THE ITEMS
      *   DLYBRM  - THE SUCCESSOR A MERGED BRANCH'S BATCH POSTED
      *             UNDER, SO BRANCH AGREES WITH THE GL ACCOUNT AND
      *             COST CENTER ON THE ROW AND WITH DLYTLH
      *   DLYGLX  - THE AMOUNT POSTED, GL ACCOUNT AND COST CENTER
      *   DLYGLCF - WHETHER THE GL CONFIRMED THE POSTING
      *   DLYHLD  - BATCHES HELD OFF THE GL FOR WANT OF A MAPPING
      *   DLYREJ  - THE EDIT REASON FOR A REJECTED BATCH (THE LAST
      *             LISTING ON THE FILE, THE RUN JUST MADE)
      *   DLYPND  - BATCHES MISSING FROM THE MAIN RUN
      * A DLYADJ ADJUSTMENT CHANGES DLYHST AFTER THE DAY'S EXTRACT
      * HAS GONE, SO DLYADJ QUEUES EACH ONE ON DLYXCQ (SEE XCQREC)
      * AND THE NEXT BUSINESS DAY'S MAIN RUN EXTRACT CARRIES IT AS A
      * CORRECTION ROW FOR THE DELTA. THE QUEUE RECORD IS STAMPED
      * WITH THE EXTRACT THAT CARRIED IT, SO A RERUN OF THAT EXTRACT
      * CARRIES IT AGAIN, AND IS DROPPED ONCE A LATER DATE'S EXTRACT
      * RUNS. THE LAST ROW IS A CONTROL ROW WITH THE ROW COUNT AND
      * THE SUM OF THE BATCH_AMOUNT COLUMN FOR THE WAREHOUSE LOAD TO
      * PROVE AGAINST.
      * DLYWHX IS REWRITTEN ON EVERY RUN, THE SAME AS DLYGLX - THE
      * WAREHOUSE PICKS IT UP BEFORE THE NEXT RUN. A MISSING DLYCAL
      * DATE OR DLYAMT ENDS THE RUN RC 16 WITH NO EXTRACT WRITTEN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-AMOUNTS-FILE ASSIGN TO "DLYAMT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DA-REC-KEY
               FILE STATUS IS WS-DA-FILE-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "DLYGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-FILE-STATUS.
           SELECT GL-CONFIRM-FILE ASSIGN TO "DLYGLCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-FILE-STATUS.
           SELECT HELD-BATCH-FILE ASSIGN TO "DLYHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "DLYREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJT-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "DLYPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT CORRECTION-QUEUE-FILE ASSIGN TO "DLYXCQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCQ-FILE-STATUS.
           SELECT WAREHOUSE-EXTRACT-FILE ASSIGN TO "DLYWHX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHX-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "DLYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "DLYBRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-AMOUNTS-FILE
           RECORD CONTAINS 36 CHARACTERS.
       COPY DAREC.

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 57 CHARACTERS.
       COPY GLREC.

       FD  GL-CONFIRM-FILE
           RECORD CONTAINS 44 CHARACTERS.
       COPY GLCREC.

       FD  HELD-BATCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY HLDREC.

       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RJT-LINE                    PIC X(80).

       FD  PENDING-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY PNDREC.

       FD  CORRECTION-QUEUE-FILE
           RECORD CONTAINS 96 CHARACTERS.
       COPY XCQREC.

       FD  WAREHOUSE-EXTRACT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  WHX-LINE                    PIC X(200).

       FD  CALENDAR-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  CAL-LINE                    PIC X(28).

       FD  BRANCH-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BRM-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WHXREC.
       COPY CALREC.
       COPY BRMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-DA-FILE-STATUS       PIC X(2).
           05  WS-GLX-FILE-STATUS      PIC X(2).
           05  WS-GLC-FILE-STATUS      PIC X(2).
           05  WS-HLD-FILE-STATUS      PIC X(2).
           05  WS-RJT-FILE-STATUS      PIC X(2).
           05  WS-PND-FILE-STATUS      PIC X(2).
           05  WS-WHX-FILE-STATUS      PIC X(2).

       01  WS-EOF-FLAGS.
           05  WS-DA-EOF-FLAG          PIC X(1)    VALUE 'N'.
               88  WS-DA-EOF           VALUE 'Y'.
           05  WS-GLX-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-GLX-EOF          VALUE 'Y'.
           05  WS-GLC-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-GLC-EOF          VALUE 'Y'.
           05  WS-HLD-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-HLD-EOF          VALUE 'Y'.
           05  WS-RJT-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-RJT-EOF          VALUE 'Y'.
           05  WS-PND-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-PND-EOF          VALUE 'Y'.

       01  WS-RUN-DATE-YYYYMMDD        PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE-RTN
           IF NOT WS-WHX-STOPPED
               PERFORM 2000-LOAD-AMOUNTS-RTN
           END-IF
           IF NOT WS-WHX-STOPPED
               PERFORM 2100-LOAD-GL-EXTRACT-RTN
               PERFORM 2200-LOAD-GL-CONFIRM-RTN
               PERFORM 2300-LOAD-HOLDS-RTN
               PERFORM 2400-LOAD-REJECTS-RTN
               IF WS-WHX-RUN-TYPE = "MAIN"
                   PERFORM 2500-LOAD-PENDING-RTN
               END-IF
               PERFORM 2600-LOAD-CORRECTIONS-RTN
           END-IF
           IF NOT WS-WHX-STOPPED
               PERFORM 3000-WRITE-EXTRACT-RTN
           END-IF
           IF NOT WS-WHX-STOPPED AND WS-XCQ-COUNT > 0
               PERFORM 4000-REWRITE-QUEUE-RTN
           END-IF
           PERFORM 9000-TERMINATE-RTN
           STOP RUN.

       1000-INITIALIZE-RTN.
           PERFORM 1100-READ-CALENDAR-RTN
           IF NOT WS-WHX-STOPPED
               PERFORM 1200-LOAD-BRANCH-MASTER-RTN
           END-IF
           PERFORM VARYING WS-WHX-IDX FROM 1 BY 1
               UNTIL WS-WHX-IDX > 200
               MOVE 'N' TO WS-WHX-B-FILE-FLAG(WS-WHX-IDX)
               MOVE SPACES TO WS-WHX-B-BRANCH(WS-WHX-IDX)
               MOVE SPACES TO WS-WHX-B-TELLER(WS-WHX-IDX)
               MOVE ZERO TO WS-WHX-B-DA-AMOUNT(WS-WHX-IDX)
               MOVE ZERO TO WS-WHX-B-ITEMS(WS-WHX-IDX)
               MOVE ZERO TO WS-WHX-B-CASH(WS-WHX-IDX)
               MOVE ZERO TO WS-WHX-B-CHECK(WS-WHX-IDX)
               MOVE ZERO TO WS-WHX-B-OTHER(WS-WHX-IDX)
               MOVE 'N' TO WS-WHX-B-GL-FLAG(WS-WHX-IDX)
               MOVE ZERO TO WS-WHX-B-GL-AMOUNT(WS-WHX-IDX)
               MOVE ZERO TO WS-WHX-B-GL-TOTAL(WS-WHX-IDX)
               MOVE SPACES TO WS-WHX-B-ACCOUNT(WS-WHX-IDX)
               MOVE SPACES TO WS-WHX-B-COST-CENTER(WS-WHX-IDX)
               MOVE SPACES TO WS-WHX-B-GL-STATUS(WS-WHX-IDX)
               MOVE SPACES TO WS-WHX-B-HLD-STATUS(WS-WHX-IDX)
               MOVE ZERO TO WS-WHX-B-HLD-AMOUNT(WS-WHX-IDX)
               MOVE SPACES TO WS-WHX-B-REJ-REASON(WS-WHX-IDX)
               MOVE 'N' TO WS-WHX-B-PND-FLAG(WS-WHX-IDX)
           END-PERFORM.

       1100-READ-CALENDAR-RTN.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS = "00"
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
           END-IF
           IF NOT WS-CAL-DATE-FOUND
               DISPLAY "DLYWEXT: NO CURRENT BUSINESS DATE ON DLYCAL - "
                   "NO WAREHOUSE EXTRACT WRITTEN"
               SET WS-WHX-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * LOAD THE BRANCH MASTER. WITHOUT IT A MERGED BRANCH'S BATCHES
      * GO OUT UNDER THE CODE ON DLYAMT AND THE RUN ENDS WITH A
      * WARNING.
      *****************************************************************
       1200-LOAD-BRANCH-MASTER-RTN.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRM-FILE-STATUS NOT = "00"
               DISPLAY "DLYWEXT: UNABLE TO OPEN BRANCH MASTER DLYBRM, "
                   "STATUS=" WS-BRM-FILE-STATUS " - MERGED BRANCHES "
                   "EXTRACTED UNDER THEIR DLYAMT CODES"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-BRM-EOF
                   READ BRANCH-MASTER-FILE INTO BRM-RECORD
                       AT END
                           MOVE 'Y' TO WS-BRM-EOF-FLAG
                       NOT AT END
                           PERFORM 1210-STORE-BRANCH-RTN
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
               SET WS-BRM-LOADED TO TRUE
           END-IF.

       1210-STORE-BRANCH-RTN.
           IF WS-BRM-COUNT < 500
               ADD 1 TO WS-BRM-COUNT
               MOVE BRM-BRANCH-CODE TO WS-BRM-T-CODE(WS-BRM-COUNT)
               MOVE BRM-NAME TO WS-BRM-T-NAME(WS-BRM-COUNT)
               MOVE BRM-REGION TO WS-BRM-T-REGION(WS-BRM-COUNT)
               MOVE BRM-STATUS TO WS-BRM-T-STATUS(WS-BRM-COUNT)
               MOVE BRM-OPEN-DATE TO WS-BRM-T-OPEN-DATE(WS-BRM-COUNT)
               MOVE BRM-CLOSE-DATE
                   TO WS-BRM-T-CLOSE-DATE(WS-BRM-COUNT)
               MOVE BRM-SUCCESSOR TO WS-BRM-T-SUCCESSOR(WS-BRM-COUNT)
               MOVE BRM-EXPECTED-DAYS TO WS-BRM-T-DAYS(WS-BRM-COUNT)
           ELSE
               IF NOT WS-BRM-FULL
                   SET WS-BRM-FULL TO TRUE
                   DISPLAY "DLYWEXT: MORE THAN 500 BRANCHES ON "
                       "DLYBRM - EXTRAS NOT RESOLVED TO A SUCCESSOR"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * DLYAMT - THE HEADER GIVES THE RUN TYPE, EACH BATCH RECORD
      * OPENS AN ENTRY AND THE ITEM RECORDS BEHIND IT ARE SPLIT BY
      * ITEM TYPE. TRAILERS ARE LEFT TO DLYBTSUM.
      *****************************************************************
       2000-LOAD-AMOUNTS-RTN.
           OPEN INPUT DAILY-AMOUNTS-FILE
           IF WS-DA-FILE-STATUS NOT = "00"
               DISPLAY "DLYWEXT: UNABLE TO OPEN DAILY-AMOUNTS-FILE, "
                   "STATUS=" WS-DA-FILE-STATUS
                   " - NO WAREHOUSE EXTRACT WRITTEN"
               SET WS-WHX-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               READ DAILY-AMOUNTS-FILE
                   AT END
                       MOVE 'Y' TO WS-DA-EOF-FLAG
                   NOT AT END
                       MOVE DA-HDR-BATCH-COUNT TO WS-WHX-BATCH-COUNT
                       IF DA-HDR-IS-SUPP
                           MOVE "SUPP" TO WS-WHX-RUN-TYPE
                       END-IF
               END-READ
               PERFORM UNTIL WS-DA-EOF
                   READ DAILY-AMOUNTS-FILE
                       AT END
                           MOVE 'Y' TO WS-DA-EOF-FLAG
                       NOT AT END
                           PERFORM 2050-STORE-AMOUNT-RTN
                   END-READ
               END-PERFORM
               CLOSE DAILY-AMOUNTS-FILE
               IF WS-WHX-SKIPPED-COUNT > 0
                   DISPLAY "DLYWEXT: " WS-WHX-SKIPPED-COUNT
                       " DLYAMT RECORDS WITH NO USABLE BATCH NUMBER "
                       "LEFT OFF THE EXTRACT"
               END-IF
           END-IF.

       2050-STORE-AMOUNT-RTN.
           IF DA-XMIT-REC OR DA-TRAILER-REC
               CONTINUE
           ELSE
               IF DA-BATCH-NO NOT NUMERIC
                   OR DA-BATCH-NO < 1 OR DA-BATCH-NO > 200
                   ADD 1 TO WS-WHX-SKIPPED-COUNT
               ELSE
                   IF DA-ITEM-REC
                       PERFORM 2060-STORE-ITEM-RTN
                   ELSE
                       IF DA-BATCH-REC
                           PERFORM 2070-STORE-BATCH-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2060-STORE-ITEM-RTN.
           IF DA-BATCH-NO = WS-WHX-CUR-BATCH
               ADD 1 TO WS-WHX-B-ITEMS(WS-WHX-CUR-BATCH)
               IF DA-ITEM-AMOUNT IS NUMERIC
                   IF DA-ITEM-CASH
                       ADD DA-ITEM-AMOUNT
                           TO WS-WHX-B-CASH(WS-WHX-CUR-BATCH)
                   ELSE
                       IF DA-ITEM-CHECK
                           ADD DA-ITEM-AMOUNT
                               TO WS-WHX-B-CHECK(WS-WHX-CUR-BATCH)
                       ELSE
                           ADD DA-ITEM-AMOUNT
                               TO WS-WHX-B-OTHER(WS-WHX-CUR-BATCH)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2070-STORE-BATCH-RTN.
           MOVE DA-BATCH-NO TO WS-WHX-CUR-BATCH
           SET WS-WHX-B-ON-FILE(DA-BATCH-NO) TO TRUE
           MOVE DA-BRANCH-CODE TO WS-WHX-B-BRANCH(DA-BATCH-NO)
           PERFORM 2075-POSTING-BRANCH-RTN
           MOVE DA-TELLER-ID TO WS-WHX-B-TELLER(DA-BATCH-NO)
           IF DA-AMOUNT IS NUMERIC
               MOVE DA-AMOUNT TO WS-WHX-B-DA-AMOUNT(DA-BATCH-NO)
           END-IF.

      *****************************************************************
      * THE BRANCH DLYBTSUM POSTED THE BATCH UNDER - A BRANCH MERGED
      * ON THE RUN DATE IS REPLACED BY ITS SUCCESSOR. ANY OTHER CODE,
      * OR A MERGE WITH NO OPEN SUCCESSOR (WHICH DLYBTSUM REJECTS),
      * IS LEFT AS IT IS.
      *****************************************************************
       2075-POSTING-BRANCH-RTN.
           IF WS-BRM-LOADED
               MOVE DA-BRANCH-CODE TO WS-BRM-LOOK-CODE
               PERFORM 2090-RESOLVE-BRANCH-RTN
               IF WS-BRM-FIRST-STATE = 'M'
                   AND WS-BRM-ST-POSTABLE
                   MOVE WS-BRM-T-CODE(WS-BRM-HIT-IDX)
                       TO WS-WHX-B-BRANCH(DA-BATCH-NO)
               END-IF
           END-IF.

       2080-FIND-BRANCH-RTN.
           MOVE ZERO TO WS-BRM-HIT-IDX
           PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
               UNTIL WS-BRM-IDX > WS-BRM-COUNT
               OR WS-BRM-HIT-IDX NOT = ZERO
               IF WS-BRM-T-CODE(WS-BRM-IDX) = WS-BRM-LOOK-CODE
                   MOVE WS-BRM-IDX TO WS-BRM-HIT-IDX
               END-IF
           END-PERFORM
           PERFORM 2085-BRANCH-STATE-RTN.

      *****************************************************************
      * STATUS IN FORCE ON THE RUN DATE FOR THE ENTRY AT
      * WS-BRM-HIT-IDX - A MERGE OR CLOSURE DATED LATER THAN THE RUN
      * DATE HAS NOT HAPPENED YET.
      *****************************************************************
       2085-BRANCH-STATE-RTN.
           IF WS-BRM-HIT-IDX = ZERO
               MOVE 'U' TO WS-BRM-STATE
           ELSE
               IF WS-BRM-T-OPEN-DATE(WS-BRM-HIT-IDX)
                   > WS-RUN-DATE-YYYYMMDD
                   MOVE 'N' TO WS-BRM-STATE
               ELSE
                   IF (WS-BRM-T-STATUS(WS-BRM-HIT-IDX) = 'M'
                       OR WS-BRM-T-STATUS(WS-BRM-HIT-IDX) = 'C')
                       AND WS-BRM-T-CLOSE-DATE(WS-BRM-HIT-IDX)
                           > WS-RUN-DATE-YYYYMMDD
                       MOVE 'O' TO WS-BRM-STATE
                   ELSE
                       MOVE WS-BRM-T-STATUS(WS-BRM-HIT-IDX)
                           TO WS-BRM-STATE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * LOOK UP WS-BRM-LOOK-CODE AND FOLLOW A MERGED BRANCH DOWN ITS
      * SUCCESSORS. A CHAIN THAT RUNS OFF THE MASTER OR LONGER THAN
      * WS-BRM-MAX-HOPS ENDS UNKNOWN.
      *****************************************************************
       2090-RESOLVE-BRANCH-RTN.
           MOVE ZERO TO WS-BRM-HOPS
           PERFORM 2080-FIND-BRANCH-RTN
           MOVE WS-BRM-STATE TO WS-BRM-FIRST-STATE
           MOVE WS-BRM-HIT-IDX TO WS-BRM-FIRST-IDX
           PERFORM UNTIL NOT WS-BRM-ST-MERGED
               OR WS-BRM-HOPS NOT < WS-BRM-MAX-HOPS
               ADD 1 TO WS-BRM-HOPS
               MOVE WS-BRM-T-SUCCESSOR(WS-BRM-HIT-IDX)
                   TO WS-BRM-LOOK-CODE
               PERFORM 2080-FIND-BRANCH-RTN
           END-PERFORM
           IF WS-BRM-ST-MERGED
               MOVE ZERO TO WS-BRM-HIT-IDX
               MOVE 'U' TO WS-BRM-STATE
           END-IF.

      *****************************************************************
      * DLYGLX - THE FIRST LINE FOR EACH BATCH DATED THE RUN DATE IS
      * THE ONE DLYBTSUM WROTE, OR FOR A BATCH IT HELD THE ONE
      * DLYHREL WROTE ON RELEASE. DLYHREL LINES FOR EARLIER DATES ARE
      * PASSED OVER ON THEIR DATE. DLYADJ LINES CARRY THE ORIGINAL
      * BATCH NUMBER UNDER THE DATE THE ADJUSTMENT WAS KEYED, WHICH
      * CAN BE THE RUN DATE, SO THEY ARE PASSED OVER ON THEIR "ADJ"
      * GL-SOURCE MARK - THEY REACH THE EXTRACT THROUGH DLYXCQ.
      *****************************************************************
       2100-LOAD-GL-EXTRACT-RTN.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GLX-FILE-STATUS NOT = "00"
               DISPLAY "DLYWEXT: UNABLE TO OPEN DLYGLX, STATUS="
                   WS-GLX-FILE-STATUS " - NO BATCH SHOWN AS POSTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-GLX-EOF
                   READ GL-EXTRACT-FILE
                       AT END
                           MOVE 'Y' TO WS-GLX-EOF-FLAG
                       NOT AT END
                           IF GL-BATCH-NO IS NUMERIC
                               AND GL-BATCH-NO > 0
                               AND GL-BATCH-NO NOT > 200
                               AND GL-DATE = WS-RUN-DATE-YYYYMMDD
                               AND NOT GL-FROM-DLYADJ
                               AND NOT WS-WHX-B-HAS-GL(GL-BATCH-NO)
                               PERFORM 2150-STORE-GL-LINE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
           END-IF.

       2150-STORE-GL-LINE-RTN.
           SET WS-WHX-B-HAS-GL(GL-BATCH-NO) TO TRUE
           MOVE GL-AMOUNT TO WS-WHX-B-GL-AMOUNT(GL-BATCH-NO)
           MOVE GL-TOTAL TO WS-WHX-B-GL-TOTAL(GL-BATCH-NO)
           MOVE GL-ACCOUNT TO WS-WHX-B-ACCOUNT(GL-BATCH-NO)
           MOVE GL-COST-CENTER TO WS-WHX-B-COST-CENTER(GL-BATCH-NO)
           MOVE "UNCONFIRMED" TO WS-WHX-B-GL-STATUS(GL-BATCH-NO).

      *****************************************************************
      * DLYGLCF - MATCHED ON THE SAME FOUR FIELDS AS DLYGLCK. A
      * POSTED CONFIRMATION IS NOT OVERLAID BY A LATER ONE.
      *****************************************************************
       2200-LOAD-GL-CONFIRM-RTN.
           OPEN INPUT GL-CONFIRM-FILE
           IF WS-GLC-FILE-STATUS NOT = "00"
               DISPLAY "DLYWEXT: UNABLE TO OPEN DLYGLCF, STATUS="
                   WS-GLC-FILE-STATUS ", POSTED BATCHES SHOWN AS "
                   "UNCONFIRMED"
           ELSE
               PERFORM UNTIL WS-GLC-EOF
                   READ GL-CONFIRM-FILE
                       AT END
                           MOVE 'Y' TO WS-GLC-EOF-FLAG
                       NOT AT END
                           IF GLC-BATCH-NO IS NUMERIC
                               AND GLC-BATCH-NO > 0
                               AND GLC-BATCH-NO NOT > 200
                               PERFORM 2250-MATCH-CONFIRM-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-CONFIRM-FILE
           END-IF.

       2250-MATCH-CONFIRM-RTN.
           IF WS-WHX-B-HAS-GL(GLC-BATCH-NO)
               AND GLC-DATE = WS-RUN-DATE-YYYYMMDD
               AND GLC-TOTAL = WS-WHX-B-GL-TOTAL(GLC-BATCH-NO)
               AND GLC-ACCOUNT = WS-WHX-B-ACCOUNT(GLC-BATCH-NO)
               AND WS-WHX-B-GL-STATUS(GLC-BATCH-NO) NOT = "POSTED"
               MOVE GLC-STATUS TO WS-WHX-B-GL-STATUS(GLC-BATCH-NO)
           END-IF.

       2300-LOAD-HOLDS-RTN.
           OPEN INPUT HELD-BATCH-FILE
           IF WS-HLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HLD-EOF
                   READ HELD-BATCH-FILE
                       AT END
                           MOVE 'Y' TO WS-HLD-EOF-FLAG
                       NOT AT END
                           IF HLD-BUS-DATE = WS-RUN-DATE-YYYYMMDD
                               AND HLD-RUN-TYPE = WS-WHX-RUN-TYPE
                               AND HLD-BATCH-NO IS NUMERIC
                               AND HLD-BATCH-NO > 0
                               AND HLD-BATCH-NO NOT > 200
                               MOVE HLD-STATUS
                                 TO WS-WHX-B-HLD-STATUS(HLD-BATCH-NO)
                               MOVE HLD-AMOUNT
                                 TO WS-WHX-B-HLD-AMOUNT(HLD-BATCH-NO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-BATCH-FILE
           END-IF.

      *****************************************************************
      * DLYREJ - A SUPPLEMENTAL RUN ADDS ITS OWN LISTING AFTER THE
      * MAIN RUN'S, SO THE REASONS ARE CLEARED AT EVERY TITLE LINE
      * AND ONLY THE LAST LISTING COUNTS. THE FIRST REASON FOR A
      * BATCH IS KEPT. MISSING BATCHES COME FROM DLYPND INSTEAD.
      *****************************************************************
       2400-LOAD-REJECTS-RTN.
           OPEN INPUT REJECT-FILE
           IF WS-RJT-FILE-STATUS NOT = "00"
               DISPLAY "DLYWEXT: UNABLE TO OPEN DLYREJ, STATUS="
                   WS-RJT-FILE-STATUS " - NO REJECT REASONS CARRIED"
           ELSE
               PERFORM UNTIL WS-RJT-EOF
                   READ REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-RJT-EOF-FLAG
                       NOT AT END
                           PERFORM 2450-STORE-REJECT-RTN
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       2450-STORE-REJECT-RTN.
           IF RJT-LINE(11:26) = "DAILY BATCH REJECT LISTING"
               PERFORM VARYING WS-WHX-IDX FROM 1 BY 1
                   UNTIL WS-WHX-IDX > 200
                   MOVE SPACES TO WS-WHX-B-REJ-REASON(WS-WHX-IDX)
               END-PERFORM
           ELSE
               IF RJT-LINE(6:8) NOT = "BATCH NO"
                   AND RJT-LINE(6:3) NOT = SPACES
                   AND RJT-LINE(14:33) NOT =
                       "MISSING - PENDING LATE SUBMISSION"
                   MOVE RJT-LINE(6:3) TO WS-WHX-REJ-BATCH-X
                   INSPECT WS-WHX-REJ-BATCH-X
                       REPLACING LEADING SPACES BY ZEROS
                   IF WS-WHX-REJ-BATCH IS NUMERIC
                       AND WS-WHX-REJ-BATCH > 0
                       AND WS-WHX-REJ-BATCH NOT > 200
                       IF WS-WHX-B-REJ-REASON(WS-WHX-REJ-BATCH)
                           = SPACES
                           MOVE RJT-LINE(14:40)
                             TO WS-WHX-B-REJ-REASON(WS-WHX-REJ-BATCH)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2500-LOAD-PENDING-RTN.
           OPEN INPUT PENDING-FILE
           IF WS-PND-FILE-STATUS = "00"
               PERFORM UNTIL WS-PND-EOF
                   READ PENDING-FILE
                       AT END
                           MOVE 'Y' TO WS-PND-EOF-FLAG
                       NOT AT END
                           IF PND-RUN-DATE = WS-RUN-DATE-YYYYMMDD
                               AND PND-BATCH-NO IS NUMERIC
                               AND PND-BATCH-NO > 0
                               AND PND-BATCH-NO NOT > 200
                               SET WS-WHX-B-PENDING(PND-BATCH-NO)
                                   TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      *****************************************************************
      * DLYXCQ IS HELD WHOLE SO IT CAN BE REWRITTEN WITH THE STAMPS.
      * A QUEUE TOO BIG FOR THE TABLE STOPS THE RUN RATHER THAN LOSE
      * CORRECTIONS ON THE REWRITE.
      *****************************************************************
       2600-LOAD-CORRECTIONS-RTN.
           OPEN INPUT CORRECTION-QUEUE-FILE
           IF WS-XCQ-FILE-STATUS = "00"
               PERFORM UNTIL WS-XCQ-EOF
                   READ CORRECTION-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WS-XCQ-EOF-FLAG
                       NOT AT END
                           PERFORM 2650-STORE-CORRECTION-RTN
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-QUEUE-FILE
           END-IF
           IF WS-XCQ-FULL
               DISPLAY "DLYWEXT: MORE THAN 1000 RECORDS ON DLYXCQ - "
                   "NO WAREHOUSE EXTRACT WRITTEN, CLEAR THE QUEUE "
                   "AND RERUN"
               SET WS-WHX-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       2650-STORE-CORRECTION-RTN.
           IF WS-XCQ-COUNT < 1000
               ADD 1 TO WS-XCQ-COUNT
               MOVE XCQ-RECORD TO WS-XCQ-ENTRY(WS-XCQ-COUNT)
           ELSE
               SET WS-XCQ-FULL TO TRUE
           END-IF.

       3000-WRITE-EXTRACT-RTN.
           OPEN OUTPUT WAREHOUSE-EXTRACT-FILE
           IF WS-WHX-FILE-STATUS NOT = "00"
               DISPLAY "DLYWEXT: UNABLE TO OPEN DLYWHX, STATUS="
                   WS-WHX-FILE-STATUS " - NO WAREHOUSE EXTRACT WRITTEN"
               SET WS-WHX-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               WRITE WHX-LINE FROM WS-WHX-HEADER-ROW
               PERFORM VARYING WS-WHX-IDX FROM 1 BY 1
                   UNTIL WS-WHX-IDX > 200
                   IF WS-WHX-B-ON-FILE(WS-WHX-IDX)
                       OR WS-WHX-B-PENDING(WS-WHX-IDX)
                       PERFORM 3100-BATCH-ROW-RTN
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-XCQ-IDX FROM 1 BY 1
                   UNTIL WS-XCQ-IDX > WS-XCQ-COUNT
                   PERFORM 3200-CORRECTION-ROW-RTN
               END-PERFORM
               PERFORM 3300-CONTROL-ROW-RTN
               CLOSE WAREHOUSE-EXTRACT-FILE
               DISPLAY "DLYWEXT: " WS-WHX-RUN-TYPE " RUN "
                   WS-RUN-DATE-YYYYMMDD " - " WS-WHX-ROW-COUNT
                   " ROWS WRITTEN TO DLYWHX, " WS-WHX-CORR-COUNT
                   " OF THEM DLYADJ CORRECTIONS"
           END-IF.

      *****************************************************************
      * ONE BATCH OF THE RUN. PENDING ONLY WHEN THE BATCH NEVER
      * ARRIVED; A HOLD OUTRANKS THE GL LINE DLYHREL WRITES ON
      * RELEASE, AND A GL LINE OUTRANKS A REJECT REASON.
      *****************************************************************
       3100-BATCH-ROW-RTN.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-WHX-R-DATE
           MOVE WS-WHX-RUN-TYPE TO WS-WHX-R-RUN-TYPE
           MOVE WS-WHX-IDX TO WS-WHX-R-BATCH-NO
           MOVE WS-WHX-B-BRANCH(WS-WHX-IDX) TO WS-WHX-R-BRANCH
           MOVE WS-WHX-B-TELLER(WS-WHX-IDX) TO WS-WHX-R-TELLER
           MOVE WS-WHX-B-ITEMS(WS-WHX-IDX) TO WS-WHX-R-ITEMS
           MOVE WS-WHX-B-CASH(WS-WHX-IDX) TO WS-WHX-R-CASH
           MOVE WS-WHX-B-CHECK(WS-WHX-IDX) TO WS-WHX-R-CHECK
           MOVE WS-WHX-B-OTHER(WS-WHX-IDX) TO WS-WHX-R-OTHER
           MOVE WS-WHX-B-ACCOUNT(WS-WHX-IDX) TO WS-WHX-R-ACCOUNT
           MOVE WS-WHX-B-COST-CENTER(WS-WHX-IDX)
               TO WS-WHX-R-COST-CENTER
           MOVE WS-WHX-B-GL-STATUS(WS-WHX-IDX) TO WS-WHX-R-GL-STATUS
           MOVE SPACES TO WS-WHX-R-REASON
           MOVE SPACES TO WS-WHX-R-ORIG-DATE
           MOVE WS-WHX-B-DA-AMOUNT(WS-WHX-IDX) TO WS-WHX-R-AMOUNT
           IF NOT WS-WHX-B-ON-FILE(WS-WHX-IDX)
               MOVE "PENDING" TO WS-WHX-R-STATUS
               MOVE "MISSING - PENDING LATE SUBMISSION"
                   TO WS-WHX-R-REASON
           ELSE
               PERFORM 3150-ON-FILE-STATUS-RTN
           END-IF
           PERFORM 3500-BUILD-ROW-RTN.

       3150-ON-FILE-STATUS-RTN.
           IF WS-WHX-B-HLD-STATUS(WS-WHX-IDX) = "RELEASED"
               MOVE "RELEASED" TO WS-WHX-R-STATUS
               MOVE WS-WHX-B-HLD-AMOUNT(WS-WHX-IDX) TO WS-WHX-R-AMOUNT
           ELSE
               IF WS-WHX-B-HLD-STATUS(WS-WHX-IDX) = "HELD"
                   MOVE "HELD" TO WS-WHX-R-STATUS
                   MOVE "NO GL MAP - HELD IN SUSPENSE"
                       TO WS-WHX-R-REASON
                   MOVE WS-WHX-B-HLD-AMOUNT(WS-WHX-IDX)
                       TO WS-WHX-R-AMOUNT
               ELSE
                   IF WS-WHX-B-HAS-GL(WS-WHX-IDX)
                       MOVE "ACCEPTED" TO WS-WHX-R-STATUS
                       MOVE WS-WHX-B-GL-AMOUNT(WS-WHX-IDX)
                           TO WS-WHX-R-AMOUNT
                   ELSE
                       IF WS-WHX-B-REJ-REASON(WS-WHX-IDX)
                           NOT = SPACES
                           MOVE "REJECTED" TO WS-WHX-R-STATUS
                           MOVE WS-WHX-B-REJ-REASON(WS-WHX-IDX)
                               TO WS-WHX-R-REASON
                       ELSE
                           MOVE "UNPOSTED" TO WS-WHX-R-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A QUEUED DLYADJ ADJUSTMENT. NEW ONES ARE PICKED UP ONLY BY A
      * MAIN RUN FOR A LATER DATE THAN THE ONE THEY WERE KEYED ON;
      * ONE THIS SAME EXTRACT CARRIED BEFORE IS CARRIED AGAIN.
      *****************************************************************
       3200-CORRECTION-ROW-RTN.
           MOVE WS-XCQ-ENTRY(WS-XCQ-IDX) TO XCQ-RECORD
           IF (XCQ-XTR-DATE = ZERO
               AND XCQ-KEYED-DATE < WS-RUN-DATE-YYYYMMDD
               AND WS-WHX-RUN-TYPE = "MAIN")
               OR (XCQ-XTR-DATE = WS-RUN-DATE-YYYYMMDD
               AND XCQ-XTR-RUN-TYPE = WS-WHX-RUN-TYPE)
               MOVE WS-RUN-DATE-YYYYMMDD TO XCQ-XTR-DATE
               MOVE WS-WHX-RUN-TYPE TO XCQ-XTR-RUN-TYPE
               MOVE XCQ-RECORD TO WS-XCQ-ENTRY(WS-XCQ-IDX)
               MOVE XCQ-POST-DATE TO WS-WHX-R-DATE
               MOVE "ADJ" TO WS-WHX-R-RUN-TYPE
               MOVE XCQ-BATCH-NO TO WS-WHX-R-BATCH-NO
               MOVE XCQ-BRANCH-CODE TO WS-WHX-R-BRANCH
               MOVE SPACES TO WS-WHX-R-TELLER
               COMPUTE WS-WHX-R-AMOUNT =
                   XCQ-NEW-AMOUNT - XCQ-OLD-AMOUNT
               MOVE ZERO TO WS-WHX-R-ITEMS
               MOVE ZERO TO WS-WHX-R-CASH
               MOVE ZERO TO WS-WHX-R-CHECK
               MOVE ZERO TO WS-WHX-R-OTHER
               MOVE XCQ-GL-ACCOUNT TO WS-WHX-R-ACCOUNT
               MOVE XCQ-COST-CENTER TO WS-WHX-R-COST-CENTER
               MOVE SPACES TO WS-WHX-R-GL-STATUS
               MOVE "CORRECTION" TO WS-WHX-R-STATUS
               MOVE SPACES TO WS-WHX-R-REASON
               STRING "DLYADJ ADJUSTMENT KEYED " XCQ-KEYED-DATE
                   DELIMITED BY SIZE INTO WS-WHX-R-REASON
               END-STRING
               MOVE XCQ-ORIG-DATE TO WS-WHX-R-ORIG-DATE
               PERFORM 3500-BUILD-ROW-RTN
               ADD 1 TO WS-WHX-CORR-COUNT
           END-IF.

       3300-CONTROL-ROW-RTN.
           MOVE SPACES TO WS-WHX-ROW
           MOVE 1 TO WS-WHX-PTR
           STRING "CONTROL," WS-RUN-DATE-YYYYMMDD ","
                   DELIMITED BY SIZE
               WS-WHX-RUN-TYPE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO WS-WHX-ROW WITH POINTER WS-WHX-PTR
           END-STRING
           MOVE WS-WHX-ROW-COUNT TO WS-WHX-EDIT-CNT
           PERFORM 3950-APPEND-COUNT-RTN
           STRING "," DELIMITED BY SIZE
               INTO WS-WHX-ROW WITH POINTER WS-WHX-PTR
           END-STRING
           MOVE WS-WHX-ROW-TOTAL TO WS-WHX-AMT-WORK
           PERFORM 3900-APPEND-AMOUNT-RTN
           WRITE WHX-LINE FROM WS-WHX-ROW.

      *****************************************************************
      * LAY THE WS-WHX-R- FIELDS OUT AS ONE DELIMITED ROW AND WRITE
      * IT, ADDING IT INTO THE CONTROL ROW FIGURES.
      *****************************************************************
       3500-BUILD-ROW-RTN.
           MOVE SPACES TO WS-WHX-ROW
           MOVE 1 TO WS-WHX-PTR
           STRING WS-WHX-R-DATE "," DELIMITED BY SIZE
               WS-WHX-R-RUN-TYPE DELIMITED BY SPACE
               "," WS-WHX-R-BATCH-NO "," DELIMITED BY SIZE
               WS-WHX-R-BRANCH DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-WHX-R-TELLER DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO WS-WHX-ROW WITH POINTER WS-WHX-PTR
           END-STRING
           MOVE WS-WHX-R-AMOUNT TO WS-WHX-AMT-WORK
           PERFORM 3900-APPEND-AMOUNT-RTN
           STRING "," DELIMITED BY SIZE
               INTO WS-WHX-ROW WITH POINTER WS-WHX-PTR
           END-STRING
           MOVE WS-WHX-R-ITEMS TO WS-WHX-EDIT-CNT
           PERFORM 3950-APPEND-COUNT-RTN
           STRING "," DELIMITED BY SIZE
               INTO WS-WHX-ROW WITH POINTER WS-WHX-PTR
           END-STRING
           MOVE WS-WHX-R-CASH TO WS-WHX-AMT-WORK
           PERFORM 3900-APPEND-AMOUNT-RTN
           STRING "," DELIMITED BY SIZE
               INTO WS-WHX-ROW WITH POINTER WS-WHX-PTR
           END-STRING
           MOVE WS-WHX-R-CHECK TO WS-WHX-AMT-WORK
           PERFORM 3900-APPEND-AMOUNT-RTN
           STRING "," DELIMITED BY SIZE
               INTO WS-WHX-ROW WITH POINTER WS-WHX-PTR
           END-STRING
           MOVE WS-WHX-R-OTHER TO WS-WHX-AMT-WORK
           PERFORM 3900-APPEND-AMOUNT-RTN
           STRING "," DELIMITED BY SIZE
               WS-WHX-R-ACCOUNT DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-WHX-R-COST-CENTER DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-WHX-R-GL-STATUS DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-WHX-R-STATUS DELIMITED BY SPACE
               "," QUOTE DELIMITED BY SIZE
               WS-WHX-R-REASON DELIMITED BY "  "
               QUOTE "," DELIMITED BY SIZE
               WS-WHX-R-ORIG-DATE DELIMITED BY SPACE
               INTO WS-WHX-ROW WITH POINTER WS-WHX-PTR
           END-STRING
           WRITE WHX-LINE FROM WS-WHX-ROW
           ADD 1 TO WS-WHX-ROW-COUNT
           ADD WS-WHX-R-AMOUNT TO WS-WHX-ROW-TOTAL.

       3900-APPEND-AMOUNT-RTN.
           MOVE WS-WHX-AMT-WORK TO WS-WHX-EDIT-AMT
           MOVE ZERO TO WS-WHX-LEAD
           INSPECT WS-WHX-EDIT-AMT TALLYING WS-WHX-LEAD
               FOR LEADING SPACES
           STRING WS-WHX-EDIT-AMT(WS-WHX-LEAD + 1:) DELIMITED BY SIZE
               INTO WS-WHX-ROW WITH POINTER WS-WHX-PTR
           END-STRING.

       3950-APPEND-COUNT-RTN.
           MOVE ZERO TO WS-WHX-LEAD
           INSPECT WS-WHX-EDIT-CNT TALLYING WS-WHX-LEAD
               FOR LEADING SPACES
           STRING WS-WHX-EDIT-CNT(WS-WHX-LEAD + 1:) DELIMITED BY SIZE
               INTO WS-WHX-ROW WITH POINTER WS-WHX-PTR
           END-STRING.

      *****************************************************************
      * REWRITE DLYXCQ WITH THE STAMPS, DROPPING EVERY RECORD A
      * STILL EARLIER DATE'S EXTRACT CARRIED.
      *****************************************************************
       4000-REWRITE-QUEUE-RTN.
           OPEN OUTPUT CORRECTION-QUEUE-FILE
           IF WS-XCQ-FILE-STATUS NOT = "00"
               DISPLAY "DLYWEXT: UNABLE TO REWRITE DLYXCQ, STATUS="
                   WS-XCQ-FILE-STATUS " - THE CORRECTIONS ON THIS "
                   "EXTRACT WILL BE CARRIED AGAIN TOMORROW"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-XCQ-IDX FROM 1 BY 1
                   UNTIL WS-XCQ-IDX > WS-XCQ-COUNT
                   MOVE WS-XCQ-ENTRY(WS-XCQ-IDX) TO XCQ-RECORD
                   IF XCQ-XTR-DATE NOT = ZERO
                       AND XCQ-XTR-DATE < WS-RUN-DATE-YYYYMMDD
                       ADD 1 TO WS-XCQ-DROPPED
                   ELSE
                       WRITE XCQ-RECORD
                   END-IF
               END-PERFORM
               CLOSE CORRECTION-QUEUE-FILE
               IF WS-XCQ-DROPPED > 0
                   DISPLAY "DLYWEXT: " WS-XCQ-DROPPED
                       " CORRECTIONS CARRIED BY AN EARLIER EXTRACT "
                       "CLEARED FROM DLYXCQ"
               END-IF
           END-IF.

       9000-TERMINATE-RTN.
           CONTINUE.
