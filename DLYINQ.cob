      * LAST CUTOVER IS STILL ANSWERABLE. A DATE WITH BOTH A MAIN
      * AND A SUPPLEMENTAL RUN HAS TWO HISTORY RECORDS - THEY ARE
      * SUMMED AND REPORTED AS ONE TOTAL FOR THE DAY.
      * WHEN DLYPROM BUILT THAT DAY'S DLYAMT FROM SEVERAL BRANCH
      * FILES, EACH AUDIT DETAIL LINE IS FOLLOWED BY THE BRANCH AND
      * THE BRANCH'S OWN BATCH NUMBER FROM THE DLYXWK CROSSWALK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "DLYAUDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUA-FILE-STATUS.
           SELECT CROSSWALK-FILE ASSIGN TO "DLYXWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XWK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  AUA-LINE                    PIC X(80).

       FD  CROSSWALK-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  XWK-LINE                    PIC X(32).

       WORKING-STORAGE SECTION.
       COPY AUDREC.
       COPY XWKREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-HST-FILE-STATUS      PIC X(2).
           END-IF.

       3000-INQUIRE-AUDIT-RTN.
           PERFORM 3050-LOAD-CROSSWALK-RTN
           PERFORM 3100-SCAN-AUDIT-ARCHIVE-RTN
           PERFORM 3200-SCAN-AUDIT-LIVE-RTN
           IF NOT WS-AUD-FOUND
                   WS-INQ-DATE-EDITED
           END-IF.

       3050-LOAD-CROSSWALK-RTN.
           MOVE SPACES TO WS-XWK-TABLE
           OPEN INPUT CROSSWALK-FILE
           IF WS-XWK-FILE-STATUS = "00"
               PERFORM UNTIL WS-XWK-EOF
                   READ CROSSWALK-FILE INTO XWK-RECORD
                       AT END
                           MOVE 'Y' TO WS-XWK-EOF-FLAG
                       NOT AT END
                           IF XWK-BUS-DATE = WS-INQ-DATE-YYYYMMDD
                               AND XWK-BATCH-NO IS NUMERIC
                               AND XWK-BATCH-NO > 0
                               IF XWK-BATCH-NO = 1
                                   MOVE SPACES TO WS-XWK-TABLE
                               END-IF
                               MOVE XWK-BRANCH-CODE
                                   TO WS-XWK-T-BRANCH(XWK-BATCH-NO)
                               MOVE XWK-OWN-BATCH-NO
                                   TO WS-XWK-T-OWN(XWK-BATCH-NO)
                               SET WS-XWK-LOADED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CROSSWALK-FILE
           END-IF.

       3100-SCAN-AUDIT-ARCHIVE-RTN.
           MOVE 'N' TO WS-IN-TARGET-DAY-FLAG
           OPEN INPUT AUDIT-ARCHIVE-FILE
               OR WS-AUD-BATCH-NO-NUM = WS-INQ-BATCH-NO
               DISPLAY "DLYINQ: " WS-AUD-INQ-LINE
               SET WS-AUD-FOUND TO TRUE
               IF WS-XWK-LOADED AND WS-AUD-BATCH-NO-NUM > 0
                   IF WS-XWK-T-BRANCH(WS-AUD-BATCH-NO-NUM)
                       NOT = SPACES
                       DISPLAY "DLYINQ:      BATCH "
                           WS-AUD-BATCH-NO-NUM " CAME FROM BRANCH "
                           WS-XWK-T-BRANCH(WS-AUD-BATCH-NO-NUM)
                           " OWN BATCH "
                           WS-XWK-T-OWN(WS-AUD-BATCH-NO-NUM)
                   END-IF
               END-IF
           END-IF.

       9000-TERMINATE-RTN.
