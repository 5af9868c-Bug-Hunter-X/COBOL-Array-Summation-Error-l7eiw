      *****************************************************************
      * OPERATOR AUTHORITY RECORD (DLYOPR). ONE RECORD PER OPERATOR
      * ID ALLOWED TO KEY OR APPROVE A CORRECTION OR ADJUSTMENT -
      * THE DLYBTSUM MAINT SCREEN, DLYAMTM, DLYADJ, DLYHREL AND DLYDREL
      * LOOK EVERY ID UP HERE INSTEAD OF TAKING WHATEVER NAME IS TYPED.
      * AN ID MUST BE ON FILE AND ACTIVE, THE KEYING ID MUST CARRY
      * THE OPERATOR ROLE ('O' OR 'B'), AND THE SECOND ID THE
      * APPROVER ROLE ('A' OR 'B') WITH AN APPROVAL LIMIT AT LEAST
      * THE AMOUNT CHANGED. A REFUSED ID IS LOGGED TO DLYEXC. THE
      * FILE IS KEPT BY SECURITY ADMIN THROUGH DLYOPRM, WHICH
      * STAMPS WHO LAST CHANGED EACH RECORD AND WHEN. ONLY AN ACTIVE
      * ID WITH THE SECURITY ADMIN ROLE ('S') MAY RUN DLYOPRM; THAT
      * ROLE KEYS AND APPROVES NOTHING ELSE.
      *****************************************************************
       01  OPR-RECORD.
           05  OPR-ID                  PIC X(8).
           05  OPR-NAME                PIC X(24).
           05  OPR-ROLE                PIC X(1).
               88  OPR-ROLE-OPERATOR   VALUE 'O'.
               88  OPR-ROLE-APPROVER   VALUE 'A'.
               88  OPR-ROLE-BOTH       VALUE 'B'.
               88  OPR-ROLE-ADMIN      VALUE 'S'.
               88  OPR-ROLE-VALID      VALUE 'O' 'A' 'B' 'S'.
           05  OPR-STATUS              PIC X(1).
               88  OPR-ACTIVE          VALUE 'A'.
               88  OPR-REVOKED         VALUE 'R'.
           05  OPR-APPROVE-LIMIT       PIC 9(9)V99.
           05  OPR-UPD-DATE            PIC 9(8).
           05  OPR-UPD-BY              PIC X(8).
           05  FILLER                  PIC X(3).

       01  WS-OPERATOR-FIELDS.
           05  WS-OPR-FILE-STATUS      PIC X(2).
           05  WS-OPR-EOF-FLAG         PIC X(1)    VALUE 'N'.
               88  WS-OPR-EOF          VALUE 'Y'.
           05  WS-OPR-LOADED-FLAG      PIC X(1)    VALUE 'N'.
               88  WS-OPR-LOADED       VALUE 'Y'.
           05  WS-OPR-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-OPR-IDX              PIC 9(3).
           05  WS-OPR-TABLE.
               10  WS-OPR-ENTRY        OCCURS 300 TIMES.
                   15  WS-OPR-T-ID     PIC X(8).
                   15  WS-OPR-T-ROLE   PIC X(1).
                   15  WS-OPR-T-STATUS PIC X(1).
                   15  WS-OPR-T-LIMIT  PIC 9(9)V99.
           05  WS-OPR-FULL-FLAG        PIC X(1)    VALUE 'N'.
               88  WS-OPR-FULL         VALUE 'Y'.
           05  WS-OPR-CHECK-ID         PIC X(8).
           05  WS-OPR-FOUND-FLAG       PIC X(1).
               88  WS-OPR-FOUND        VALUE 'Y'.
           05  WS-OPR-HIT-ROLE         PIC X(1).
               88  WS-OPR-HIT-OPERATOR VALUE 'O' 'B'.
               88  WS-OPR-HIT-APPROVER VALUE 'A' 'B'.
           05  WS-OPR-HIT-STATUS       PIC X(1).
               88  WS-OPR-HIT-ACTIVE   VALUE 'A'.
           05  WS-OPR-HIT-LIMIT        PIC 9(9)V99.
           05  WS-OPR-CHANGE-AMOUNT    PIC 9(10)V99.
           05  WS-OPR-REFUSE-REASON    PIC X(48).
