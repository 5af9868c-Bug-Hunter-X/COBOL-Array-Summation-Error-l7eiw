      * EVERY CORRECTION ALSO REQUIRES A WS-MAINT-APPROVER-ID THAT
      * DIFFERS FROM THE OPERATOR AND AN EXPLICIT APPROVAL RESPONSE
      * BEFORE THE CHANGE IS APPLIED - SEE 2540-LOG-MAINT-AUDIT-RTN.
      * BOTH IDS ARE CHECKED AGAINST THE DLYOPR OPERATOR AUTHORITY
      * FILE (SEE OPRREC) - AN UNKNOWN OR REVOKED ID, OR AN APPROVER
      * WHOSE LIMIT IS BELOW THE AMOUNT CHANGED, IS REFUSED AND
      * LOGGED TO DLYEXC.
      *****************************************************************
       01  WS-MAINT-FIELDS.
           05  WS-MAINT-PARM           PIC X(8).
