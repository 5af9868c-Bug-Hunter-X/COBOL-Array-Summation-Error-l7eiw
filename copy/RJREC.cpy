      *****************************************************************
      * EDIT-CHECK REJECT LISTING LINE LAYOUTS AND RELATED WORKING
      * FIELDS FOR VALIDATING WS-SUM ENTRIES BEFORE THEY ARE ADDED
      * TO WS-TOTAL. BRANCH AND OWN BATCH ARE FILLED FROM THE DLYXWK
      * CROSSWALK WHEN DLYPROM RENUMBERED THE BRANCH FILES (BLANK
      * OTHERWISE).
      *****************************************************************
       01  WS-REJECT-LINES.
           05  WS-RJT-TITLE-LINE.
               10  FILLER              PIC X(8)    VALUE "BATCH NO".
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "REASON".
               10  FILLER              PIC X(31)   VALUE SPACES.
               10  FILLER              PIC X(6)    VALUE "BRANCH".
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  FILLER              PIC X(9)    VALUE "OWN BATCH".
               10  FILLER              PIC X(8)    VALUE SPACES.
           05  WS-RJT-DETAIL-LINE.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  RJT-DTL-BATCH-NO    PIC ZZ9.
               10  FILLER              PIC X(5)    VALUE SPACES.
               10  RJT-DTL-REASON      PIC X(40).
               10  FILLER              PIC X(2)    VALUE SPACES.
               10  RJT-DTL-BRANCH      PIC X(4).
               10  FILLER              PIC X(6)    VALUE SPACES.
               10  RJT-DTL-OWN-BATCH   PIC ZZ9     BLANK WHEN ZERO.
               10  FILLER              PIC X(12)   VALUE SPACES.

       01  WS-EDIT-CHECK-FIELDS.
           05  WS-MIN-AMOUNT           PIC 9(9)V99 VALUE 0.01.
