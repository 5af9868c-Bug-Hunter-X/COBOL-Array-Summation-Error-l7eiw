      *                        AND TELLER ID FOR DOWNSTREAM
      *                        SUBTOTALING, AS BEFORE)
      *   KEY BBB/001-998 TYPE I - ONE RECORD PER DEPOSIT ITEM IN
      *                        THE BATCH (ITEM AMOUNT AND TYPE -
      *                        "CA" CURRENCY/COIN, "CK" CHECK, ANY
      *                        OTHER CODE IS REPORTED AS OTHER)
      *   KEY BBB/999 TYPE T - BATCH TRAILER CARRYING THE ITEM COUNT
      *                        AND AMOUNT HASH TOTAL THE BRANCH
      *                        COMPUTED, PROVED BY DLYBTSUM BEFORE
           05  DA-ITEM-AMOUNT          PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  DA-ITEM-TYPE            PIC X(2).
               88  DA-ITEM-CASH        VALUE "CA".
               88  DA-ITEM-CHECK       VALUE "CK".
           05  FILLER                  PIC X(15).
       01  DA-TRAILER-RECORD REDEFINES DA-AMOUNT-RECORD.
           05  FILLER                  PIC X(7).
