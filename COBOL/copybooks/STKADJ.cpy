       01  STOCK-ADJUSTMENT-RECORD.
           05 SA-RUN-DATE            PIC X(8).
           05 SA-LOCATION            PIC X(30).
           05 SA-BLEND               PIC X(2).
           05 SA-BOOK-QTY            PIC 9(9)V9(2).
           05 SA-COUNTED-QTY         PIC 9(9)V9(2).
           05 SA-VARIANCE            PIC S9(9)V9(2) SIGN IS LEADING
                                                     SEPARATE.
           05 SA-UNIT-PRICE          PIC 9(3)V9(4).
           05 SA-VARIANCE-VALUE      PIC S9(9)V9(2) SIGN IS LEADING
                                                     SEPARATE.
           05 SA-APPROVAL            PIC X(1).
              88 SA-WITHIN-TOLERANCE            VALUE "T".
              88 SA-SUPERVISOR-APPROVED         VALUE "S".
           05 SA-COUNTED-BY          PIC X(15).
