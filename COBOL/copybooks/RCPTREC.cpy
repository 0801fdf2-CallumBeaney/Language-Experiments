       01  RECEIPT-RECORD.
           05 RV-RUN-DATE            PIC X(8).
           05 RV-RECEIPT-DATE        PIC X(8).
           05 RV-PO-NUMBER           PIC 9(6).
           05 RV-SHIP                PIC X(8).
           05 RV-LOCATION            PIC X(30).
           05 RV-BLEND               PIC X(2).
           05 RV-QTY                 PIC 9(9)V9(2).
           05 RV-UNIT-PRICE          PIC 9(3)V9(4).
           05 RV-ORDER-DATE          PIC X(8).
           05 RV-ORDERED             PIC 9(9)V9(2).
           05 RV-DELIVERED           PIC 9(9)V9(2).
