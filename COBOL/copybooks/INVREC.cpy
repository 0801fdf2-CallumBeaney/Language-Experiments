       01  SUPPLIER-INVOICE-RECORD.
           05 IV-SUPPLIER-ID         PIC X(8).
           05 IV-INVOICE-NO          PIC X(10).
           05 IV-INVOICE-DATE        PIC X(8).
           05 IV-LINE-NO             PIC 9(3).
           05 IV-PO-NUMBER           PIC 9(6).
           05 IV-BLEND               PIC X(2).
           05 IV-QTY                 PIC 9(9)V9(2).
           05 IV-UNIT-PRICE          PIC 9(3)V9(4).
           05 IV-LINE-VALUE          PIC 9(9)V9(2).
