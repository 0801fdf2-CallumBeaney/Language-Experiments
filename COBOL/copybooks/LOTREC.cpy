       01  STOCK-LOT-RECORD.
           05 SL-LOT-NUMBER          PIC 9(6).
           05 SL-LOCATION            PIC X(30).
           05 SL-BLEND               PIC X(2).
           05 SL-SHIP                PIC X(8).
           05 SL-RECEIVED-DATE       PIC X(8).
           05 SL-PO-NUMBER           PIC 9(6).
           05 SL-BEST-BEFORE         PIC X(8).
           05 SL-QTY-RECEIVED        PIC 9(9)V9(2).
           05 SL-QTY-REMAINING       PIC 9(9)V9(2).
