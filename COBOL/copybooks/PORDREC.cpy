       01  PURCHASE-ORDER-RECORD.
           05 PO-NUMBER              PIC 9(6).
           05 PO-SUPPLIER-ID         PIC X(8).
           05 PO-BLEND               PIC X(2).
           05 PO-ORDER-DATE          PIC X(8).
           05 PO-DUE-DATE            PIC X(8).
           05 PO-ORDER-QTY           PIC 9(9)V9(2).
           05 PO-LINE-COUNT          PIC 9(3).
