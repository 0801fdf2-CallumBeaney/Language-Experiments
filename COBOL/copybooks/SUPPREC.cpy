       01  SUPPLIER-MASTER-RECORD.
           05 SM-SUPPLIER-ID         PIC X(8).
           05 SM-BLEND               PIC X(2).
           05 SM-LEAD-DAYS           PIC 9(3).
           05 SM-MIN-ORDER-QTY       PIC 9(9)V9(2).
