       01  INVOICE-REGISTER-RECORD.
           05 IG-RUN-DATE            PIC X(8).
           05 IG-MATCH-STATUS        PIC X(1).
              88 IG-APPROVED                    VALUE "A".
              88 IG-HELD                        VALUE "H".
           05 IG-HOLD-REASON         PIC X(14).
           05 IG-SUPPLIER-ID         PIC X(8).
           05 IG-INVOICE-NO          PIC X(10).
           05 IG-INVOICE-DATE        PIC X(8).
           05 IG-LINE-NO             PIC 9(3).
           05 IG-PO-NUMBER           PIC 9(6).
           05 IG-BLEND               PIC X(2).
           05 IG-QTY                 PIC 9(9)V9(2).
           05 IG-UNIT-PRICE          PIC 9(3)V9(4).
           05 IG-LINE-VALUE          PIC 9(9)V9(2).
           05 IG-PO-UNIT-PRICE       PIC 9(3)V9(4).
           05 IG-RECEIVED-QTY        PIC 9(9)V9(2).
