       01  STOCK-COST-RECORD.
           05 CS-PERIOD              PIC X(6).
           05 CS-LOCATION            PIC X(30).
           05 CS-BLEND               PIC X(2).
           05 CS-QTY                 PIC 9(9)V9(2).
           05 CS-VALUE               PIC 9(9)V9(2).
           05 CS-UNIT-COST           PIC 9(3)V9(6).
