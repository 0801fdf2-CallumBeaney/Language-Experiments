       01  BLEND-SHELF-LIFE-RECORD.
           05 BF-BLEND               PIC X(2).
           05 BF-SHELF-DAYS          PIC 9(4).
