           05 FILLER REDEFINES PM-VALUE.
              10 PM-VALUE-COUNT      PIC 9(2).
              10 FILLER              PIC X(10).
           05 FILLER REDEFINES PM-VALUE.
              10 PM-VALUE-DAYS       PIC 9(4).
              10 FILLER              PIC X(8).
