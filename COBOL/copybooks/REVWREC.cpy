       01  CREW-REVIEW-RECORD.
           05 CW-RUN-DATE            PIC X(8).
           05 CW-SHIP                PIC X(8).
           05 CW-WHO                 PIC X(15).
           05 CW-LOCATION            PIC X(30).
           05 CW-BLEND               PIC X(2).
           05 CW-STARTING-TEA        PIC 9(4)V9(2).
           05 CW-RESTOCK-COUNT       PIC 9(3).
           05 CW-POURED              PIC 9(6)V9(2).
           05 CW-BASE-RUNS           PIC 9(3).
           05 CW-BASE-STARTING-TEA   PIC 9(4)V9(2).
           05 CW-BASE-RESTOCK-COUNT  PIC 9(3)V9(2).
           05 CW-BASE-POURED         PIC 9(6)V9(2).
           05 CW-DEV-STARTING-TEA    PIC S9(4)V9(2) SIGN IS LEADING
                                                     SEPARATE.
           05 CW-DEV-RESTOCK-COUNT   PIC S9(3)V9(2) SIGN IS LEADING
                                                     SEPARATE.
           05 CW-DEV-POURED          PIC S9(6)V9(2) SIGN IS LEADING
                                                     SEPARATE.
           05 CW-OUT-OF-BAND.
              10 CW-OUT-STARTING-TEA PIC X(1).
              10 CW-OUT-RESTOCK-COUNT PIC X(1).
              10 CW-OUT-POURED       PIC X(1).
           05 CW-RELEASE             PIC X(1).
              88 CW-RELEASED                    VALUE "R".
