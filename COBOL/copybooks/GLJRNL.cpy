       01  GL-JOURNAL-RECORD.
           05 GJ-RECORD-TYPE         PIC X(1).
              88 GJ-DETAIL                      VALUE "D".
              88 GJ-TRAILER                     VALUE "T".
           05 GJ-BATCH               PIC X(11).
           05 GJ-JOURNAL-DATE        PIC X(8).
           05 GJ-LINE-NO             PIC 9(5).
           05 GJ-DETAIL-AREA.
              10 GJ-ACCOUNT          PIC X(8).
              10 GJ-COST-CENTRE      PIC X(6).
              10 GJ-DR-CR            PIC X(1).
                 88 GJ-DEBIT                    VALUE "D".
                 88 GJ-CREDIT                   VALUE "C".
              10 GJ-AMOUNT           PIC 9(9)V9(2).
              10 GJ-MOVEMENT         PIC X(4).
              10 GJ-SHIP             PIC X(8).
              10 GJ-LOCATION         PIC X(30).
              10 GJ-BLEND            PIC X(2).
              10 GJ-QTY              PIC 9(9)V9(2).
              10 GJ-REFERENCE        PIC X(6).
           05 GJ-TRAILER-AREA REDEFINES GJ-DETAIL-AREA.
              10 GJ-LINE-COUNT       PIC 9(5).
              10 GJ-TOTAL-DEBITS     PIC 9(11)V9(2).
              10 GJ-TOTAL-CREDITS    PIC 9(11)V9(2).
              10 GJ-SUSPENSE-COUNT   PIC 9(5).
              10 GJ-UNPRICED-COUNT   PIC 9(5).
              10 FILLER              PIC X(46).
