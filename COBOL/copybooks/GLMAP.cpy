       01  GL-MAPPING-RECORD.
           05 GM-RECORD-TYPE         PIC X(1).
              88 GM-COST-CENTRE-MAP             VALUE "C".
              88 GM-ACCOUNT-MAP                 VALUE "A".
           05 GM-SHIP                PIC X(8).
           05 GM-LOCATION            PIC X(30).
           05 GM-MOVEMENT            PIC X(4).
           05 GM-SIDE                PIC X(1).
           05 GM-COST-CENTRE         PIC X(6).
           05 GM-ACCOUNT             PIC X(8).
