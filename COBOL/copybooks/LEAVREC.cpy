       01  LEAVER-TRAIL-RECORD.
           05 LV-DELETE-DATE         PIC X(8).
           05 LV-SHIP                PIC X(8).
           05 LV-WHO                 PIC X(15).
           05 LV-LOCATION            PIC X(30).
           05 LV-STATUS              PIC X(1).
              88 LV-AWAITING-RETENTION          VALUE SPACE.
              88 LV-ANONYMISED                  VALUE "A".
           05 LV-ANONYMISED-DATE     PIC X(8).
           05 LV-TOKEN               PIC X(15).
