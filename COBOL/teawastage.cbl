       01  WS-GRAND-DUMP-COUNT      PIC 9(5)       VALUE 0.
       01  WS-GRAND-DUMPED-QTY      PIC 9(9)V9(2)  VALUE 0.

      *    Lots written off past best-before by the expiry pass share
      *    the wastage file but never went down the drain - they are
      *    totalled on their own.
       01  WS-EXPIRED-COUNT         PIC 9(5)       VALUE 0.
       01  WS-EXPIRED-QTY           PIC 9(9)V9(2)  VALUE 0.

       01  WASTAGE-SUMMARY-TABLE.
           05 WL-ENTRY OCCURS 100 TIMES INDEXED BY WL-IDX.
              10 WL-SHIP            PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 WG-DUMPED-QTY         PIC ZZZZZZZZ9.99.

       01  WS-WST-EXPIRED-TOTAL.
           05 FILLER                PIC X(46)
                     VALUE "STORE-ROOM EXPIRY WRITE-OFFS".
           05 WX-EXPIRED-COUNT      PIC ZZZZ9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 WX-EXPIRED-QTY        PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       A000-FIRST-PARA.

                      AT END
                          SET END-OF-WASTAGE TO TRUE
                      NOT AT END
                          IF WA-REASON = "EXPIRED"
                             ADD 1         TO WS-EXPIRED-COUNT
                             ADD WA-AMOUNT TO WS-EXPIRED-QTY
                          ELSE
                             PERFORM A001-POST-WASTAGE-RECORD
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE WASTAGE-FILE
           MOVE WS-GRAND-DUMPED-QTY TO WG-DUMPED-QTY.
           WRITE WASTAGE-REPORT-RECORD FROM WS-WST-GRAND-TOTAL.

           MOVE WS-EXPIRED-COUNT TO WX-EXPIRED-COUNT.
           MOVE WS-EXPIRED-QTY   TO WX-EXPIRED-QTY.
           WRITE WASTAGE-REPORT-RECORD FROM WS-WST-EXPIRED-TOTAL.

           CLOSE WASTAGE-REPORT-FILE.

      /TERMINAL COMMANDS:
