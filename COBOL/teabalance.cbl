                      AT END
                          SET END-OF-WASTAGE TO TRUE
                      NOT AT END
      *                   Expired lots come out of the store-room,
      *                   not out of anybody's mug.
                          IF WA-REASON NOT = "EXPIRED"
                             ADD WA-AMOUNT TO WS-WASTED-TOTAL
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE WASTAGE-FILE
