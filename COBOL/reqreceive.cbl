               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLEND-PRICE-STATUS.

           SELECT RECEIPT-HISTORY-FILE
               ASSIGN TO "data/receipt-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT STOCK-LOT-FILE ASSIGN TO "data/stock-lots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-LOT-STATUS.

           SELECT LOT-CONTROL-FILE ASSIGN TO "data/lot-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-CONTROL-STATUS.

           SELECT SHELF-LIFE-FILE
               ASSIGN TO "data/blend-shelf-life.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHELF-LIFE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       COPY PRICEREC.

       FD  RECEIPT-HISTORY-FILE
           RECORDING MODE IS F.

       COPY RCPTREC.

       FD  STOCK-LOT-FILE
           RECORDING MODE IS F.

       COPY LOTREC.

       FD  LOT-CONTROL-FILE
           RECORDING MODE IS F.
       01  LOT-CONTROL-RECORD.
           05 LC-LAST-LOT-NO         PIC 9(6).

       FD  SHELF-LIFE-FILE
           RECORDING MODE IS F.

       COPY SHELFREC.

       WORKING-STORAGE SECTION.

       01  WS-REQUISITION-STATUS    PIC XX      VALUE "00".
       01  WS-DELIVERY-STATUS       PIC XX      VALUE "00".
       01  WS-NEW-LEDGER-STATUS     PIC XX      VALUE "00".
       01  WS-RECEIVING-RPT-STATUS  PIC XX      VALUE "00".
       01  WS-RECEIPT-STATUS        PIC XX      VALUE "00".

       01  WS-REQ-EOF-SWITCH        PIC X       VALUE "N".
           88 END-OF-REQUISITIONS               VALUE "Y".
              10 PR-PRICE-PER-ML    PIC 9(3)V9(4).
       01  PR-COUNT                 PIC 9(3)    VALUE 0.

       01  WS-STOCK-LOT-STATUS      PIC XX      VALUE "00".
       01  WS-LOT-CONTROL-STATUS    PIC XX      VALUE "00".
       01  WS-SHELF-LIFE-STATUS     PIC XX      VALUE "00".
       01  WS-LOT-EOF-SWITCH        PIC X       VALUE "N".
           88 END-OF-LOTS                       VALUE "Y".
       01  WS-SHELF-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-SHELF-LIFE                 VALUE "Y".

       01  DEFAULT-SHELF-DAYS       PIC 9(4)    VALUE 365.
       01  WS-SHELF-DAYS            PIC 9(4)    VALUE 0.
       01  WS-LAST-LOT-NO           PIC 9(6)    VALUE 0.
       01  WS-LOT-CREATED-COUNT     PIC 9(5)    VALUE 0.
       01  WS-LOT-DATE-NUM          PIC 9(8)    VALUE 0.
       01  WS-LOT-DATE-X REDEFINES WS-LOT-DATE-NUM
                                    PIC X(8).
       01  WS-BEST-BEFORE-NUM       PIC 9(8)    VALUE 0.

       01  SHELF-LIFE-TABLE.
           05 SV-ENTRY OCCURS 20 TIMES INDEXED BY SV-IDX.
              10 SV-BLEND           PIC X(2).
              10 SV-SHELF-DAYS      PIC 9(4).
       01  SV-COUNT                 PIC 9(3)    VALUE 0.

       01  STOCK-LOT-TABLE.
           05 TL-ENTRY OCCURS 1000 TIMES INDEXED BY TL-IDX.
              10 TL-LOT-NUMBER      PIC 9(6).
              10 TL-LOCATION        PIC X(30).
              10 TL-BLEND           PIC X(2).
              10 TL-SHIP            PIC X(8).
              10 TL-RECEIVED-DATE   PIC X(8).
              10 TL-PO-NUMBER       PIC 9(6).
              10 TL-BEST-BEFORE     PIC X(8).
              10 TL-QTY-RECEIVED    PIC 9(9)V9(2).
              10 TL-QTY-REMAINING   PIC 9(9)V9(2).
       01  TL-COUNT                 PIC 9(4)    VALUE 0.

       01  WS-RCV-HEADING-1.
           05 FILLER                PIC X(30)
                     VALUE "REQUISITION RECEIVING REPORT".
                                     VALUE "VALUE OF DELIVERIES:".
           05 RF6-DELIVERED-VALUE   PIC ZZZZZZZZZZ9.99.

       01  WS-RCV-FOOTING-7.
           05 FILLER                PIC X(26)
                                     VALUE "STOCK LOTS CREATED:".
           05 RF7-LOT-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       A000-FIRST-PARA.

              STOP RUN
           END-IF.

      *    Every matched delivery is kept on the receipt history, as
      *    the open-requisition ledger drops an order once it closes.
           OPEN EXTEND RECEIPT-HISTORY-FILE.
           IF WS-RECEIPT-STATUS = "35"
              OPEN OUTPUT RECEIPT-HISTORY-FILE
           END-IF.
           IF WS-RECEIPT-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open receipt history, "
                      "status " WS-RECEIPT-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM A001-LOAD-LEDGER.
           PERFORM A001-LOAD-STOCK.
           PERFORM A001-LOAD-PRICES.
           PERFORM A001-LOAD-SHELF-LIFE.
           PERFORM A001-LOAD-LOTS.
           PERFORM A002-ADD-NEW-REQUISITIONS.
           PERFORM A005-REPORT-HEADER.
           PERFORM A003-PROCESS-DELIVERIES.
           PERFORM A006-OPEN-ORDERS-REPORT.
           PERFORM A005-REPORT-FOOTER.
           PERFORM A007-WRITE-STOCK-MASTER.
           PERFORM A007-WRITE-LOTS.

           CLOSE NEW-LEDGER-FILE.
           CLOSE RECEIVING-REPORT-FILE.
           CLOSE RECEIPT-HISTORY-FILE.

           STOP RUN.

              END-SEARCH
           END-IF.

       A001-LOAD-SHELF-LIFE.

           OPEN INPUT SHELF-LIFE-FILE.

           IF WS-SHELF-LIFE-STATUS = "00"
              PERFORM UNTIL END-OF-SHELF-LIFE
                  READ SHELF-LIFE-FILE
                      AT END
                          SET END-OF-SHELF-LIFE TO TRUE
                      NOT AT END
                          IF BF-SHELF-DAYS IS NOT NUMERIC
                             DISPLAY "*** WARNING: bad shelf life "
                                     "record for " BF-BLEND
                                     " skipped ***"
                          ELSE
                             IF SV-COUNT >= 20
                                DISPLAY "*** WARNING: more than 20 "
                                        "shelf lives - " BF-BLEND
                                        " ignored ***"
                             ELSE
                                ADD 1 TO SV-COUNT
                                MOVE BF-BLEND
                                    TO SV-BLEND (SV-COUNT)
                                MOVE BF-SHELF-DAYS
                                    TO SV-SHELF-DAYS (SV-COUNT)
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE SHELF-LIFE-FILE
           END-IF.

       A001-LOAD-LOTS.

           OPEN INPUT STOCK-LOT-FILE.

           IF WS-STOCK-LOT-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-STOCK-LOT-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open stock lot file, "
                         "status " WS-STOCK-LOT-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL END-OF-LOTS
                  READ STOCK-LOT-FILE
                      AT END
                          SET END-OF-LOTS TO TRUE
                      NOT AT END
                          PERFORM A001-ADD-LOT-ENTRY
                  END-READ
              END-PERFORM
              CLOSE STOCK-LOT-FILE
           END-IF.

           OPEN INPUT LOT-CONTROL-FILE.

           IF WS-LOT-CONTROL-STATUS = "00"
              READ LOT-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF LC-LAST-LOT-NO IS NUMERIC
                         MOVE LC-LAST-LOT-NO TO WS-LAST-LOT-NO
                      END-IF
              END-READ
              CLOSE LOT-CONTROL-FILE
           END-IF.

       A001-ADD-LOT-ENTRY.

           IF TL-COUNT >= 1000
              DISPLAY "*** FATAL: stock lot file has more than 1000 "
                      "lots - enlarge the lot table ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO TL-COUNT.
           SET TL-IDX TO TL-COUNT.
           MOVE SL-LOT-NUMBER    TO TL-LOT-NUMBER (TL-IDX).
           MOVE SL-LOCATION      TO TL-LOCATION (TL-IDX).
           MOVE SL-BLEND         TO TL-BLEND (TL-IDX).
           MOVE SL-SHIP          TO TL-SHIP (TL-IDX).
           MOVE SL-RECEIVED-DATE TO TL-RECEIVED-DATE (TL-IDX).
           MOVE SL-PO-NUMBER     TO TL-PO-NUMBER (TL-IDX).
           MOVE SL-BEST-BEFORE   TO TL-BEST-BEFORE (TL-IDX).
           MOVE SL-QTY-RECEIVED  TO TL-QTY-RECEIVED (TL-IDX).
           MOVE SL-QTY-REMAINING TO TL-QTY-REMAINING (TL-IDX).

           IF SL-LOT-NUMBER > WS-LAST-LOT-NO
              MOVE SL-LOT-NUMBER TO WS-LAST-LOT-NO
           END-IF.

       A002-ADD-NEW-REQUISITIONS.

           OPEN INPUT REQUISITION-FILE.
              PERFORM A005-EXCEPTION-LINE
           ELSE
              ADD DL-QTY TO LG-DELIVERED (LG-IDX)
              PERFORM A004-WRITE-RECEIPT
              PERFORM A004-REPLENISH-STOCK
              IF LG-DELIVERED (LG-IDX) >= LG-ORDERED (LG-IDX)
                 MOVE "C" TO LG-STATUS (LG-IDX)
              END-SEARCH
           END-IF.

       A004-WRITE-RECEIPT.

           MOVE WS-RUN-DATE             TO RV-RUN-DATE.
           MOVE DL-DATE                 TO RV-RECEIPT-DATE.
           MOVE LG-PO-NUMBER (LG-IDX)   TO RV-PO-NUMBER.
           MOVE DL-SHIP                 TO RV-SHIP.
           MOVE DL-LOCATION             TO RV-LOCATION.
           MOVE DL-BLEND                TO RV-BLEND.
           MOVE DL-QTY                  TO RV-QTY.
           MOVE LG-UNIT-PRICE (LG-IDX)  TO RV-UNIT-PRICE.
           MOVE LG-ORDER-DATE (LG-IDX)  TO RV-ORDER-DATE.
           MOVE LG-ORDERED (LG-IDX)     TO RV-ORDERED.
           MOVE LG-DELIVERED (LG-IDX)   TO RV-DELIVERED.
           WRITE RECEIPT-RECORD.

       A004-REPLENISH-STOCK.

           MOVE "N" TO WS-STOCK-FOUND-SWITCH.
              ELSE
                 MOVE 0 TO SK-ON-ORDER (SK-IDX)
              END-IF
              PERFORM A004-CREATE-LOT
           END-IF.

       A004-CREATE-LOT.

      *    Every delivery that reaches the store-room becomes a lot of
      *    its own, dated from the dock so the oldest tea goes first.
           MOVE DEFAULT-SHELF-DAYS TO WS-SHELF-DAYS.
           IF SV-COUNT > 0
              SET SV-IDX TO 1
              SEARCH SV-ENTRY
                 AT END
                    CONTINUE
                 WHEN SV-BLEND (SV-IDX) = DL-BLEND
                    MOVE SV-SHELF-DAYS (SV-IDX) TO WS-SHELF-DAYS
              END-SEARCH
           END-IF.

           IF DL-DATE IS NUMERIC
              MOVE DL-DATE TO WS-LOT-DATE-X
           ELSE
              MOVE WS-RUN-DATE TO WS-LOT-DATE-X
           END-IF.
           COMPUTE WS-BEST-BEFORE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-LOT-DATE-NUM)
                + WS-SHELF-DAYS).

           ADD 1 TO WS-LAST-LOT-NO.
           MOVE WS-LAST-LOT-NO         TO SL-LOT-NUMBER.
           MOVE DL-LOCATION            TO SL-LOCATION.
           MOVE DL-BLEND               TO SL-BLEND.
           MOVE DL-SHIP                TO SL-SHIP.
           MOVE WS-LOT-DATE-X          TO SL-RECEIVED-DATE.
           MOVE LG-PO-NUMBER (LG-IDX)  TO SL-PO-NUMBER.
           MOVE WS-BEST-BEFORE-NUM     TO SL-BEST-BEFORE.
           MOVE DL-QTY                 TO SL-QTY-RECEIVED.
           MOVE DL-QTY                 TO SL-QTY-REMAINING.
           PERFORM A001-ADD-LOT-ENTRY.
           ADD 1 TO WS-LOT-CREATED-COUNT.

       A005-REPORT-HEADER.

           MOVE WS-RUN-DATE TO RH1-RUN-DATE.
           WRITE RECEIVING-REPORT-RECORD FROM WS-RCV-FOOTING-5.
           MOVE WS-DELIVERED-VALUE-TOTAL TO RF6-DELIVERED-VALUE.
           WRITE RECEIVING-REPORT-RECORD FROM WS-RCV-FOOTING-6.
           MOVE WS-LOT-CREATED-COUNT TO RF7-LOT-COUNT.
           WRITE RECEIVING-REPORT-RECORD FROM WS-RCV-FOOTING-7.

       A007-WRITE-STOCK-MASTER.

              CLOSE TEA-STOCK-FILE
           END-IF.

       A007-WRITE-LOTS.

           IF WS-LOT-CREATED-COUNT > 0
              OPEN OUTPUT STOCK-LOT-FILE
              IF WS-STOCK-LOT-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not rewrite stock lot "
                         "file, status " WS-STOCK-LOT-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              PERFORM VARYING TL-IDX FROM 1 BY 1
                      UNTIL TL-IDX > TL-COUNT
                  IF TL-QTY-REMAINING (TL-IDX) > 0
                     MOVE TL-LOT-NUMBER (TL-IDX)    TO SL-LOT-NUMBER
                     MOVE TL-LOCATION (TL-IDX)      TO SL-LOCATION
                     MOVE TL-BLEND (TL-IDX)         TO SL-BLEND
                     MOVE TL-SHIP (TL-IDX)          TO SL-SHIP
                     MOVE TL-RECEIVED-DATE (TL-IDX)
                         TO SL-RECEIVED-DATE
                     MOVE TL-PO-NUMBER (TL-IDX)     TO SL-PO-NUMBER
                     MOVE TL-BEST-BEFORE (TL-IDX)   TO SL-BEST-BEFORE
                     MOVE TL-QTY-RECEIVED (TL-IDX)
                         TO SL-QTY-RECEIVED
                     MOVE TL-QTY-REMAINING (TL-IDX)
                         TO SL-QTY-REMAINING
                     WRITE STOCK-LOT-RECORD
                  END-IF
              END-PERFORM

              CLOSE STOCK-LOT-FILE

              OPEN OUTPUT LOT-CONTROL-FILE
              IF WS-LOT-CONTROL-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not rewrite lot control "
                         "file, status " WS-LOT-CONTROL-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-LAST-LOT-NO TO LC-LAST-LOT-NO
              WRITE LOT-CONTROL-RECORD
              CLOSE LOT-CONTROL-FILE
           END-IF.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks reqreceive.cbl
      *    ./reqreceive
