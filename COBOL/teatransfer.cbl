               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-CTL-STATUS.

           SELECT STOCK-LOT-FILE ASSIGN TO "data/stock-lots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-LOT-STATUS.

           SELECT LOT-CONTROL-FILE ASSIGN TO "data/lot-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-CONTROL-STATUS.

           SELECT TRANSFER-ORDER-FILE
               ASSIGN TO DYNAMIC WS-TRANSFER-ORDER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       01  TRANSFER-CONTROL-RECORD.
           05 TC-LAST-TRANSFER-NO    PIC 9(6).

       FD  STOCK-LOT-FILE
           RECORDING MODE IS F.

       COPY LOTREC.

       FD  LOT-CONTROL-FILE
           RECORDING MODE IS F.
       01  LOT-CONTROL-RECORD.
           05 LC-LAST-LOT-NO         PIC 9(6).

       FD  TRANSFER-ORDER-FILE
           RECORDING MODE IS F.
       01  TRANSFER-ORDER-RECORD.
       01  WS-TRANSFER-ORDER-STATUS PIC XX      VALUE "00".
       01  WS-TRANSFER-MANIFEST-STATUS
                                    PIC XX      VALUE "00".
       01  WS-STOCK-LOT-STATUS      PIC XX      VALUE "00".
       01  WS-LOT-CONTROL-STATUS    PIC XX      VALUE "00".

       01  WS-CATALOG-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-CATALOG                    VALUE "Y".
           88 END-OF-STOCK                      VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X       VALUE "N".
           88 END-OF-PARAMETERS                 VALUE "Y".
       01  WS-LOT-EOF-SWITCH        PIC X       VALUE "N".
           88 END-OF-LOTS                       VALUE "Y".
       01  WS-LOT-FOUND-SWITCH      PIC X       VALUE "N".
           88 STOCK-LOT-FOUND                   VALUE "Y".

       01  WS-NEED-FOUND-SWITCH     PIC X       VALUE "N".
           88 NEED-LOCATION-FOUND               VALUE "Y".
       01  WS-DONOR-AVAILABLE       PIC S9(9)V9(2) VALUE 0.
       01  WS-MOVE-QTY              PIC 9(9)V9(2) VALUE 0.

       01  WS-LAST-LOT-NO           PIC 9(6)    VALUE 0.
       01  WS-LOT-DRAW-QTY          PIC 9(9)V9(2) VALUE 0.
       01  WS-LOT-TOTAL             PIC 9(9)V9(2) VALUE 0.
       01  WS-LOT-UNTRACKED         PIC S9(9)V9(2) VALUE 0.
       01  WS-LOT-TAKE              PIC 9(9)V9(2) VALUE 0.
       01  TL-SUB                   PIC 9(4)    VALUE 0.
       01  TL-OLDEST-SUB            PIC 9(4)    VALUE 0.

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

       01  TEA-STOCK-TABLE.
           05 SK-ENTRY OCCURS 50 TIMES INDEXED BY SK-IDX.
              10 SK-LOCATION        PIC X(30).
           END-IF.

           PERFORM A001-LOAD-STOCK.
           PERFORM A001-LOAD-LOTS.
           PERFORM A001-READ-TRANSFER-CONTROL.

           PERFORM A005-OPEN-OUTPUTS.
           IF WS-TRANSFER-COUNT > 0
              PERFORM A006-WRITE-STOCK-MASTER
              PERFORM A006-WRITE-TRANSFER-CONTROL
              PERFORM A006-WRITE-LOTS
           END-IF.

           DISPLAY "Transfer orders written: " WS-TRANSFER-COUNT.

           CLOSE TEA-STOCK-FILE.

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

       A001-READ-TRANSFER-CONTROL.

           OPEN INPUT TRANSFER-CONTROL-FILE.
                 MOVE WS-DONOR-AVAILABLE TO WS-MOVE-QTY
              END-IF

              PERFORM A003-MOVE-DONOR-LOTS
              SUBTRACT WS-MOVE-QTY FROM SK-ON-HAND (SK-SUB)
              ADD WS-MOVE-QTY      TO SK-ON-HAND (SK-TO-SUB)
              SUBTRACT WS-MOVE-QTY FROM WS-REMAINING-NEED
              PERFORM A003-WRITE-TRANSFER-ORDER
           END-IF.

       A003-MOVE-DONOR-LOTS.

      *    The donor gives up its oldest tea first.  Stock it holds
      *    beyond its lots pre-dates lot keeping and arrives at the
      *    recipient the same way; tea drawn from a lot travels as a
      *    new lot that keeps the original delivery's dates.
           MOVE 0 TO WS-LOT-TOTAL.
           PERFORM VARYING TL-SUB FROM 1 BY 1 UNTIL TL-SUB > TL-COUNT
               IF TL-LOCATION (TL-SUB) = SK-LOCATION (SK-SUB)
                  AND TL-BLEND (TL-SUB) = SK-BLEND (SK-SUB)
                  ADD TL-QTY-REMAINING (TL-SUB) TO WS-LOT-TOTAL
               END-IF
           END-PERFORM.

           MOVE WS-MOVE-QTY TO WS-LOT-DRAW-QTY.
           COMPUTE WS-LOT-UNTRACKED =
               SK-ON-HAND (SK-SUB) - WS-LOT-TOTAL.
           IF WS-LOT-UNTRACKED > 0
              IF WS-LOT-UNTRACKED >= WS-LOT-DRAW-QTY
                 MOVE 0 TO WS-LOT-DRAW-QTY
              ELSE
                 SUBTRACT WS-LOT-UNTRACKED FROM WS-LOT-DRAW-QTY
              END-IF
           END-IF.

           SET STOCK-LOT-FOUND TO TRUE.
           PERFORM A003-MOVE-OLDEST-LOT
               UNTIL WS-LOT-DRAW-QTY = 0
                     OR NOT STOCK-LOT-FOUND.

       A003-MOVE-OLDEST-LOT.

           MOVE 0 TO TL-OLDEST-SUB.
           PERFORM VARYING TL-SUB FROM 1 BY 1 UNTIL TL-SUB > TL-COUNT
               IF TL-LOCATION (TL-SUB) = SK-LOCATION (SK-SUB)
                  AND TL-BLEND (TL-SUB) = SK-BLEND (SK-SUB)
                  AND TL-QTY-REMAINING (TL-SUB) > 0
                  IF TL-OLDEST-SUB = 0
                     MOVE TL-SUB TO TL-OLDEST-SUB
                  ELSE
                     IF TL-RECEIVED-DATE (TL-SUB)
                         < TL-RECEIVED-DATE (TL-OLDEST-SUB)
                        OR (TL-RECEIVED-DATE (TL-SUB)
                            = TL-RECEIVED-DATE (TL-OLDEST-SUB)
                            AND TL-LOT-NUMBER (TL-SUB)
                                < TL-LOT-NUMBER (TL-OLDEST-SUB))
                        MOVE TL-SUB TO TL-OLDEST-SUB
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

           IF TL-OLDEST-SUB = 0
              MOVE "N" TO WS-LOT-FOUND-SWITCH
           ELSE
              IF TL-QTY-REMAINING (TL-OLDEST-SUB) > WS-LOT-DRAW-QTY
                 MOVE WS-LOT-DRAW-QTY TO WS-LOT-TAKE
              ELSE
                 MOVE TL-QTY-REMAINING (TL-OLDEST-SUB) TO WS-LOT-TAKE
              END-IF
              SUBTRACT WS-LOT-TAKE
                  FROM TL-QTY-REMAINING (TL-OLDEST-SUB)
              SUBTRACT WS-LOT-TAKE FROM WS-LOT-DRAW-QTY

              IF TL-COUNT >= 1000
                 DISPLAY "*** FATAL: stock lot file has more than "
                         "1000 lots - enlarge the lot table ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-LAST-LOT-NO
              ADD 1 TO TL-COUNT
              SET TL-IDX TO TL-COUNT
              MOVE WS-LAST-LOT-NO         TO TL-LOT-NUMBER (TL-IDX)
              MOVE SK-LOCATION (SK-TO-SUB) TO TL-LOCATION (TL-IDX)
              MOVE TL-BLEND (TL-OLDEST-SUB)
                  TO TL-BLEND (TL-IDX)
              MOVE TL-SHIP (TL-OLDEST-SUB)
                  TO TL-SHIP (TL-IDX)
              MOVE TL-RECEIVED-DATE (TL-OLDEST-SUB)
                  TO TL-RECEIVED-DATE (TL-IDX)
              MOVE TL-PO-NUMBER (TL-OLDEST-SUB)
                  TO TL-PO-NUMBER (TL-IDX)
              MOVE TL-BEST-BEFORE (TL-OLDEST-SUB)
                  TO TL-BEST-BEFORE (TL-IDX)
              MOVE WS-LOT-TAKE            TO TL-QTY-RECEIVED (TL-IDX)
              MOVE WS-LOT-TAKE            TO TL-QTY-REMAINING (TL-IDX)
           END-IF.

       A003-WRITE-TRANSFER-ORDER.

           ADD 1 TO WS-LAST-TRANSFER-NO.

           CLOSE TRANSFER-CONTROL-FILE.

       A006-WRITE-LOTS.

           OPEN OUTPUT STOCK-LOT-FILE.
           IF WS-STOCK-LOT-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not rewrite stock lot file, "
                      "status " WS-STOCK-LOT-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM VARYING TL-IDX FROM 1 BY 1 UNTIL TL-IDX > TL-COUNT
               IF TL-QTY-REMAINING (TL-IDX) > 0
                  MOVE TL-LOT-NUMBER (TL-IDX)    TO SL-LOT-NUMBER
                  MOVE TL-LOCATION (TL-IDX)      TO SL-LOCATION
                  MOVE TL-BLEND (TL-IDX)         TO SL-BLEND
                  MOVE TL-SHIP (TL-IDX)          TO SL-SHIP
                  MOVE TL-RECEIVED-DATE (TL-IDX) TO SL-RECEIVED-DATE
                  MOVE TL-PO-NUMBER (TL-IDX)     TO SL-PO-NUMBER
                  MOVE TL-BEST-BEFORE (TL-IDX)   TO SL-BEST-BEFORE
                  MOVE TL-QTY-RECEIVED (TL-IDX)  TO SL-QTY-RECEIVED
                  MOVE TL-QTY-REMAINING (TL-IDX) TO SL-QTY-REMAINING
                  WRITE STOCK-LOT-RECORD
               END-IF
           END-PERFORM.

           CLOSE STOCK-LOT-FILE.

           OPEN OUTPUT LOT-CONTROL-FILE.
           IF WS-LOT-CONTROL-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not rewrite lot control "
                      "file, status " WS-LOT-CONTROL-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-LAST-LOT-NO TO LC-LAST-LOT-NO.
           WRITE LOT-CONTROL-RECORD.

           CLOSE LOT-CONTROL-FILE.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks teatransfer.cbl
      *    ./teatransfer [YYYYMMDD]
