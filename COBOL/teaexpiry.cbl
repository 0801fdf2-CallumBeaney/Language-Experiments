       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEA-EXPIRY.
       AUTHOR. CALLUM BEANEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-CATALOG-FILE
               ASSIGN TO "data/generation-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.

           SELECT RUN-PARAMETER-FILE
               ASSIGN TO "data/run-parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT TEA-STOCK-FILE ASSIGN TO "data/tea-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEA-STOCK-STATUS.

           SELECT STOCK-LOT-FILE ASSIGN TO "data/stock-lots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-LOT-STATUS.

           SELECT WASTAGE-FILE ASSIGN TO DYNAMIC WS-WASTAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WASTAGE-STATUS.

           SELECT EXPIRY-REPORT-FILE
               ASSIGN TO DYNAMIC WS-EXPIRY-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GENERATION-CATALOG-FILE
           RECORDING MODE IS F.

       COPY GENCAT.

       FD  RUN-PARAMETER-FILE
           RECORDING MODE IS F.

       COPY PARMREC.

       FD  TEA-STOCK-FILE
           RECORDING MODE IS F.

       COPY STOCKREC.

       FD  STOCK-LOT-FILE
           RECORDING MODE IS F.

       COPY LOTREC.

       FD  WASTAGE-FILE
           RECORDING MODE IS F.

       COPY WASTEREC.

       FD  EXPIRY-REPORT-FILE
           RECORDING MODE IS F.
       01  EXPIRY-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       COPY EXCREC.

       01  WS-GEN-CATALOG-STATUS    PIC XX      VALUE "00".
       01  WS-RUN-PARM-STATUS       PIC XX      VALUE "00".
       01  WS-TEA-STOCK-STATUS      PIC XX      VALUE "00".
       01  WS-STOCK-LOT-STATUS      PIC XX      VALUE "00".
       01  WS-WASTAGE-STATUS        PIC XX      VALUE "00".
       01  WS-EXPIRY-RPT-STATUS     PIC XX      VALUE "00".

       01  WS-CATALOG-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-CATALOG                    VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X       VALUE "N".
           88 END-OF-PARAMETERS                 VALUE "Y".
       01  WS-STOCK-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-STOCK                      VALUE "Y".
       01  WS-LOT-EOF-SWITCH        PIC X       VALUE "N".
           88 END-OF-LOTS                       VALUE "Y".
       01  WS-LOT-FOUND-SWITCH      PIC X       VALUE "N".
           88 STOCK-LOT-FOUND                   VALUE "Y".
       01  WS-STOCK-FOUND-SWITCH    PIC X       VALUE "N".
           88 STOCK-LOCATION-FOUND              VALUE "Y".

       01  WS-RUN-DATE              PIC X(8).
       01  WS-GEN-DATE              PIC X(8)    VALUE SPACES.
       01  WS-COMMAND-LINE          PIC X(80)   VALUE SPACES.
       01  WS-PARM-EFF-WARNING      PIC X(8)    VALUE SPACES.

       01  WS-WASTAGE-NAME          PIC X(40)   VALUE SPACES.
       01  WS-EXPIRY-RPT-NAME       PIC X(40)   VALUE SPACES.

       01  EXPIRY-WARNING-DAYS      PIC 9(4)    VALUE 14.
       01  WS-RUN-DATE-NUM          PIC 9(8)    VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM
                                    PIC X(8).
       01  WS-WARNING-LIMIT-NUM     PIC 9(8)    VALUE 0.
       01  WS-WARNING-LIMIT-X REDEFINES WS-WARNING-LIMIT-NUM
                                    PIC X(8).

       01  WS-LOT-TOTAL             PIC 9(9)V9(2) VALUE 0.
       01  WS-LOT-EXCESS            PIC 9(9)V9(2) VALUE 0.
       01  WS-LOT-TAKE              PIC 9(9)V9(2) VALUE 0.
       01  WS-WRITE-OFF-QTY         PIC 9(9)V9(2) VALUE 0.
       01  WS-WASTAGE-CHUNK         PIC 9(4)V9(2) VALUE 0.
       01  WS-EDIT-QTY              PIC ZZZZZZZZ9.99.

       01  WS-EXPIRED-COUNT         PIC 9(5)    VALUE 0.
       01  WS-EXPIRED-QTY           PIC 9(9)V9(2) VALUE 0.
       01  WS-DUE-COUNT             PIC 9(5)    VALUE 0.
       01  WS-DUE-QTY               PIC 9(9)V9(2) VALUE 0.
       01  WS-TRIMMED-COUNT         PIC 9(5)    VALUE 0.

       01  TEA-STOCK-TABLE.
           05 SK-ENTRY OCCURS 500 TIMES INDEXED BY SK-IDX.
              10 SK-LOCATION        PIC X(30).
              10 SK-BLEND           PIC X(2).
              10 SK-ON-HAND         PIC 9(9)V9(2).
              10 SK-ON-ORDER        PIC 9(9)V9(2).
              10 SK-REORDER-POINT   PIC 9(9)V9(2).
       01  SK-COUNT                 PIC 9(3)    VALUE 0.
       01  SK-SUB                   PIC 9(3)    VALUE 0.

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
       01  TL-SUB                   PIC 9(4)    VALUE 0.
       01  TL-OLDEST-SUB            PIC 9(4)    VALUE 0.

       01  WS-EXP-HEADING-1.
           05 FILLER                PIC X(30)
                     VALUE "STOCK LOT EXPIRY REPORT".
           05 FILLER                PIC X(10)   VALUE "RUN DATE:".
           05 EH1-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(14)   VALUE "  WASTAGE:".
           05 EH1-GEN-DATE          PIC X(8).

       01  WS-EXP-SECTION-HEADING.
           05 ES-TITLE              PIC X(26).
           05 ES-DAYS               PIC ZZZ9.
           05 ES-DAYS-LABEL         PIC X(6).

       01  WS-EXP-COL-HEADING.
           05 FILLER                PIC X(8)    VALUE "LOT".
           05 FILLER                PIC X(10)   VALUE "SHIP".
           05 FILLER                PIC X(32)   VALUE "LOCATION".
           05 FILLER                PIC X(7)    VALUE "BLEND".
           05 FILLER                PIC X(10)   VALUE "RECEIVED".
           05 FILLER                PIC X(8)    VALUE "PO".
           05 FILLER                PIC X(12)   VALUE "BEST BEFORE".
           05 FILLER                PIC X(14)   VALUE "      QTY(ML)".

       01  WS-EXP-DETAIL.
           05 ED-LOT-NUMBER         PIC 9(6).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 ED-SHIP               PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 ED-LOCATION           PIC X(32).
           05 ED-BLEND              PIC X(2).
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 ED-RECEIVED-DATE      PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 ED-PO-NUMBER          PIC 9(6).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 ED-BEST-BEFORE        PIC X(8).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 ED-QTY                PIC ZZZZZZZZ9.99.

       01  WS-EXP-NONE-LINE         PIC X(40)   VALUE "  NONE".

       01  WS-EXP-FOOTING-1.
           05 FILLER                PIC X(32)
                     VALUE "LOTS WRITTEN OFF AS EXPIRED:".
           05 EF1-EXPIRED-COUNT     PIC ZZZZ9.

       01  WS-EXP-FOOTING-2.
           05 FILLER                PIC X(32)
                     VALUE "QUANTITY WRITTEN OFF (ML):".
           05 EF2-EXPIRED-QTY       PIC ZZZZZZZZ9.99.

       01  WS-EXP-FOOTING-3.
           05 FILLER                PIC X(32)
                     VALUE "LOTS DUE TO EXPIRE:".
           05 EF3-DUE-COUNT         PIC ZZZZ9.

       01  WS-EXP-FOOTING-4.
           05 FILLER                PIC X(32)
                     VALUE "QUANTITY DUE TO EXPIRE (ML):".
           05 EF4-DUE-QTY           PIC ZZZZZZZZ9.99.

       01  WS-EXP-FOOTING-5.
           05 FILLER                PIC X(32)
                     VALUE "LOTS TRIMMED TO STOCK ON HAND:".
           05 EF5-TRIMMED-COUNT     PIC ZZZZ9.

       PROCEDURE DIVISION.
       A000-FIRST-PARA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM A000-RESOLVE-GENERATION.
           PERFORM A001-LOAD-PARAMETERS.
           PERFORM A001-LOAD-STOCK.
           PERFORM A001-LOAD-LOTS.

           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           COMPUTE WS-WARNING-LIMIT-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                + EXPIRY-WARNING-DAYS).

           PERFORM A005-OPEN-OUTPUTS.
           PERFORM A005-REPORT-HEADER.

           PERFORM A002-RECONCILE-LOTS.
           PERFORM A003-WRITE-OFF-EXPIRED.
           PERFORM A004-LIST-DUE-TO-EXPIRE.

           PERFORM A005-REPORT-FOOTER.

           CLOSE WASTAGE-FILE.
           CLOSE EXPIRY-REPORT-FILE.

           IF WS-EXPIRED-COUNT > 0
              OR WS-TRIMMED-COUNT > 0
              PERFORM A006-WRITE-STOCK-MASTER
              PERFORM A006-WRITE-LOTS
           END-IF.

           DISPLAY "Lots expired: " WS-EXPIRED-COUNT
                   "  due to expire: " WS-DUE-COUNT.

           STOP RUN.

       A000-RESOLVE-GENERATION.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

           IF WS-COMMAND-LINE (1:8) IS NUMERIC
              MOVE WS-COMMAND-LINE (1:8) TO WS-GEN-DATE
           ELSE
              OPEN INPUT GENERATION-CATALOG-FILE
              IF WS-GEN-CATALOG-STATUS = "00"
                 PERFORM UNTIL END-OF-CATALOG
                     READ GENERATION-CATALOG-FILE
                         AT END
                             SET END-OF-CATALOG TO TRUE
                         NOT AT END
                             MOVE GC-RUN-DATE TO WS-GEN-DATE
                     END-READ
                 END-PERFORM
                 CLOSE GENERATION-CATALOG-FILE
              END-IF
           END-IF.

           IF WS-GEN-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-GEN-DATE
           END-IF.

           MOVE SPACES TO WS-WASTAGE-NAME.
           STRING "data/wastage." WS-GEN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-WASTAGE-NAME.
           MOVE SPACES TO WS-EXPIRY-RPT-NAME.
           STRING "data/expiry-report." WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-EXPIRY-RPT-NAME.

       A001-LOAD-PARAMETERS.

           OPEN INPUT RUN-PARAMETER-FILE.

           IF WS-RUN-PARM-STATUS = "00"
              PERFORM UNTIL END-OF-PARAMETERS
                  READ RUN-PARAMETER-FILE
                      AT END
                          SET END-OF-PARAMETERS TO TRUE
                      NOT AT END
                          IF PM-NAME = "EXPIRY-WARNING-DAYS"
                             AND PM-EFFECTIVE-DATE IS NUMERIC
                             AND PM-EFFECTIVE-DATE NOT > WS-RUN-DATE
                             AND PM-VALUE-DAYS IS NUMERIC
                             AND PM-EFFECTIVE-DATE
                                 >= WS-PARM-EFF-WARNING
                             MOVE PM-VALUE-DAYS
                                 TO EXPIRY-WARNING-DAYS
                             MOVE PM-EFFECTIVE-DATE
                                 TO WS-PARM-EFF-WARNING
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RUN-PARAMETER-FILE
           ELSE
              DISPLAY "*** WARNING: could not open run parameter "
                      "file, status " WS-RUN-PARM-STATUS
                      " - using the compiled-in warning period ***"
           END-IF.

       A001-LOAD-STOCK.

           OPEN INPUT TEA-STOCK-FILE.

           IF WS-TEA-STOCK-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open tea stock master, "
                      "status " WS-TEA-STOCK-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-STOCK
               READ TEA-STOCK-FILE
                   AT END
                       SET END-OF-STOCK TO TRUE
                   NOT AT END
                       IF SK-COUNT >= 500
                          DISPLAY "*** FATAL: tea stock master has "
                                  "more than 500 records - enlarge "
                                  "the stock table ***"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO SK-COUNT
                       MOVE ST-LOCATION
                           TO SK-LOCATION (SK-COUNT)
                       MOVE ST-BLEND
                           TO SK-BLEND (SK-COUNT)
                       MOVE ST-ON-HAND
                           TO SK-ON-HAND (SK-COUNT)
                       MOVE ST-ON-ORDER
                           TO SK-ON-ORDER (SK-COUNT)
                       MOVE ST-REORDER-POINT
                           TO SK-REORDER-POINT (SK-COUNT)
               END-READ
           END-PERFORM.

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

       A002-RECONCILE-LOTS.

      *    The lots can never hold more than the store-room does.  A
      *    stocktake loss comes off the store-room balance alone, so
      *    any excess is taken off the oldest lots here, before
      *    anything is written off - it has already gone.
           PERFORM VARYING SK-SUB FROM 1 BY 1 UNTIL SK-SUB > SK-COUNT
               MOVE 0 TO WS-LOT-TOTAL
               PERFORM VARYING TL-SUB FROM 1 BY 1
                       UNTIL TL-SUB > TL-COUNT
                   IF TL-LOCATION (TL-SUB) = SK-LOCATION (SK-SUB)
                      AND TL-BLEND (TL-SUB) = SK-BLEND (SK-SUB)
                      ADD TL-QTY-REMAINING (TL-SUB) TO WS-LOT-TOTAL
                   END-IF
               END-PERFORM
               IF WS-LOT-TOTAL > SK-ON-HAND (SK-SUB)
                  COMPUTE WS-LOT-EXCESS =
                      WS-LOT-TOTAL - SK-ON-HAND (SK-SUB)
                  SET STOCK-LOT-FOUND TO TRUE
                  PERFORM A002-TRIM-OLDEST-LOT
                      UNTIL WS-LOT-EXCESS = 0
                            OR NOT STOCK-LOT-FOUND
               END-IF
           END-PERFORM.

       A002-TRIM-OLDEST-LOT.

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
              IF TL-QTY-REMAINING (TL-OLDEST-SUB) > WS-LOT-EXCESS
                 MOVE WS-LOT-EXCESS TO WS-LOT-TAKE
              ELSE
                 MOVE TL-QTY-REMAINING (TL-OLDEST-SUB) TO WS-LOT-TAKE
              END-IF
              SUBTRACT WS-LOT-TAKE
                  FROM TL-QTY-REMAINING (TL-OLDEST-SUB)
              SUBTRACT WS-LOT-TAKE FROM WS-LOT-EXCESS
              ADD 1 TO WS-TRIMMED-COUNT
           END-IF.

       A003-WRITE-OFF-EXPIRED.

           MOVE "EXPIRED LOTS WRITTEN OFF" TO ES-TITLE.
           MOVE 0      TO ES-DAYS.
           MOVE SPACES TO ES-DAYS-LABEL.
           PERFORM A005-SECTION-HEADER.

           PERFORM VARYING TL-SUB FROM 1 BY 1 UNTIL TL-SUB > TL-COUNT
               IF TL-QTY-REMAINING (TL-SUB) > 0
                  AND TL-BEST-BEFORE (TL-SUB) < WS-RUN-DATE
                  PERFORM A003-EXPIRE-ONE-LOT
               END-IF
           END-PERFORM.

           IF WS-EXPIRED-COUNT = 0
              WRITE EXPIRY-REPORT-RECORD FROM WS-EXP-NONE-LINE
           END-IF.

       A003-EXPIRE-ONE-LOT.

           MOVE TL-QTY-REMAINING (TL-SUB) TO WS-WRITE-OFF-QTY.
           PERFORM A005-DETAIL-LINE.

           ADD 1                TO WS-EXPIRED-COUNT.
           ADD WS-WRITE-OFF-QTY TO WS-EXPIRED-QTY.

           MOVE "N" TO WS-STOCK-FOUND-SWITCH.
           IF SK-COUNT > 0
              SET SK-IDX TO 1
              SEARCH SK-ENTRY
                 AT END
                    CONTINUE
                 WHEN SK-LOCATION (SK-IDX) = TL-LOCATION (TL-SUB)
                      AND SK-BLEND (SK-IDX) = TL-BLEND (TL-SUB)
                    SET STOCK-LOCATION-FOUND TO TRUE
              END-SEARCH
           END-IF.

           IF STOCK-LOCATION-FOUND
              IF SK-ON-HAND (SK-IDX) > WS-WRITE-OFF-QTY
                 SUBTRACT WS-WRITE-OFF-QTY FROM SK-ON-HAND (SK-IDX)
              ELSE
                 MOVE 0 TO SK-ON-HAND (SK-IDX)
              END-IF
           END-IF.

           MOVE "LEXP"                TO EX-CODE.
           MOVE "W"                   TO EX-SEVERITY.
           MOVE TL-SHIP (TL-SUB)      TO EX-SHIP.
           MOVE TL-LOCATION (TL-SUB)  TO EX-LOCATION.
           MOVE WS-WRITE-OFF-QTY      TO WS-EDIT-QTY.
           MOVE SPACES                TO EX-TEXT.
           STRING "LOT " TL-LOT-NUMBER (TL-SUB)
                  " BLEND " TL-BLEND (TL-SUB)
                  " EXPIRED, ML WRITTEN OFF" WS-EDIT-QTY
               DELIMITED BY SIZE INTO EX-TEXT.
           PERFORM A011-WRITE-EXCEPTION.

      *    A wastage record holds under ten litres, so a large lot
      *    goes to the wastage file in as many records as it takes.
           PERFORM A003-WRITE-WASTAGE-CHUNK
               UNTIL WS-WRITE-OFF-QTY = 0.

           MOVE 0 TO TL-QTY-REMAINING (TL-SUB).

       A003-WRITE-WASTAGE-CHUNK.

           IF WS-WRITE-OFF-QTY > 9999.99
              MOVE 9999.99 TO WS-WASTAGE-CHUNK
           ELSE
              MOVE WS-WRITE-OFF-QTY TO WS-WASTAGE-CHUNK
           END-IF.

           MOVE WS-GEN-DATE           TO WA-RUN-DATE.
           MOVE "STORE-ROOM"          TO WA-WHO.
           MOVE TL-SHIP (TL-SUB)      TO WA-SHIP.
           MOVE TL-LOCATION (TL-SUB)  TO WA-LOCATION.
           MOVE TL-BLEND (TL-SUB)     TO WA-BLEND.
           MOVE WS-WASTAGE-CHUNK      TO WA-AMOUNT.
           MOVE "EXPIRED"             TO WA-REASON.
           WRITE WASTAGE-RECORD.

           SUBTRACT WS-WASTAGE-CHUNK FROM WS-WRITE-OFF-QTY.

       A004-LIST-DUE-TO-EXPIRE.

           MOVE "LOTS DUE TO EXPIRE WITHIN" TO ES-TITLE.
           MOVE EXPIRY-WARNING-DAYS TO ES-DAYS.
           MOVE " DAYS"             TO ES-DAYS-LABEL.
           PERFORM A005-SECTION-HEADER.

           PERFORM VARYING TL-SUB FROM 1 BY 1 UNTIL TL-SUB > TL-COUNT
               IF TL-QTY-REMAINING (TL-SUB) > 0
                  AND TL-BEST-BEFORE (TL-SUB) NOT < WS-RUN-DATE
                  AND TL-BEST-BEFORE (TL-SUB)
                      NOT > WS-WARNING-LIMIT-X
                  MOVE TL-QTY-REMAINING (TL-SUB) TO WS-WRITE-OFF-QTY
                  PERFORM A005-DETAIL-LINE
                  ADD 1                TO WS-DUE-COUNT
                  ADD WS-WRITE-OFF-QTY TO WS-DUE-QTY
               END-IF
           END-PERFORM.

           IF WS-DUE-COUNT = 0
              WRITE EXPIRY-REPORT-RECORD FROM WS-EXP-NONE-LINE
           END-IF.

       A005-OPEN-OUTPUTS.

           OPEN EXTEND WASTAGE-FILE.
           IF WS-WASTAGE-STATUS = "35"
              OPEN OUTPUT WASTAGE-FILE
           END-IF.
           IF WS-WASTAGE-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open wastage file "
                      WS-WASTAGE-NAME ", status "
                      WS-WASTAGE-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT EXPIRY-REPORT-FILE.
           IF WS-EXPIRY-RPT-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open expiry report, "
                      "status " WS-EXPIRY-RPT-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       A005-REPORT-HEADER.

           MOVE WS-RUN-DATE TO EH1-RUN-DATE.
           MOVE WS-GEN-DATE TO EH1-GEN-DATE.
           WRITE EXPIRY-REPORT-RECORD FROM WS-EXP-HEADING-1.

       A005-SECTION-HEADER.

           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           IF ES-DAYS-LABEL = SPACES
              MOVE ES-TITLE TO EXPIRY-REPORT-RECORD
              WRITE EXPIRY-REPORT-RECORD
           ELSE
              WRITE EXPIRY-REPORT-RECORD FROM WS-EXP-SECTION-HEADING
           END-IF.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD FROM WS-EXP-COL-HEADING.

       A005-DETAIL-LINE.

           MOVE TL-LOT-NUMBER (TL-SUB)    TO ED-LOT-NUMBER.
           MOVE TL-SHIP (TL-SUB)          TO ED-SHIP.
           MOVE TL-LOCATION (TL-SUB)      TO ED-LOCATION.
           MOVE TL-BLEND (TL-SUB)         TO ED-BLEND.
           MOVE TL-RECEIVED-DATE (TL-SUB) TO ED-RECEIVED-DATE.
           MOVE TL-PO-NUMBER (TL-SUB)     TO ED-PO-NUMBER.
           MOVE TL-BEST-BEFORE (TL-SUB)   TO ED-BEST-BEFORE.
           MOVE WS-WRITE-OFF-QTY          TO ED-QTY.
           WRITE EXPIRY-REPORT-RECORD FROM WS-EXP-DETAIL.

       A005-REPORT-FOOTER.

           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE WS-EXPIRED-COUNT TO EF1-EXPIRED-COUNT.
           WRITE EXPIRY-REPORT-RECORD FROM WS-EXP-FOOTING-1.
           MOVE WS-EXPIRED-QTY TO EF2-EXPIRED-QTY.
           WRITE EXPIRY-REPORT-RECORD FROM WS-EXP-FOOTING-2.
           MOVE WS-DUE-COUNT TO EF3-DUE-COUNT.
           WRITE EXPIRY-REPORT-RECORD FROM WS-EXP-FOOTING-3.
           MOVE WS-DUE-QTY TO EF4-DUE-QTY.
           WRITE EXPIRY-REPORT-RECORD FROM WS-EXP-FOOTING-4.
           MOVE WS-TRIMMED-COUNT TO EF5-TRIMMED-COUNT.
           WRITE EXPIRY-REPORT-RECORD FROM WS-EXP-FOOTING-5.

       A006-WRITE-STOCK-MASTER.

           OPEN OUTPUT TEA-STOCK-FILE.
           IF WS-TEA-STOCK-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not rewrite tea stock "
                      "master, status " WS-TEA-STOCK-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM VARYING SK-SUB FROM 1 BY 1 UNTIL SK-SUB > SK-COUNT
               MOVE SK-LOCATION (SK-SUB)      TO ST-LOCATION
               MOVE SK-BLEND (SK-SUB)         TO ST-BLEND
               MOVE SK-ON-HAND (SK-SUB)       TO ST-ON-HAND
               MOVE SK-ON-ORDER (SK-SUB)      TO ST-ON-ORDER
               MOVE SK-REORDER-POINT (SK-SUB) TO ST-REORDER-POINT
               WRITE TEA-STOCK-RECORD
           END-PERFORM.

           CLOSE TEA-STOCK-FILE.

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

       A011-WRITE-EXCEPTION.

           MOVE WS-RUN-DATE TO EX-RUN-DATE.
           MOVE SPACE       TO EX-RESOLVED.
           CALL "TEA-EXCEPTION" USING EXCEPTION-RECORD.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks teaexpiry.cbl teaexcept.cbl
      *    ./teaexpiry [YYYYMMDD]
