       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEA-STOCKTAKE.
       AUTHOR. CALLUM BEANEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEA-STOCK-FILE ASSIGN TO "data/tea-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEA-STOCK-STATUS.

           SELECT STOCK-COUNT-FILE ASSIGN TO "data/stock-counts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-COUNT-STATUS.

           SELECT RUN-PARAMETER-FILE
               ASSIGN TO "data/run-parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT BLEND-PRICE-FILE ASSIGN TO "data/blend-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLEND-PRICE-STATUS.

           SELECT ADJUSTMENT-FILE
               ASSIGN TO "data/stock-adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.

           SELECT COUNT-SHEET-FILE ASSIGN TO DYNAMIC WS-COUNT-SHEET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-SHEET-STATUS.

           SELECT STOCKTAKE-REPORT-FILE
               ASSIGN TO DYNAMIC WS-STOCKTAKE-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCKTAKE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TEA-STOCK-FILE
           RECORDING MODE IS F.

       COPY STOCKREC.

       FD  STOCK-COUNT-FILE
           RECORDING MODE IS F.
       01  STOCK-COUNT-RECORD.
           05 SC-LOCATION            PIC X(30).
           05 SC-BLEND               PIC X(2).
           05 SC-COUNTED-QTY         PIC 9(9)V9(2).
           05 SC-COUNTED-BY          PIC X(15).
           05 SC-SUPERVISOR-FLAG     PIC X(1).
              88 SC-SUPERVISOR-APPROVED         VALUE "Y".

       FD  RUN-PARAMETER-FILE
           RECORDING MODE IS F.

       COPY PARMREC.

       FD  BLEND-PRICE-FILE
           RECORDING MODE IS F.

       COPY PRICEREC.

       FD  ADJUSTMENT-FILE
           RECORDING MODE IS F.

       COPY STKADJ.

       FD  COUNT-SHEET-FILE
           RECORDING MODE IS F.
       01  COUNT-SHEET-RECORD        PIC X(100).

       FD  STOCKTAKE-REPORT-FILE
           RECORDING MODE IS F.
       01  STOCKTAKE-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.

       COPY EXCREC.

       01  WS-TEA-STOCK-STATUS      PIC XX      VALUE "00".
       01  WS-STOCK-COUNT-STATUS    PIC XX      VALUE "00".
       01  WS-RUN-PARM-STATUS       PIC XX      VALUE "00".
       01  WS-BLEND-PRICE-STATUS    PIC XX      VALUE "00".
       01  WS-ADJUSTMENT-STATUS     PIC XX      VALUE "00".
       01  WS-COUNT-SHEET-STATUS    PIC XX      VALUE "00".
       01  WS-STOCKTAKE-RPT-STATUS  PIC XX      VALUE "00".

       01  WS-STOCK-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-STOCK                      VALUE "Y".
       01  WS-COUNT-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-COUNTS                     VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X       VALUE "N".
           88 END-OF-PARAMETERS                 VALUE "Y".
       01  WS-PRICE-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-PRICES                     VALUE "Y".

       01  WS-STOCK-FOUND-SWITCH    PIC X       VALUE "N".
           88 STOCK-LOCATION-FOUND              VALUE "Y".
       01  WS-PRICE-FOUND-SWITCH    PIC X       VALUE "N".
           88 BLEND-PRICE-FOUND                 VALUE "Y".

       01  WS-STOCKTAKE-MODE        PIC X(6)    VALUE SPACES.
           88 PRINT-COUNT-SHEETS                VALUE "SHEETS".
           88 PRINT-BLIND-SHEETS                VALUE "BLIND".
           88 POST-THE-COUNTS                   VALUE "POST".

       01  WS-RUN-DATE              PIC X(8).
       01  WS-COMMAND-LINE          PIC X(80)   VALUE SPACES.
       01  WS-PARM-EFF-TOLERANCE    PIC X(8)    VALUE SPACES.

       01  WS-COUNT-SHEET-NAME      PIC X(40)   VALUE SPACES.
       01  WS-STOCKTAKE-RPT-NAME    PIC X(40)   VALUE SPACES.

      *    Percentage of the book quantity a count may differ by
      *    before a supervisor has to sign the variance off.
       01  STOCKTAKE-TOLERANCE      PIC 9(4)V9(2) VALUE 2.00.

       01  WS-PRICE-BLEND           PIC X(2)    VALUE SPACES.
       01  WS-UNIT-PRICE            PIC 9(3)V9(4) VALUE 0.

       01  WS-VARIANCE              PIC S9(9)V9(2) VALUE 0.
       01  WS-ABS-VARIANCE          PIC 9(9)V9(2)  VALUE 0.
       01  WS-VARIANCE-PCT          PIC 9(5)V9(2)  VALUE 0.
       01  WS-VARIANCE-VALUE        PIC S9(9)V9(2) VALUE 0.
       01  WS-LINE-STATUS           PIC X(20)   VALUE SPACES.

       01  WS-COUNT-LINES           PIC 9(5)    VALUE 0.
       01  WS-POSTED-COUNT          PIC 9(5)    VALUE 0.
       01  WS-REFUSED-COUNT         PIC 9(5)    VALUE 0.
       01  WS-UNMATCHED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-UNCOUNTED-COUNT       PIC 9(5)    VALUE 0.

       01  WS-LOC-SHRINK-QTY        PIC S9(9)V9(2) VALUE 0.
       01  WS-LOC-SHRINK-VALUE      PIC S9(9)V9(2) VALUE 0.
       01  WS-TOTAL-SHRINK-QTY      PIC S9(9)V9(2) VALUE 0.
       01  WS-TOTAL-SHRINK-VALUE    PIC S9(9)V9(2) VALUE 0.
       01  WS-CURRENT-LOCATION      PIC X(30)   VALUE SPACES.

       01  TEA-STOCK-TABLE.
           05 SK-ENTRY OCCURS 500 TIMES INDEXED BY SK-IDX.
              10 SK-LOCATION        PIC X(30).
              10 SK-BLEND           PIC X(2).
              10 SK-ON-HAND         PIC 9(9)V9(2).
              10 SK-ON-ORDER        PIC 9(9)V9(2).
              10 SK-REORDER-POINT   PIC 9(9)V9(2).
              10 SK-BOOK-QTY        PIC 9(9)V9(2).
              10 SK-SHRINK-QTY      PIC S9(9)V9(2).
              10 SK-SHRINK-VALUE    PIC S9(9)V9(2).
              10 SK-COUNT-STATE     PIC X(1).
                 88 SK-NOT-COUNTED              VALUE SPACE.
                 88 SK-COUNT-POSTED             VALUE "P".
                 88 SK-COUNT-REFUSED            VALUE "R".
              10 SK-PRINTED         PIC X(1).
                 88 SK-ALREADY-PRINTED          VALUE "Y".
       01  SK-COUNT                 PIC 9(3)    VALUE 0.
       01  SK-SUB                   PIC 9(3)    VALUE 0.
       01  SK-LOC-SUB               PIC 9(3)    VALUE 0.

       01  BLEND-PRICE-TABLE.
           05 PR-ENTRY OCCURS 20 TIMES INDEXED BY PR-IDX.
              10 PR-BLEND           PIC X(2).
              10 PR-EFFECTIVE-DATE  PIC X(8).
              10 PR-PRICE-PER-ML    PIC 9(3)V9(4).
       01  PR-COUNT                 PIC 9(3)    VALUE 0.

      *    Count lines that could not be posted this run (refused
      *    or unmatched) are written back to the count file for a
      *    recount; everything posted is dropped so a second POST
      *    cannot apply the same counts twice.
       01  WS-KEEP-COUNT-SWITCH     PIC X       VALUE "N".
           88 KEEP-THIS-COUNT                   VALUE "Y".
       01  HELD-COUNT-TABLE.
           05 HC-ENTRY OCCURS 500 TIMES INDEXED BY HC-IDX.
              10 HC-COUNT-RECORD    PIC X(59).
       01  HC-COUNT                 PIC 9(3)    VALUE 0.

       01  WS-SHEET-HEADING-1.
           05 FILLER                PIC X(24)
                                     VALUE "STOCKTAKE COUNT SHEET".
           05 FILLER                PIC X(10)   VALUE "RUN DATE:".
           05 SH1-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 SH1-SHEET-TYPE        PIC X(16).

       01  WS-SHEET-LOCATION-LINE.
           05 FILLER                PIC X(10)   VALUE "LOCATION:".
           05 SL-LOCATION           PIC X(30).

       01  WS-SHEET-COL-HEADING.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 FILLER                PIC X(7)    VALUE "BLEND".
           05 FILLER                PIC X(17)
                                     VALUE "     BOOK QTY(ML)".
           05 FILLER                PIC X(18)
                                     VALUE "   COUNTED QTY(ML)".
           05 FILLER                PIC X(19)   VALUE "   COUNTED BY".
           05 FILLER                PIC X(10)   VALUE "SUPERVISOR".

       01  WS-SHEET-DETAIL.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 SD-BLEND              PIC X(2).
           05 FILLER                PIC X(8)    VALUE SPACES.
           05 SD-BOOK-QTY           PIC ZZZZZZZZ9.99.
           05 SD-BOOK-BLIND REDEFINES SD-BOOK-QTY
                                    PIC X(12).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 FILLER                PIC X(14)   VALUE ALL "_".
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 FILLER                PIC X(16)   VALUE ALL "_".
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 FILLER                PIC X(10)   VALUE ALL "_".

       01  WS-STK-HEADING-1.
           05 FILLER                PIC X(32)
                     VALUE "STOCKTAKE VARIANCE POSTING".
           05 FILLER                PIC X(10)   VALUE "RUN DATE:".
           05 TH1-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(14)   VALUE "  TOLERANCE:".
           05 TH1-TOLERANCE         PIC ZZZ9.99.
           05 FILLER                PIC X(2)    VALUE " %".

       01  WS-STK-COL-HEADING.
           05 FILLER                PIC X(32)   VALUE "LOCATION".
           05 FILLER                PIC X(7)    VALUE "BLEND".
           05 FILLER                PIC X(14)   VALUE "      BOOK(ML)".
           05 FILLER                PIC X(14)   VALUE "   COUNTED(ML)".
           05 FILLER                PIC X(15)   VALUE "  VARIANCE(ML)".
           05 FILLER                PIC X(10)   VALUE "     VAR%".
           05 FILLER                PIC X(20)   VALUE "  STATUS".

       01  WS-STK-DETAIL.
           05 TD-LOCATION           PIC X(30).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 TD-BLEND              PIC X(2).
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 TD-BOOK-QTY           PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 TD-COUNTED-QTY        PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 TD-VARIANCE           PIC ZZZZZZZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 TD-VARIANCE-PCT       PIC ZZZZ9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 TD-STATUS             PIC X(20).

       01  WS-SHR-HEADING.
           05 FILLER                PIC X(40)
                     VALUE "SHRINKAGE BY LOCATION AND BLEND".

       01  WS-SHR-COL-HEADING.
           05 FILLER                PIC X(32)   VALUE "LOCATION".
           05 FILLER                PIC X(7)    VALUE "BLEND".
           05 FILLER                PIC X(15)   VALUE "  SHRINKAGE(ML)".
           05 FILLER                PIC X(16)   VALUE "         VALUE".

       01  WS-SHR-DETAIL.
           05 RD-LOCATION           PIC X(30).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 RD-BLEND              PIC X(2).
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 RD-SHRINK-QTY         PIC ZZZZZZZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 RD-SHRINK-VALUE       PIC ZZZZZZZZ9.99-.

       01  WS-SHR-LOCATION-TOTAL.
           05 FILLER                PIC X(6)    VALUE SPACES.
           05 FILLER                PIC X(33)
                                     VALUE "LOCATION TOTAL".
           05 RL-SHRINK-QTY         PIC ZZZZZZZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 RL-SHRINK-VALUE       PIC ZZZZZZZZ9.99-.

       01  WS-SHR-GRAND-TOTAL.
           05 FILLER                PIC X(39)
                                     VALUE "FLEET SHRINKAGE".
           05 RG-SHRINK-QTY         PIC ZZZZZZZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 RG-SHRINK-VALUE       PIC ZZZZZZZZ9.99-.

       01  WS-STK-FOOTING.
           05 TF-LABEL              PIC X(34).
           05 TF-COUNT              PIC ZZZZ9.

       PROCEDURE DIVISION.
       A000-FIRST-PARA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE WS-COMMAND-LINE (1:6) TO WS-STOCKTAKE-MODE.

           IF NOT PRINT-COUNT-SHEETS
              AND NOT PRINT-BLIND-SHEETS
              AND NOT POST-THE-COUNTS
              DISPLAY "Usage: teastocktake SHEETS | BLIND | POST"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM A001-LOAD-STOCK.

           IF PRINT-COUNT-SHEETS OR PRINT-BLIND-SHEETS
              PERFORM A002-PRINT-COUNT-SHEETS
              DISPLAY "Count sheets written to " WS-COUNT-SHEET-NAME
              STOP RUN
           END-IF.

           PERFORM A001-LOAD-PARAMETERS.
           PERFORM A001-LOAD-PRICES.

           PERFORM A003-OPEN-POSTING-FILES.
           PERFORM A005-REPORT-HEADER.
           PERFORM A003-PROCESS-COUNTS.
           PERFORM A006-SHRINKAGE-REPORT.
           PERFORM A005-REPORT-FOOTER.

           CLOSE ADJUSTMENT-FILE.
           CLOSE STOCKTAKE-REPORT-FILE.

           IF WS-POSTED-COUNT > 0
              PERFORM A007-WRITE-STOCK-MASTER
           END-IF.

           PERFORM A007-REWRITE-COUNT-FILE.

           DISPLAY "Stocktake counts posted: " WS-POSTED-COUNT
                   "  refused: " WS-REFUSED-COUNT.

           STOP RUN.

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
                                  "more than 500 records - a partial "
                                  "stocktake would lose the rest ***"
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
                       MOVE ST-ON-HAND
                           TO SK-BOOK-QTY (SK-COUNT)
                       MOVE 0      TO SK-SHRINK-QTY (SK-COUNT)
                       MOVE 0      TO SK-SHRINK-VALUE (SK-COUNT)
                       MOVE SPACE  TO SK-COUNT-STATE (SK-COUNT)
                       MOVE SPACE  TO SK-PRINTED (SK-COUNT)
               END-READ
           END-PERFORM.

           CLOSE TEA-STOCK-FILE.

       A001-LOAD-PARAMETERS.

           OPEN INPUT RUN-PARAMETER-FILE.

           IF WS-RUN-PARM-STATUS = "00"
              PERFORM UNTIL END-OF-PARAMETERS
                  READ RUN-PARAMETER-FILE
                      AT END
                          SET END-OF-PARAMETERS TO TRUE
                      NOT AT END
                          IF PM-NAME = "STOCKTAKE-TOLERANCE"
                             AND PM-EFFECTIVE-DATE IS NUMERIC
                             AND PM-EFFECTIVE-DATE NOT > WS-RUN-DATE
                             AND PM-VALUE-AMOUNT IS NUMERIC
                             AND PM-EFFECTIVE-DATE
                                 >= WS-PARM-EFF-TOLERANCE
                             MOVE PM-VALUE-AMOUNT
                                 TO STOCKTAKE-TOLERANCE
                             MOVE PM-EFFECTIVE-DATE
                                 TO WS-PARM-EFF-TOLERANCE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RUN-PARAMETER-FILE
           ELSE
              DISPLAY "*** WARNING: could not open run parameter "
                      "file, status " WS-RUN-PARM-STATUS
                      " - using the compiled-in tolerance ***"
           END-IF.

       A001-LOAD-PRICES.

      *    Shrinkage is valued at the blend price in effect on the
      *    day of the count.
           OPEN INPUT BLEND-PRICE-FILE.

           IF WS-BLEND-PRICE-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-BLEND-PRICE-STATUS NOT = "00"
                 DISPLAY "*** WARNING: could not open blend price "
                         "file, status " WS-BLEND-PRICE-STATUS
                         " - shrinkage goes out unvalued ***"
              ELSE
                 PERFORM UNTIL END-OF-PRICES
                     READ BLEND-PRICE-FILE
                         AT END
                             SET END-OF-PRICES TO TRUE
                         NOT AT END
                             PERFORM A001-APPLY-PRICE
                     END-READ
                 END-PERFORM
                 CLOSE BLEND-PRICE-FILE
              END-IF
           END-IF.

       A001-APPLY-PRICE.

           IF BP-EFFECTIVE-DATE IS NOT NUMERIC
              OR BP-PRICE-PER-ML IS NOT NUMERIC
              DISPLAY "*** WARNING: bad blend price record for "
                      BP-BLEND " skipped ***"
           ELSE
              IF BP-EFFECTIVE-DATE NOT > WS-RUN-DATE
                 MOVE "N" TO WS-PRICE-FOUND-SWITCH
                 IF PR-COUNT > 0
                    SET PR-IDX TO 1
                    SEARCH PR-ENTRY
                       AT END
                          CONTINUE
                       WHEN PR-BLEND (PR-IDX) = BP-BLEND
                          SET BLEND-PRICE-FOUND TO TRUE
                    END-SEARCH
                 END-IF
                 IF BLEND-PRICE-FOUND
                    IF BP-EFFECTIVE-DATE
                        >= PR-EFFECTIVE-DATE (PR-IDX)
                       MOVE BP-EFFECTIVE-DATE
                           TO PR-EFFECTIVE-DATE (PR-IDX)
                       MOVE BP-PRICE-PER-ML
                           TO PR-PRICE-PER-ML (PR-IDX)
                    END-IF
                 ELSE
                    IF PR-COUNT >= 20
                       DISPLAY "*** WARNING: more than 20 priced "
                               "blends - " BP-BLEND " ignored ***"
                    ELSE
                       ADD 1 TO PR-COUNT
                       SET PR-IDX TO PR-COUNT
                       MOVE BP-BLEND
                           TO PR-BLEND (PR-IDX)
                       MOVE BP-EFFECTIVE-DATE
                           TO PR-EFFECTIVE-DATE (PR-IDX)
                       MOVE BP-PRICE-PER-ML
                           TO PR-PRICE-PER-ML (PR-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       A001-LOOKUP-PRICE.

           MOVE 0 TO WS-UNIT-PRICE.

           IF PR-COUNT > 0
              SET PR-IDX TO 1
              SEARCH PR-ENTRY
                 AT END
                    CONTINUE
                 WHEN PR-BLEND (PR-IDX) = WS-PRICE-BLEND
                    MOVE PR-PRICE-PER-ML (PR-IDX)
                        TO WS-UNIT-PRICE
              END-SEARCH
           END-IF.

       A002-PRINT-COUNT-SHEETS.

      *    One sheet section per store-room, every blend it holds
      *    listed beneath it.  Blind sheets leave the book quantity
      *    off so the counter cannot simply copy it down.
           MOVE SPACES TO WS-COUNT-SHEET-NAME.
           IF PRINT-BLIND-SHEETS
              STRING "data/count-sheets-blind." WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-COUNT-SHEET-NAME
              MOVE "(BLIND COUNT)" TO SH1-SHEET-TYPE
           ELSE
              STRING "data/count-sheets." WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-COUNT-SHEET-NAME
              MOVE SPACES TO SH1-SHEET-TYPE
           END-IF.

           OPEN OUTPUT COUNT-SHEET-FILE.
           IF WS-COUNT-SHEET-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open count sheet file, "
                      "status " WS-COUNT-SHEET-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO SH1-RUN-DATE.
           WRITE COUNT-SHEET-RECORD FROM WS-SHEET-HEADING-1.

           PERFORM VARYING SK-LOC-SUB FROM 1 BY 1
                   UNTIL SK-LOC-SUB > SK-COUNT
               IF NOT SK-ALREADY-PRINTED (SK-LOC-SUB)
                  PERFORM A002-PRINT-ONE-LOCATION
               END-IF
           END-PERFORM.

           CLOSE COUNT-SHEET-FILE.

       A002-PRINT-ONE-LOCATION.

           MOVE SK-LOCATION (SK-LOC-SUB) TO WS-CURRENT-LOCATION.

           MOVE SPACES TO COUNT-SHEET-RECORD.
           WRITE COUNT-SHEET-RECORD.
           MOVE WS-CURRENT-LOCATION TO SL-LOCATION.
           WRITE COUNT-SHEET-RECORD FROM WS-SHEET-LOCATION-LINE.
           MOVE SPACES TO COUNT-SHEET-RECORD.
           WRITE COUNT-SHEET-RECORD.
           WRITE COUNT-SHEET-RECORD FROM WS-SHEET-COL-HEADING.

           PERFORM VARYING SK-SUB FROM SK-LOC-SUB BY 1
                   UNTIL SK-SUB > SK-COUNT
               IF SK-LOCATION (SK-SUB) = WS-CURRENT-LOCATION
                  MOVE SK-BLEND (SK-SUB) TO SD-BLEND
                  IF PRINT-BLIND-SHEETS
                     MOVE SPACES TO SD-BOOK-BLIND
                  ELSE
                     MOVE SK-BOOK-QTY (SK-SUB) TO SD-BOOK-QTY
                  END-IF
                  WRITE COUNT-SHEET-RECORD FROM WS-SHEET-DETAIL
                  MOVE "Y" TO SK-PRINTED (SK-SUB)
               END-IF
           END-PERFORM.

       A003-OPEN-POSTING-FILES.

           MOVE SPACES TO WS-STOCKTAKE-RPT-NAME.
           STRING "data/stocktake-report." WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-STOCKTAKE-RPT-NAME.

           OPEN INPUT STOCK-COUNT-FILE.
           IF WS-STOCK-COUNT-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open stock count file, "
                      "status " WS-STOCK-COUNT-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND ADJUSTMENT-FILE.
           IF WS-ADJUSTMENT-STATUS = "35"
              OPEN OUTPUT ADJUSTMENT-FILE
           END-IF.
           IF WS-ADJUSTMENT-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open stock adjustment "
                      "journal, status " WS-ADJUSTMENT-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT STOCKTAKE-REPORT-FILE.
           IF WS-STOCKTAKE-RPT-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open stocktake report, "
                      "status " WS-STOCKTAKE-RPT-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       A003-PROCESS-COUNTS.

           PERFORM UNTIL END-OF-COUNTS
               READ STOCK-COUNT-FILE
                   AT END
                       SET END-OF-COUNTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-LINES
                       PERFORM A004-POST-ONE-COUNT
                       IF KEEP-THIS-COUNT
                          PERFORM A004-HOLD-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STOCK-COUNT-FILE.

           PERFORM VARYING SK-SUB FROM 1 BY 1 UNTIL SK-SUB > SK-COUNT
               IF SK-NOT-COUNTED (SK-SUB)
                  ADD 1 TO WS-UNCOUNTED-COUNT
               END-IF
           END-PERFORM.

       A004-POST-ONE-COUNT.

           MOVE "N" TO WS-STOCK-FOUND-SWITCH.
           MOVE "N" TO WS-KEEP-COUNT-SWITCH.

           IF SK-COUNT > 0
              SET SK-IDX TO 1
              SEARCH SK-ENTRY
                 AT END
                    CONTINUE
                 WHEN SK-LOCATION (SK-IDX) = SC-LOCATION
                      AND SK-BLEND (SK-IDX) = SC-BLEND
                    SET STOCK-LOCATION-FOUND TO TRUE
              END-SEARCH
           END-IF.

           MOVE SC-LOCATION TO TD-LOCATION.
           MOVE SC-BLEND    TO TD-BLEND.
           MOVE 0           TO TD-BOOK-QTY.
           MOVE 0           TO TD-VARIANCE.
           MOVE 0           TO TD-VARIANCE-PCT.

           IF SC-COUNTED-QTY IS NOT NUMERIC
              MOVE 0 TO TD-COUNTED-QTY
              MOVE "BAD COUNTED QTY" TO WS-LINE-STATUS
              ADD 1 TO WS-UNMATCHED-COUNT
              PERFORM A004-RAISE-UNMATCHED
           ELSE
              MOVE SC-COUNTED-QTY TO TD-COUNTED-QTY
              IF NOT STOCK-LOCATION-FOUND
                 MOVE "NOT ON STOCK MASTER" TO WS-LINE-STATUS
                 ADD 1 TO WS-UNMATCHED-COUNT
                 PERFORM A004-RAISE-UNMATCHED
              ELSE
                 IF NOT SK-NOT-COUNTED (SK-IDX)
                    MOVE "DUPLICATE - IGNORED" TO WS-LINE-STATUS
                    ADD 1 TO WS-UNMATCHED-COUNT
                 ELSE
                    PERFORM A004-CHECK-VARIANCE
                 END-IF
              END-IF
           END-IF.

           MOVE WS-LINE-STATUS TO TD-STATUS.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-STK-DETAIL.

       A004-CHECK-VARIANCE.

           COMPUTE WS-VARIANCE =
               SC-COUNTED-QTY - SK-BOOK-QTY (SK-IDX).

           IF WS-VARIANCE < 0
              COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
           ELSE
              MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF.

      *    A store-room on the books as empty has no base to take a
      *    percentage of, so any difference there counts as far out.
           IF SK-BOOK-QTY (SK-IDX) = 0
              IF WS-ABS-VARIANCE = 0
                 MOVE 0 TO WS-VARIANCE-PCT
              ELSE
                 MOVE 99999.99 TO WS-VARIANCE-PCT
              END-IF
           ELSE
              COMPUTE WS-VARIANCE-PCT ROUNDED =
                  WS-ABS-VARIANCE * 100 / SK-BOOK-QTY (SK-IDX)
                  ON SIZE ERROR
                      MOVE 99999.99 TO WS-VARIANCE-PCT
              END-COMPUTE
           END-IF.

           MOVE SK-BOOK-QTY (SK-IDX) TO TD-BOOK-QTY.
           MOVE WS-VARIANCE          TO TD-VARIANCE.
           MOVE WS-VARIANCE-PCT      TO TD-VARIANCE-PCT.

           IF WS-VARIANCE-PCT > STOCKTAKE-TOLERANCE
              AND NOT SC-SUPERVISOR-APPROVED
              MOVE "R" TO SK-COUNT-STATE (SK-IDX)
              MOVE "REFUSED - NEEDS SUPV" TO WS-LINE-STATUS
              ADD 1 TO WS-REFUSED-COUNT
              SET KEEP-THIS-COUNT TO TRUE

              MOVE "STKV" TO EX-CODE
              MOVE "W"    TO EX-SEVERITY
              MOVE SPACES TO EX-SHIP
              MOVE SC-LOCATION TO EX-LOCATION
              MOVE SPACES TO EX-TEXT
              STRING "STOCKTAKE VARIANCE ON " SC-BLEND
                     " OVER TOLERANCE - SUPERVISOR SIGN-OFF NEEDED"
                  DELIMITED BY SIZE INTO EX-TEXT
              PERFORM A011-WRITE-EXCEPTION
           ELSE
              PERFORM A004-POST-VARIANCE
           END-IF.

       A004-POST-VARIANCE.

           MOVE SK-BLEND (SK-IDX) TO WS-PRICE-BLEND.
           PERFORM A001-LOOKUP-PRICE.
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE * WS-UNIT-PRICE.

           MOVE WS-RUN-DATE          TO SA-RUN-DATE.
           MOVE SK-LOCATION (SK-IDX) TO SA-LOCATION.
           MOVE SK-BLEND (SK-IDX)    TO SA-BLEND.
           MOVE SK-BOOK-QTY (SK-IDX) TO SA-BOOK-QTY.
           MOVE SC-COUNTED-QTY       TO SA-COUNTED-QTY.
           MOVE WS-VARIANCE          TO SA-VARIANCE.
           MOVE WS-UNIT-PRICE        TO SA-UNIT-PRICE.
           MOVE WS-VARIANCE-VALUE    TO SA-VARIANCE-VALUE.
           MOVE SC-COUNTED-BY        TO SA-COUNTED-BY.
           IF WS-VARIANCE-PCT > STOCKTAKE-TOLERANCE
              SET SA-SUPERVISOR-APPROVED TO TRUE
              MOVE "POSTED - SUPV OK" TO WS-LINE-STATUS
           ELSE
              SET SA-WITHIN-TOLERANCE TO TRUE
              MOVE "POSTED" TO WS-LINE-STATUS
           END-IF.
           WRITE STOCK-ADJUSTMENT-RECORD.

           MOVE SC-COUNTED-QTY TO SK-ON-HAND (SK-IDX).
           MOVE "P" TO SK-COUNT-STATE (SK-IDX).
           ADD 1 TO WS-POSTED-COUNT.

      *    Shrinkage is what went missing, so a short count shows as
      *    a positive figure and a surplus as a negative one.
           COMPUTE SK-SHRINK-QTY (SK-IDX) = 0 - WS-VARIANCE.
           COMPUTE SK-SHRINK-VALUE (SK-IDX) = 0 - WS-VARIANCE-VALUE.

       A004-RAISE-UNMATCHED.

           SET KEEP-THIS-COUNT TO TRUE.

           MOVE "STKU" TO EX-CODE.
           MOVE "W"    TO EX-SEVERITY.
           MOVE SPACES TO EX-SHIP.
           MOVE SC-LOCATION TO EX-LOCATION.
           MOVE SPACES TO EX-TEXT.
           STRING "STOCKTAKE COUNT FOR " SC-BLEND
                  " COULD NOT BE POSTED - " WS-LINE-STATUS
               DELIMITED BY SIZE INTO EX-TEXT.
           PERFORM A011-WRITE-EXCEPTION.

       A005-REPORT-HEADER.

           MOVE WS-RUN-DATE         TO TH1-RUN-DATE.
           MOVE STOCKTAKE-TOLERANCE TO TH1-TOLERANCE.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-STK-HEADING-1.
           MOVE SPACES TO STOCKTAKE-REPORT-RECORD.
           WRITE STOCKTAKE-REPORT-RECORD.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-STK-COL-HEADING.
           MOVE SPACES TO STOCKTAKE-REPORT-RECORD.
           WRITE STOCKTAKE-REPORT-RECORD.

       A005-REPORT-FOOTER.

           MOVE SPACES TO STOCKTAKE-REPORT-RECORD.
           WRITE STOCKTAKE-REPORT-RECORD.
           MOVE "COUNT LINES READ:"        TO TF-LABEL.
           MOVE WS-COUNT-LINES             TO TF-COUNT.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-STK-FOOTING.
           MOVE "VARIANCES POSTED:"        TO TF-LABEL.
           MOVE WS-POSTED-COUNT            TO TF-COUNT.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-STK-FOOTING.
           MOVE "REFUSED OVER TOLERANCE:"  TO TF-LABEL.
           MOVE WS-REFUSED-COUNT           TO TF-COUNT.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-STK-FOOTING.
           MOVE "COUNT LINES NOT POSTED:"  TO TF-LABEL.
           MOVE WS-UNMATCHED-COUNT         TO TF-COUNT.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-STK-FOOTING.
           MOVE "STOCK RECORDS NOT COUNTED:" TO TF-LABEL.
           MOVE WS-UNCOUNTED-COUNT         TO TF-COUNT.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-STK-FOOTING.

       A006-SHRINKAGE-REPORT.

           MOVE SPACES TO STOCKTAKE-REPORT-RECORD.
           WRITE STOCKTAKE-REPORT-RECORD.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-SHR-HEADING.
           MOVE SPACES TO STOCKTAKE-REPORT-RECORD.
           WRITE STOCKTAKE-REPORT-RECORD.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-SHR-COL-HEADING.

           PERFORM VARYING SK-LOC-SUB FROM 1 BY 1
                   UNTIL SK-LOC-SUB > SK-COUNT
               IF SK-COUNT-POSTED (SK-LOC-SUB)
                  AND NOT SK-ALREADY-PRINTED (SK-LOC-SUB)
                  PERFORM A006-SHRINKAGE-ONE-LOCATION
               END-IF
           END-PERFORM.

           MOVE SPACES TO STOCKTAKE-REPORT-RECORD.
           WRITE STOCKTAKE-REPORT-RECORD.
           MOVE WS-TOTAL-SHRINK-QTY   TO RG-SHRINK-QTY.
           MOVE WS-TOTAL-SHRINK-VALUE TO RG-SHRINK-VALUE.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-SHR-GRAND-TOTAL.

       A006-SHRINKAGE-ONE-LOCATION.

           MOVE SK-LOCATION (SK-LOC-SUB) TO WS-CURRENT-LOCATION.
           MOVE 0 TO WS-LOC-SHRINK-QTY.
           MOVE 0 TO WS-LOC-SHRINK-VALUE.

           MOVE SPACES TO STOCKTAKE-REPORT-RECORD.
           WRITE STOCKTAKE-REPORT-RECORD.

           PERFORM VARYING SK-SUB FROM SK-LOC-SUB BY 1
                   UNTIL SK-SUB > SK-COUNT
               IF SK-LOCATION (SK-SUB) = WS-CURRENT-LOCATION
                  AND SK-COUNT-POSTED (SK-SUB)
                  MOVE SK-LOCATION (SK-SUB)     TO RD-LOCATION
                  MOVE SK-BLEND (SK-SUB)        TO RD-BLEND
                  MOVE SK-SHRINK-QTY (SK-SUB)   TO RD-SHRINK-QTY
                  MOVE SK-SHRINK-VALUE (SK-SUB) TO RD-SHRINK-VALUE
                  WRITE STOCKTAKE-REPORT-RECORD FROM WS-SHR-DETAIL
                  ADD SK-SHRINK-QTY (SK-SUB)   TO WS-LOC-SHRINK-QTY
                  ADD SK-SHRINK-VALUE (SK-SUB) TO WS-LOC-SHRINK-VALUE
                  MOVE "Y" TO SK-PRINTED (SK-SUB)
               END-IF
           END-PERFORM.

           MOVE WS-LOC-SHRINK-QTY   TO RL-SHRINK-QTY.
           MOVE WS-LOC-SHRINK-VALUE TO RL-SHRINK-VALUE.
           WRITE STOCKTAKE-REPORT-RECORD FROM WS-SHR-LOCATION-TOTAL.

           ADD WS-LOC-SHRINK-QTY   TO WS-TOTAL-SHRINK-QTY.
           ADD WS-LOC-SHRINK-VALUE TO WS-TOTAL-SHRINK-VALUE.

       A004-HOLD-COUNT.

           IF HC-COUNT >= 500
              DISPLAY "*** FATAL: more than 500 stock counts held "
                      "back for recount - enlarge the held count "
                      "table ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO HC-COUNT.
           MOVE STOCK-COUNT-RECORD TO HC-COUNT-RECORD (HC-COUNT).

       A007-WRITE-STOCK-MASTER.

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

       A007-REWRITE-COUNT-FILE.

           OPEN OUTPUT STOCK-COUNT-FILE.
           IF WS-STOCK-COUNT-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not rewrite stock count "
                      "file, status " WS-STOCK-COUNT-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM VARYING SK-SUB FROM 1 BY 1 UNTIL SK-SUB > HC-COUNT
               MOVE HC-COUNT-RECORD (SK-SUB) TO STOCK-COUNT-RECORD
               WRITE STOCK-COUNT-RECORD
           END-PERFORM.

           CLOSE STOCK-COUNT-FILE.

       A011-WRITE-EXCEPTION.

           MOVE WS-RUN-DATE TO EX-RUN-DATE.
           MOVE SPACE       TO EX-RESOLVED.
           CALL "TEA-EXCEPTION" USING EXCEPTION-RECORD.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks teastocktake.cbl teaexcept.cbl
      *    ./teastocktake SHEETS | BLIND | POST
