               FILE STATUS IS WS-RESTOCK-LOG-STATUS.

           SELECT LOCATION-THRESHOLD-FILE
               ASSIGN TO DYNAMIC WS-THRESHOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCATION-THRESH-STATUS.

               FILE STATUS IS WS-GEN-CATALOG-STATUS.

           SELECT RUN-PARAMETER-FILE
               ASSIGN TO DYNAMIC WS-RUN-PARM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WASTAGE-STATUS.

           SELECT STOCK-LOT-FILE ASSIGN TO "data/stock-lots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-LOT-STATUS.

           SELECT BLEND-PRICE-FILE ASSIGN TO "data/blend-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLEND-PRICE-STATUS.

           SELECT CREW-REVIEW-FILE ASSIGN TO DYNAMIC WS-REVIEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "data/roster-sort.tmp".

           SELECT SUMMARY-WORK-FILE

       COPY WASTEREC.

       FD  STOCK-LOT-FILE
           RECORDING MODE IS F.

       COPY LOTREC.

       FD  BLEND-PRICE-FILE
           RECORDING MODE IS F.

       COPY PRICEREC.

       FD  CREW-REVIEW-FILE
           RECORDING MODE IS F.

       COPY REVWREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SW-SHIP                PIC X(8).
       01  WS-ROSTER-MASTER-STATUS  PIC XX      VALUE "00".
       01  WS-RESTOCK-LOG-STATUS    PIC XX      VALUE "00".
       01  WS-LOCATION-THRESH-STATUS PIC XX     VALUE "00".
       01  WS-THRESHOLD-NAME        PIC X(40)
                     VALUE "data/location-thresholds.dat".
       01  WS-RESTART-STATUS        PIC XX      VALUE "00".
       01  WS-EOF-SWITCH            PIC X       VALUE "N".
           88 END-OF-ROSTER                     VALUE "Y".
       01  ALERT-RESTOCKS PIC 9(2)      VALUE 5.

       01  WS-RUN-PARM-STATUS       PIC XX      VALUE "00".
       01  WS-RUN-PARM-NAME         PIC X(40)
                                     VALUE "data/run-parameters.dat".
       01  WS-PARM-EOF-SWITCH       PIC X       VALUE "N".
           88 END-OF-PARAMETERS                 VALUE "Y".
       01  WS-PARM-EFFECT-SWITCH    PIC X       VALUE "N".
       01  WS-PARM-EFF-MAX-TEMP     PIC X(8)    VALUE SPACES.
       01  WS-PARM-EFF-IDEAL        PIC X(8)    VALUE SPACES.
       01  WS-PARM-EFF-LINES        PIC X(8)    VALUE SPACES.
       01  WS-PARM-EFF-SCREEN-RUNS  PIC X(8)    VALUE SPACES.
       01  WS-PARM-EFF-SCREEN-MIN   PIC X(8)    VALUE SPACES.
       01  WS-PARM-EFF-SCREEN-BAND  PIC X(8)    VALUE SPACES.

       01  WS-REPORT-PARMS-LINE.
           05 FILLER                PIC X(7)    VALUE "PARMS:".
           05 RS-STK-ON-ORDER       PIC 9(9)V9(2).
           05 RS-STK-REORDER-POINT  PIC 9(9)V9(2).

       01  WS-STOCK-LOT-STATUS      PIC XX      VALUE "00".
       01  WS-LOT-EOF-SWITCH        PIC X       VALUE "N".
           88 END-OF-LOTS                       VALUE "Y".
       01  WS-LOTS-RESTORED-SWITCH  PIC X       VALUE "N".
           88 LOTS-RESTORED-FROM-CHECKPOINT     VALUE "Y".
       01  WS-LOT-FOUND-SWITCH      PIC X       VALUE "N".
           88 STOCK-LOT-FOUND                   VALUE "Y".
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

       01  WS-RESTART-LOT-BUF.
           05 RS-LOT-NUMBER         PIC 9(6).
           05 RS-LOT-REMAINING      PIC 9(9)V9(2).

       01  WS-IDEAL-TEA-FOR-PERSON  PIC 9(4)V9(2).
       01  WS-RQ-SHORTFALL          PIC S9(9)V9(2).

       01  WS-COMMAND-LINE          PIC X(80)   VALUE SPACES.
       01  WS-RUN-MODE-SWITCH       PIC X       VALUE "N".
           88 FORECAST-MODE                     VALUE "Y".
           88 SIMULATION-MODE                   VALUE "S".
       01  WS-FORECAST-SHIP         PIC X(8)    VALUE SPACES.
       01  WS-FORECAST-LOCATION     PIC X(30)   VALUE SPACES.

       01  WS-SIM-KEYWORD           PIC X(8)    VALUE SPACES.
       01  WS-SIM-PARM-NAME         PIC X(40)   VALUE SPACES.
       01  WS-SIM-THRESH-NAME       PIC X(40)   VALUE SPACES.
       01  WS-SIM-DECK-SWITCH       PIC X       VALUE "N".
           88 LOADING-OVERRIDE-DECK             VALUE "Y".
       01  WS-SIM-LAST-RUN          PIC X(8)    VALUE SPACES.
       01  WS-SIM-LAST-STATUS       PIC X(8)    VALUE SPACES.
       01  WS-SIM-PERSON-SUBSTS     PIC 9(3)    VALUE 0.
       01  WS-SIM-PERSON-COLD       PIC 9(1)    VALUE 0.
       01  WS-SIM-THRESH-APPLIED    PIC 9(3)    VALUE 0.
       01  WS-SIM-EOF-SWITCH        PIC X       VALUE "N".
           88 END-OF-LAST-RUN-FILE              VALUE "Y".
       01  WS-CATALOG-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-CATALOG                    VALUE "Y".
       01  WS-CM-SHIP               PIC X(8)    VALUE SPACES.
       01  WS-CM-LOCATION           PIC X(30)   VALUE SPACES.
       01  WS-CM-BLEND              PIC X(2)    VALUE SPACES.
       01  WS-CM-FOUND-SWITCH       PIC X       VALUE "N".
           88 COMPARISON-ENTRY-FOUND            VALUE "Y".
       01  CM-RUN                   PIC 9(1)    VALUE 1.
       01  CM-SUB                   PIC 9(4)    VALUE 0.

      *    Run 1 holds the simulated figures, run 2 the figures the
      *    last real run actually produced.
       01  SIMULATION-COMPARISON-TABLE.
           05 CM-ENTRY OCCURS 1000 TIMES INDEXED BY CM-IDX.
              10 CM-SHIP            PIC X(8).
              10 CM-LOCATION        PIC X(30).
              10 CM-BLEND           PIC X(2).
              10 CM-FIGURES OCCURS 2 TIMES.
                 15 CM-RESTOCKS      PIC 9(5).
                 15 CM-POURED        PIC 9(7)V9(2).
                 15 CM-REQUISITIONS  PIC 9(5).
                 15 CM-STOCK-OUTS    PIC 9(5).
                 15 CM-SUBSTITUTIONS PIC 9(5).
                 15 CM-COLD-DISPOSALS PIC 9(5).
       01  CM-COUNT                 PIC 9(4)    VALUE 0.

       01  SIMULATION-TOTALS.
           05 CT-FIGURES OCCURS 2 TIMES.
              10 CT-RESTOCKS        PIC 9(7).
              10 CT-POURED          PIC 9(9)V9(2).
              10 CT-REQUISITIONS    PIC 9(7).
              10 CT-STOCK-OUTS      PIC 9(7).
              10 CT-SUBSTITUTIONS   PIC 9(7).
              10 CT-COLD-DISPOSALS  PIC 9(7).

       01  WS-SIM-HEADING-1.
           05 FILLER                PIC X(24)
                                     VALUE "TEA RESTOCK SIMULATION".
           05 FILLER                PIC X(10)   VALUE "RUN DATE:".
           05 WM-RUN-DATE           PIC X(10).
           05 FILLER                PIC X(10)   VALUE "LAST RUN:".
           05 WM-LAST-RUN           PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 WM-LAST-STATUS        PIC X(8).

       01  WS-SIM-SOURCE-LINE.
           05 WM-SOURCE-LABEL       PIC X(12).
           05 WM-SOURCE-NAME        PIC X(40).
           05 WM-SOURCE-NOTE        PIC X(30).

       01  WS-SIM-COL-HEADING.
           05 FILLER                PIC X(10)   VALUE "SHIP".
           05 FILLER                PIC X(32)   VALUE "LOCATION".
           05 FILLER                PIC X(6)    VALUE "BLEND".
           05 FILLER                PIC X(5)    VALUE "RUN".
           05 FILLER                PIC X(7)    VALUE "RSTKS".
           05 FILLER                PIC X(13)   VALUE " POURED(ML)".
           05 FILLER                PIC X(7)    VALUE "REQNS".
           05 FILLER                PIC X(7)    VALUE "S/OUT".
           05 FILLER                PIC X(7)    VALUE "SUBST".
           05 FILLER                PIC X(5)    VALUE " COLD".

       01  WS-SIM-DETAIL.
           05 SM-SHIP               PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 SM-LOCATION           PIC X(32).
           05 SM-BLEND              PIC X(2).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 SM-RUN                PIC X(4).
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 SM-RESTOCKS           PIC ZZZZ9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 SM-POURED             PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 SM-REQUISITIONS       PIC ZZZZ9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 SM-STOCK-OUTS         PIC ZZZZ9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 SM-SUBSTITUTIONS      PIC ZZZZ9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 SM-COLD-DISPOSALS     PIC ZZZZ9.

       01  HIST-MAX-N               PIC 9(2)    VALUE 20.
       01  WS-HIST-COUNT            PIC 9(2)    VALUE 0.
       01  WS-HIST-IDX              PIC 9(2)    VALUE 0.
       01  WS-DROP-COUNT            PIC 9(2)      VALUE 0.
       01  WS-TOTAL-DROP            PIC S9(9)V9(2) VALUE 0.
       01  WS-AVG-DROP              PIC S9(6)V9(2) VALUE 0.
      *    Consumption screening - each person's starting tea and
      *    the restocks and pour it would bring on are compared with
      *    their own last SCREEN-BASELINE-RUNS runs on the consumption
      *    ledger.  Anything further from the baseline than
      *    SCREEN-BAND-PCT percent (and by more than one pour, or one
      *    restock) is held back for review.  Nobody with fewer than
      *    SCREEN-MIN-RUNS runs of history is screened.
       01  SCREEN-BASELINE-RUNS     PIC 9(2)    VALUE 30.
       01  SCREEN-MIN-RUNS          PIC 9(2)    VALUE 5.
       01  SCREEN-BAND-PCT          PIC 9(4)V9(2) VALUE 100.00.

       01  WS-REVIEW-STATUS         PIC XX      VALUE "00".
       01  WS-REVIEW-NAME           PIC X(40)   VALUE SPACES.
       01  WS-REVIEW-EOF-SWITCH     PIC X       VALUE "N".
           88 END-OF-REVIEW                     VALUE "Y".
       01  WS-PRIOR-GENERATION      PIC X(8)    VALUE SPACES.
       01  WS-HELD-COUNT            PIC 9(5)    VALUE 0.
       01  WS-RELEASED-COUNT        PIC 9(5)    VALUE 0.

       01  WS-SCREEN-SWITCH         PIC X       VALUE "N".
           88 PERSON-HELD                       VALUE "Y".
       01  WS-BASELINE-FOUND-SWITCH PIC X       VALUE "N".
           88 BASELINE-FOUND                    VALUE "Y".
       01  WS-RELEASE-FOUND-SWITCH  PIC X       VALUE "N".
           88 RELEASE-FOUND                     VALUE "Y".
       01  WS-MEASURE-SWITCH        PIC X       VALUE "N".
           88 MEASURE-OUT-OF-BAND               VALUE "Y".

       01  WS-SCREEN-TEA            PIC 9(4)V9(2)  VALUE 0.
       01  WS-SCREEN-RESTOCKS       PIC 9(3)       VALUE 0.
       01  WS-SCREEN-POURED         PIC 9(6)V9(2)  VALUE 0.
       01  WS-SCREEN-VALUE          PIC 9(6)V9(2)  VALUE 0.
       01  WS-SCREEN-BASE           PIC 9(6)V9(2)  VALUE 0.
       01  WS-SCREEN-FLOOR          PIC 9(6)V9(2)  VALUE 0.
       01  WS-SCREEN-LIMIT          PIC 9(8)V9(2)  VALUE 0.
       01  WS-SCREEN-DEV            PIC S9(6)V9(2) VALUE 0.
       01  WS-SCREEN-DISTANCE       PIC 9(6)V9(2)  VALUE 0.
       01  WS-SCREEN-LEVEL          PIC 9(4)V9(2)  VALUE 0.
       01  WS-BASE-TEA              PIC 9(4)V9(2)  VALUE 0.
       01  WS-BASE-RESTOCKS         PIC 9(3)V9(2)  VALUE 0.
       01  WS-BASE-POURED           PIC 9(6)V9(2)  VALUE 0.
       01  WS-DEV-TEA               PIC S9(4)V9(2) VALUE 0.
       01  WS-DEV-RESTOCKS          PIC S9(3)V9(2) VALUE 0.
       01  WS-DEV-POURED            PIC S9(6)V9(2) VALUE 0.
       01  WS-OUT-OF-BAND.
           05 WS-OUT-TEA            PIC X(1)    VALUE SPACE.
           05 WS-OUT-RESTOCKS       PIC X(1)    VALUE SPACE.
           05 WS-OUT-POURED         PIC X(1)    VALUE SPACE.
       01  WS-BASELINE-SHIP         PIC X(8)    VALUE SPACES.
       01  WS-BASELINE-WHO          PIC X(15)   VALUE SPACES.
       01  WS-LEDGER-EOF-SWITCH     PIC X       VALUE "N".
           88 END-OF-LEDGER                     VALUE "Y".

      *    One entry per ship/person on the consumption ledger.  The
      *    ledger is read twice - once to count each person's runs,
      *    then again to total only the last SCREEN-BASELINE-RUNS.
       01  BASELINE-TABLE.
           05 BL-ENTRY OCCURS 1000 TIMES INDEXED BY BL-IDX.
              10 BL-SHIP            PIC X(8).
              10 BL-WHO             PIC X(15).
              10 BL-RUN-COUNT       PIC 9(5).
              10 BL-RUNS-SEEN       PIC 9(5).
              10 BL-RUNS-TAKEN      PIC 9(3).
              10 BL-TOTAL-TEA       PIC 9(7)V9(2).
              10 BL-TOTAL-RESTOCKS  PIC 9(6).
              10 BL-TOTAL-POURED    PIC 9(9)V9(2).
       01  BL-COUNT                 PIC 9(4)    VALUE 0.

      *    Holds the operator has released on the last generation's
      *    review file - those people go through unscreened tonight.
       01  RELEASE-TABLE.
           05 RR-ENTRY OCCURS 500 TIMES INDEXED BY RR-IDX.
              10 RR-SHIP            PIC X(8).
              10 RR-WHO             PIC X(15).
       01  RR-COUNT                 PIC 9(3)    VALUE 0.

       01  WS-CURRENT-LEVEL         PIC 9(6)V9(2)  VALUE 0.
       01  WS-THRESHOLD-LEVEL       PIC 9(6)V9(2)  VALUE 0.
       01  WS-RUNS-UNTIL-CROSS      PIC S9(4)      VALUE 0.
              STOP RUN
           END-IF.

      *    SIMULATE runs the whole restock logic against in-memory
      *    copies of the roster and stock with an override parameter
      *    deck (and optionally an override thresholds file).  Only
      *    the comparison report is written - no master, ledger,
      *    generation, checkpoint or exception is touched.
           IF WS-COMMAND-LINE (1:8) = "SIMULATE"
              UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                  INTO WS-SIM-KEYWORD
                       WS-SIM-PARM-NAME
                       WS-SIM-THRESH-NAME
              END-UNSTRING
              IF WS-SIM-PARM-NAME = SPACES
                 DISPLAY "Usage: arthurdent SIMULATE <parameter "
                         "deck> [<location thresholds file>]"
                 STOP RUN
              END-IF
              SET SIMULATION-MODE TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           IF SIMULATION-MODE
              PERFORM C100-PREPARE-SIMULATION
              PERFORM D100-PREPARE-SCREENING
           ELSE
              PERFORM A000-READ-CHECKPOINT
              PERFORM A000-CHECK-RUN-CONTROL
              PERFORM A000-LOAD-PARAMETERS
              PERFORM A000-BUILD-GENERATION-NAMES
              PERFORM D100-PREPARE-SCREENING
              PERFORM A000-OPEN-RUN-OUTPUTS
           END-IF.

           PERFORM A000-LOAD-THRESHOLDS.
           IF SIMULATION-MODE
              AND WS-SIM-THRESH-NAME NOT = SPACES
              PERFORM C110-LOAD-THRESHOLD-OVERRIDES
           END-IF.
           PERFORM A000-LOAD-STOCK.
           PERFORM A000-LOAD-LOTS.
           PERFORM A000-LOAD-SUBSTITUTIONS.
           PERFORM A000-LOAD-PRICES.
           IF NOT RESUMING-FROM-CHECKPOINT
              AND NOT SIMULATION-MODE
              PERFORM A005-REPORT-HEADER
           END-IF.

               INPUT PROCEDURE IS B100-RELEASE-ROSTER
               OUTPUT PROCEDURE IS B200-PROCESS-SORTED.

           IF SIMULATION-MODE
              PERFORM C300-LOAD-LAST-RUN
           END-IF.

           CLOSE ROSTER-MASTER-FILE.

           IF SIMULATION-MODE
              PERFORM C400-SIMULATION-REPORT
              CLOSE REPORT-FILE
              STOP RUN
           END-IF.

           IF NOT RESUME-ALREADY-FINALIZED
              PERFORM A005-REPORT-FOOTER
              PERFORM B260-LOCATION-SUMMARY-REPORT
              PERFORM A008-SUBSTITUTION-SUMMARY-REPORT
              PERFORM A009-WRITE-STOCK-MASTER
              PERFORM A009-WRITE-LOTS
              PERFORM A009-WRITE-RUN-CONTROL
              PERFORM A009-WRITE-GENERATION-CATALOG
              PERFORM A000-WRITE-CHECKPOINT-FINALIZED
           CLOSE STOCK-OUT-FILE.
           CLOSE CONSUMPTION-LEDGER-FILE.
           CLOSE WASTAGE-FILE.
           CLOSE CREW-REVIEW-FILE.

           IF WS-HELD-COUNT > 0
              DISPLAY "Crew held for review: " WS-HELD-COUNT
                      " - see " WS-REVIEW-NAME
           END-IF.
           IF WS-RELEASED-COUNT > 0
              DISPLAY "Crew released from review: " WS-RELEASED-COUNT
           END-IF.

           STOP RUN.

                 PERFORM A007-WRITE-REJECT
              ELSE
                 PERFORM A000-LOAD-PERSON
                 PERFORM D200-SCREEN-PERSON
                 IF PERSON-HELD
                    PERFORM D240-HOLD-PERSON
                 ELSE
                    PERFORM A000-PROCESS-PERSON
                 END-IF
              END-IF
              IF NOT SIMULATION-MODE
                 PERFORM A000-WRITE-CHECKPOINT-DONE
              END-IF
           END-IF.

       B220-CLOSE-SHIP.

           IF WS-SHIP-PROCESSED > 0
              AND NOT SIMULATION-MODE
              PERFORM A005-SHIP-FOOTER
           END-IF.

              MOVE CB-TOTAL-TEA          TO SY-TOTAL-TEA
              MOVE CB-TOTAL-RESTOCKS     TO SY-TOTAL-RESTOCKS
              MOVE CB-BELOW-IDEAL-COUNT  TO SY-BELOW-IDEAL-COUNT
              IF NOT SIMULATION-MODE
                 WRITE SUMMARY-WORK-RECORD
              END-IF

              ADD CB-CREW-COUNT        TO WS-GRAND-CREW-COUNT
              ADD CB-TOTAL-TEA         TO WS-GRAND-TOTAL-TEA

       B240-CLOSE-HISTORY-BREAK.

           IF HISTORY-BREAK-OPEN
              AND SIMULATION-MODE
              MOVE "N" TO WS-HIST-OPEN-SWITCH
           END-IF.

           IF HISTORY-BREAK-OPEN
              OPEN EXTEND TEA-HISTORY-FILE
              IF WS-HISTORY-STATUS = "35"
              END-PERFORM
              CLOSE RUN-PARAMETER-FILE
           ELSE
              IF LOADING-OVERRIDE-DECK
                 DISPLAY "*** FATAL: could not open simulation "
                         "parameter deck " WS-RUN-PARM-NAME
                         ", status " WS-RUN-PARM-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "*** WARNING: could not open run parameter "
                      "file, status " WS-RUN-PARM-STATUS
                      " - running on the compiled-in defaults ***"
              STOP RUN
           END-IF.

      *    A simulation override deck applies whatever its dates,
      *    so a planned change can be tried before it takes effect.
           IF PM-EFFECTIVE-DATE > WS-RUN-DATE
              AND NOT LOADING-OVERRIDE-DECK
              MOVE "N" TO WS-PARM-EFFECT-SWITCH
           ELSE
              SET PARAMETER-IN-EFFECT TO TRUE
                      MOVE PM-VALUE-AMOUNT TO IDEAL-TEA
                      MOVE PM-EFFECTIVE-DATE TO WS-PARM-EFF-IDEAL
                   END-IF
               WHEN "SCREEN-BASELINE-RUNS"
                   IF PM-VALUE-COUNT IS NOT NUMERIC
                      OR PM-VALUE-COUNT < 1
                      PERFORM A000-BAD-PARAMETER
                   END-IF
                   IF PARAMETER-IN-EFFECT
                      AND PM-EFFECTIVE-DATE >= WS-PARM-EFF-SCREEN-RUNS
                      MOVE PM-VALUE-COUNT TO SCREEN-BASELINE-RUNS
                      MOVE PM-EFFECTIVE-DATE
                          TO WS-PARM-EFF-SCREEN-RUNS
                   END-IF
               WHEN "SCREEN-MIN-RUNS"
                   IF PM-VALUE-COUNT IS NOT NUMERIC
                      OR PM-VALUE-COUNT < 1
                      PERFORM A000-BAD-PARAMETER
                   END-IF
                   IF PARAMETER-IN-EFFECT
                      AND PM-EFFECTIVE-DATE >= WS-PARM-EFF-SCREEN-MIN
                      MOVE PM-VALUE-COUNT TO SCREEN-MIN-RUNS
                      MOVE PM-EFFECTIVE-DATE
                          TO WS-PARM-EFF-SCREEN-MIN
                   END-IF
               WHEN "SCREEN-BAND-PCT"
                   IF PM-VALUE-AMOUNT IS NOT NUMERIC
                      OR PM-VALUE-AMOUNT < 1
                      PERFORM A000-BAD-PARAMETER
                   END-IF
                   IF PARAMETER-IN-EFFECT
                      AND PM-EFFECTIVE-DATE >= WS-PARM-EFF-SCREEN-BAND
                      MOVE PM-VALUE-AMOUNT TO SCREEN-BAND-PCT
                      MOVE PM-EFFECTIVE-DATE
                          TO WS-PARM-EFF-SCREEN-BAND
                   END-IF
               WHEN "LINES-PER-PAGE"
                   IF PM-VALUE-COUNT IS NOT NUMERIC
                      OR PM-VALUE-COUNT < 5
                      MOVE PM-VALUE-COUNT TO WS-LINES-PER-PAGE
                      MOVE PM-EFFECTIVE-DATE TO WS-PARM-EFF-LINES
                   END-IF
      *        Parameters kept on the same deck for the other jobs in
      *        the stream - accepted here, applied by their owners.
               WHEN "STOCKTAKE-TOLERANCE"
               WHEN "INVOICE-PRICE-TOL"
               WHEN "INVOICE-QTY-TOL"
               WHEN "SCORECARD-LEAD-DRIFT"
               WHEN "EXPIRY-WARNING-DAYS"
               WHEN "LEAVER-RETAIN-DAYS"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** FATAL: unknown run parameter "
                           PM-NAME " ***"
              IF WS-WASTAGE-STATUS = "35"
                 OPEN OUTPUT WASTAGE-FILE
              END-IF

              OPEN EXTEND CREW-REVIEW-FILE
              IF WS-REVIEW-STATUS = "35"
                 OPEN OUTPUT CREW-REVIEW-FILE
              END-IF
           ELSE
              OPEN OUTPUT RESTOCK-LOG-FILE
              OPEN OUTPUT REPORT-FILE
              OPEN OUTPUT STOCK-OUT-FILE
              OPEN OUTPUT SUMMARY-WORK-FILE
              OPEN OUTPUT WASTAGE-FILE
              OPEN OUTPUT CREW-REVIEW-FILE
           END-IF.

           IF WS-RESTOCK-LOG-STATUS NOT = "00"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-REVIEW-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open crew review file, "
                      "status " WS-REVIEW-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    The consumption ledger runs across generations, so it is
      *    always extended rather than rewritten.
                                      TO SK-REORDER-POINT (SK-IDX)
                                  SET STOCK-RESTORED-FROM-CHECKPOINT
                                      TO TRUE
                              WHEN "T"
                                  MOVE RS-PAYLOAD
                                      TO WS-RESTART-LOT-BUF
                                  ADD 1 TO TL-COUNT
                                  SET TL-IDX TO TL-COUNT
                                  MOVE RS-LOT-NUMBER
                                      TO TL-LOT-NUMBER (TL-IDX)
                                  MOVE RS-LOT-REMAINING
                                      TO TL-QTY-REMAINING (TL-IDX)
                                  SET LOTS-RESTORED-FROM-CHECKPOINT
                                      TO TRUE
                          END-EVALUATE
                  END-READ
              END-PERFORM
               WRITE RESTART-RECORD
           END-PERFORM.

           PERFORM VARYING TL-IDX FROM 1 BY 1 UNTIL TL-IDX > TL-COUNT
               MOVE TL-LOT-NUMBER (TL-IDX)    TO RS-LOT-NUMBER
               MOVE TL-QTY-REMAINING (TL-IDX) TO RS-LOT-REMAINING

               MOVE "T"                      TO RS-TYPE
               MOVE WS-RESTART-LOT-BUF       TO RS-PAYLOAD
               WRITE RESTART-RECORD
           END-PERFORM.

           CLOSE RESTART-FILE.

       A000-CLEAR-CHECKPOINT.
              END-IF
           END-IF.

       A000-LOAD-LOTS.

      *    The lot file breaks each store-room balance down by
      *    delivery.  After a restart the remaining quantities come
      *    from the checkpoint and only the lot details from the file.
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
                          PERFORM A000-APPLY-LOT
                  END-READ
              END-PERFORM
              CLOSE STOCK-LOT-FILE
           END-IF.

       A000-APPLY-LOT.

           MOVE "N" TO WS-LOT-FOUND-SWITCH.

           IF LOTS-RESTORED-FROM-CHECKPOINT AND TL-COUNT > 0
              SET TL-IDX TO 1
              SEARCH TL-ENTRY
                 AT END
                    CONTINUE
                 WHEN TL-LOT-NUMBER (TL-IDX) = SL-LOT-NUMBER
                    SET STOCK-LOT-FOUND TO TRUE
              END-SEARCH
           END-IF.

           IF NOT STOCK-LOT-FOUND
              IF TL-COUNT >= 1000
                 DISPLAY "*** FATAL: stock lot file has more than "
                         "1000 lots - enlarge the lot table ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO TL-COUNT
              SET TL-IDX TO TL-COUNT
              MOVE SL-LOT-NUMBER    TO TL-LOT-NUMBER (TL-IDX)
              MOVE SL-QTY-REMAINING TO TL-QTY-REMAINING (TL-IDX)
           END-IF.

           MOVE SL-LOCATION      TO TL-LOCATION (TL-IDX).
           MOVE SL-BLEND         TO TL-BLEND (TL-IDX).
           MOVE SL-SHIP          TO TL-SHIP (TL-IDX).
           MOVE SL-RECEIVED-DATE TO TL-RECEIVED-DATE (TL-IDX).
           MOVE SL-PO-NUMBER     TO TL-PO-NUMBER (TL-IDX).
           MOVE SL-BEST-BEFORE   TO TL-BEST-BEFORE (TL-IDX).
           MOVE SL-QTY-RECEIVED  TO TL-QTY-RECEIVED (TL-IDX).

       A000-LOAD-SUBSTITUTIONS.

           OPEN INPUT SUBSTITUTION-RULE-FILE.
           END-IF.
           MOVE WS-REJECT-REASON-CODE TO RJ-REASON-CODE.

           IF NOT SIMULATION-MODE
              WRITE REJECT-RECORD
           END-IF.

       A000-LOAD-PERSON.

           PERFORM A001-2ND-PARA.
           PERFORM A002-TEMP-CHECK.
           PERFORM A003-3RD-PARA.
           IF SIMULATION-MODE
              PERFORM C200-TALLY-PERSON
           ELSE
              PERFORM A005-REPORT-DETAIL
              PERFORM A005-WRITE-CONSUMPTION
           END-IF.
           PERFORM B250-ACCUMULATE-BREAK.

       A001-2ND-PARA.
                 MOVE BLEND       TO WA-BLEND
                 MOVE TEA         TO WA-AMOUNT
                 MOVE "COLD"      TO WA-REASON
                 IF SIMULATION-MODE
                    ADD 1 TO WS-SIM-PERSON-COLD
                 ELSE
                    WRITE WASTAGE-RECORD
                 END-IF

                 MOVE 0 TO TEA
              END-IF
              END-IF
           END-IF.

       A004-DRAW-FROM-LOTS.

      *    A pour comes out of the oldest tea first.  Stock on hand
      *    beyond the lots on file pre-dates lot keeping (or came in
      *    on a count), so it is treated as the oldest of all.
           MOVE 0 TO WS-LOT-TOTAL.
           PERFORM VARYING TL-SUB FROM 1 BY 1 UNTIL TL-SUB > TL-COUNT
               IF TL-LOCATION (TL-SUB) = SK-LOCATION (SK-IDX)
                  AND TL-BLEND (TL-SUB) = SK-BLEND (SK-IDX)
                  ADD TL-QTY-REMAINING (TL-SUB) TO WS-LOT-TOTAL
               END-IF
           END-PERFORM.

           MOVE WS-POUR-QTY TO WS-LOT-DRAW-QTY.
           COMPUTE WS-LOT-UNTRACKED =
               SK-ON-HAND (SK-IDX) - WS-LOT-TOTAL.
           IF WS-LOT-UNTRACKED > 0
              IF WS-LOT-UNTRACKED >= WS-LOT-DRAW-QTY
                 MOVE 0 TO WS-LOT-DRAW-QTY
              ELSE
                 SUBTRACT WS-LOT-UNTRACKED FROM WS-LOT-DRAW-QTY
              END-IF
           END-IF.

           SET STOCK-LOT-FOUND TO TRUE.
           PERFORM A004-DRAW-OLDEST-LOT
               UNTIL WS-LOT-DRAW-QTY = 0
                     OR NOT STOCK-LOT-FOUND.

       A004-DRAW-OLDEST-LOT.

           MOVE 0 TO TL-OLDEST-SUB.
           PERFORM VARYING TL-SUB FROM 1 BY 1 UNTIL TL-SUB > TL-COUNT
               IF TL-LOCATION (TL-SUB) = SK-LOCATION (SK-IDX)
                  AND TL-BLEND (TL-SUB) = SK-BLEND (SK-IDX)
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
           END-IF.

       A004-FIND-SUBSTITUTE.

      *    Substitutes are tried in preference order, skipping any
           MOVE BLEND       TO SO-BLEND.
           MOVE WS-RUN-DATE TO SO-RUN-DATE.

           IF NOT SIMULATION-MODE
              WRITE STOCK-OUT-RECORD
           END-IF.

           DISPLAY "*** WARNING: tea stock exhausted at " LOCATION
                   " - " WHO " left below ideal ***".
              MOVE WS-UNIT-PRICE     TO RQ-UNIT-PRICE
              COMPUTE RQ-ORDER-VALUE ROUNDED =
                  WS-RQ-SHORTFALL * WS-UNIT-PRICE
              IF SIMULATION-MODE
                 PERFORM C210-TALLY-REQUISITION
              ELSE
                 WRITE REQUISITION-RECORD
              END-IF
              ADD 1 TO WS-REQUISITION-COUNT

              PERFORM A006-FIND-BREAK-STOCK
              END-PERFORM
           END-IF.

       A009-WRITE-LOTS.

           IF TL-COUNT > 0
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
           END-IF.

       A009-WRITE-STOCK-MASTER.

           IF SK-COUNT > 0

           MOVE WS-RUN-DATE TO EX-RUN-DATE.
           MOVE SPACE       TO EX-RESOLVED.
           IF NOT SIMULATION-MODE
              CALL "TEA-EXCEPTION" USING EXCEPTION-RECORD
           END-IF.

       TEA-RESTOCK.

              COMPUTE TEA = TEA + WS-POUR-QTY
              COMPUTE RESTOCK-COUNT = RESTOCK-COUNT + 1
              ADD WS-POUR-QTY TO WS-PERSON-POURED
              PERFORM A004-DRAW-FROM-LOTS
              SUBTRACT WS-POUR-QTY FROM SK-ON-HAND (SK-IDX)
              IF WS-POUR-BLEND NOT = BLEND
                 SET PERSON-SUBSTITUTED TO TRUE
                 PERFORM A008-ACCUMULATE-SUBSTITUTION
                 IF SIMULATION-MODE
                    ADD 1 TO WS-SIM-PERSON-SUBSTS
                 END-IF
              END-IF
              IF NOT SIMULATION-MODE
                 PERFORM TEA-RESTOCK-LOG
                 PERFORM A000-WRITE-CHECKPOINT-INFLIGHT
              END-IF
           END-IF.

       TEA-RESTOCK-LOG.

           WRITE RESTOCK-LOG-RECORD.

       C100-PREPARE-SIMULATION.

      *    The live deck is read first, then the override deck is
      *    laid over it - every parameter the override deck names
      *    replaces the live value whatever its effective date.
           PERFORM A000-LOAD-PARAMETERS.

           MOVE WS-SIM-PARM-NAME TO WS-RUN-PARM-NAME.
           MOVE "N"    TO WS-PARM-EOF-SWITCH.
           MOVE SPACES TO WS-PARM-EFF-POUR.
           MOVE SPACES TO WS-PARM-EFF-ALERT.
           MOVE SPACES TO WS-PARM-EFF-MIN-TEMP.
           MOVE SPACES TO WS-PARM-EFF-MAX-TEMP.
           MOVE SPACES TO WS-PARM-EFF-IDEAL.
           MOVE SPACES TO WS-PARM-EFF-LINES.
           MOVE SPACES TO WS-PARM-EFF-SCREEN-RUNS.
           MOVE SPACES TO WS-PARM-EFF-SCREEN-MIN.
           MOVE SPACES TO WS-PARM-EFF-SCREEN-BAND.
           SET LOADING-OVERRIDE-DECK TO TRUE.
           PERFORM A000-LOAD-PARAMETERS.
           MOVE "N" TO WS-SIM-DECK-SWITCH.

           PERFORM C120-RESOLVE-LAST-RUN.

           MOVE SPACES TO WS-REPORT-NAME.
           STRING "data/simulation-report." WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open simulation report, "
                      "status " WS-REPORT-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       C110-LOAD-THRESHOLD-OVERRIDES.

      *    An override thresholds file has the live layout.  A
      *    location already on the live file takes the override
      *    ideal level; a new location is added.
           MOVE WS-SIM-THRESH-NAME TO WS-THRESHOLD-NAME.
           MOVE "N" TO WS-THRESH-EOF-SWITCH.

           OPEN INPUT LOCATION-THRESHOLD-FILE.
           IF WS-LOCATION-THRESH-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open simulation "
                      "thresholds file " WS-THRESHOLD-NAME
                      ", status " WS-LOCATION-THRESH-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-THRESHOLDS
               READ LOCATION-THRESHOLD-FILE
                   AT END
                       SET END-OF-THRESHOLDS TO TRUE
                   NOT AT END
                       PERFORM C111-APPLY-THRESHOLD-OVERRIDE
               END-READ
           END-PERFORM.

           CLOSE LOCATION-THRESHOLD-FILE.

       C111-APPLY-THRESHOLD-OVERRIDE.

           ADD 1 TO WS-SIM-THRESH-APPLIED.

           SET LT-IDX TO 1.
           SEARCH LT-ENTRY
              AT END
                 IF LT-COUNT >= 500
                    DISPLAY "*** FATAL: more than 500 locations "
                            "with thresholds - enlarge the "
                            "threshold table ***"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO LT-COUNT
                 MOVE LT-LOCATION  TO LT-TABLE-LOCATION (LT-COUNT)
                 MOVE LT-IDEAL-TEA TO LT-TABLE-IDEAL-TEA (LT-COUNT)
              WHEN LT-TABLE-LOCATION (LT-IDX) = LT-LOCATION
                 MOVE LT-IDEAL-TEA TO LT-TABLE-IDEAL-TEA (LT-IDX)
           END-SEARCH.

       C120-RESOLVE-LAST-RUN.

      *    The last generation on the catalog is the real run the
      *    simulation is compared with.
           MOVE "N" TO WS-CATALOG-EOF-SWITCH.

           OPEN INPUT GENERATION-CATALOG-FILE.
           IF WS-GEN-CATALOG-STATUS = "00"
              PERFORM UNTIL END-OF-CATALOG
                  READ GENERATION-CATALOG-FILE
                      AT END
                          SET END-OF-CATALOG TO TRUE
                      NOT AT END
                          MOVE GC-RUN-DATE TO WS-SIM-LAST-RUN
                          MOVE GC-STATUS   TO WS-SIM-LAST-STATUS
                  END-READ
              END-PERFORM
              CLOSE GENERATION-CATALOG-FILE
           END-IF.

       C200-TALLY-PERSON.

           MOVE SHIP     TO WS-CM-SHIP.
           MOVE LOCATION TO WS-CM-LOCATION.
           MOVE BLEND    TO WS-CM-BLEND.
           MOVE 1        TO CM-RUN.
           PERFORM C250-FIND-COMPARISON-ENTRY.

           ADD RESTOCK-COUNT    TO CM-RESTOCKS (CM-SUB, CM-RUN).
           ADD WS-PERSON-POURED TO CM-POURED (CM-SUB, CM-RUN).
           IF PERSON-STOCKED-OUT
              ADD 1 TO CM-STOCK-OUTS (CM-SUB, CM-RUN)
           END-IF.
           ADD WS-SIM-PERSON-SUBSTS
               TO CM-SUBSTITUTIONS (CM-SUB, CM-RUN).
           ADD WS-SIM-PERSON-COLD
               TO CM-COLD-DISPOSALS (CM-SUB, CM-RUN).

           MOVE 0 TO WS-SIM-PERSON-SUBSTS.
           MOVE 0 TO WS-SIM-PERSON-COLD.

       C210-TALLY-REQUISITION.

           MOVE CB-SHIP     TO WS-CM-SHIP.
           MOVE CB-LOCATION TO WS-CM-LOCATION.
           MOVE CB-BLEND    TO WS-CM-BLEND.
           MOVE 1           TO CM-RUN.
           PERFORM C250-FIND-COMPARISON-ENTRY.

           ADD 1 TO CM-REQUISITIONS (CM-SUB, CM-RUN).

       C250-FIND-COMPARISON-ENTRY.

           MOVE "N" TO WS-CM-FOUND-SWITCH.

           IF CM-COUNT > 0
              SET CM-IDX TO 1
              SEARCH CM-ENTRY
                 AT END
                    CONTINUE
                 WHEN CM-SHIP (CM-IDX) = WS-CM-SHIP
                      AND CM-LOCATION (CM-IDX) = WS-CM-LOCATION
                      AND CM-BLEND (CM-IDX) = WS-CM-BLEND
                    SET COMPARISON-ENTRY-FOUND TO TRUE
                    SET CM-SUB TO CM-IDX
              END-SEARCH
           END-IF.

           IF NOT COMPARISON-ENTRY-FOUND
              PERFORM C260-ADD-COMPARISON-ENTRY
           END-IF.

       C255-FIND-LOCATION-ENTRY.

      *    Stock-out records carry no ship, so they are matched on
      *    location and blend alone.
           MOVE "N" TO WS-CM-FOUND-SWITCH.

           IF CM-COUNT > 0
              SET CM-IDX TO 1
              SEARCH CM-ENTRY
                 AT END
                    CONTINUE
                 WHEN CM-LOCATION (CM-IDX) = WS-CM-LOCATION
                      AND CM-BLEND (CM-IDX) = WS-CM-BLEND
                    SET COMPARISON-ENTRY-FOUND TO TRUE
                    SET CM-SUB TO CM-IDX
              END-SEARCH
           END-IF.

           IF NOT COMPARISON-ENTRY-FOUND
              MOVE SPACES TO WS-CM-SHIP
              PERFORM C260-ADD-COMPARISON-ENTRY
           END-IF.

       C260-ADD-COMPARISON-ENTRY.

           IF CM-COUNT >= 1000
              DISPLAY "*** FATAL: more than 1000 ship/location/"
                      "blend groups in the simulation - enlarge "
                      "the comparison table ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO CM-COUNT.
           MOVE CM-COUNT       TO CM-SUB.
           MOVE WS-CM-SHIP     TO CM-SHIP (CM-SUB).
           MOVE WS-CM-LOCATION TO CM-LOCATION (CM-SUB).
           MOVE WS-CM-BLEND    TO CM-BLEND (CM-SUB).
           MOVE ZEROS          TO CM-FIGURES (CM-SUB, 1).
           MOVE ZEROS          TO CM-FIGURES (CM-SUB, 2).

       C300-LOAD-LAST-RUN.

      *    The last real run's figures come from its own generation
      *    files and its lines on the consumption ledger.
           IF WS-SIM-LAST-RUN = SPACES
              DISPLAY "... no real run on the generation catalog - "
                      "reporting the simulated figures only ..."
           ELSE
              MOVE 2 TO CM-RUN
              PERFORM C310-LAST-RUN-CONSUMPTION
              PERFORM C320-LAST-RUN-REQUISITIONS
              PERFORM C330-LAST-RUN-STOCK-OUTS
              PERFORM C340-LAST-RUN-WASTAGE
              PERFORM C350-LAST-RUN-SUBSTITUTIONS
           END-IF.

       C310-LAST-RUN-CONSUMPTION.

           MOVE "N" TO WS-SIM-EOF-SWITCH.

           OPEN INPUT CONSUMPTION-LEDGER-FILE.
           IF WS-CONSUMPTION-STATUS = "00"
              PERFORM UNTIL END-OF-LAST-RUN-FILE
                  READ CONSUMPTION-LEDGER-FILE
                      AT END
                          SET END-OF-LAST-RUN-FILE TO TRUE
                      NOT AT END
                          IF CN-RUN-DATE = WS-SIM-LAST-RUN
                             MOVE CN-SHIP     TO WS-CM-SHIP
                             MOVE CN-LOCATION TO WS-CM-LOCATION
                             MOVE CN-BLEND    TO WS-CM-BLEND
                             PERFORM C250-FIND-COMPARISON-ENTRY
                             ADD CN-RESTOCK-COUNT
                                 TO CM-RESTOCKS (CM-SUB, CM-RUN)
                             ADD CN-POURED
                                 TO CM-POURED (CM-SUB, CM-RUN)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONSUMPTION-LEDGER-FILE
           ELSE
              DISPLAY "*** WARNING: could not open crew consumption "
                      "ledger, status " WS-CONSUMPTION-STATUS
                      " - last run restocks shown as zero ***"
           END-IF.

       C320-LAST-RUN-REQUISITIONS.

           MOVE SPACES TO WS-REQUISITION-NAME.
           STRING "data/requisitions." WS-SIM-LAST-RUN ".dat"
               DELIMITED BY SIZE INTO WS-REQUISITION-NAME.
           MOVE "N" TO WS-SIM-EOF-SWITCH.

           OPEN INPUT REQUISITION-FILE.
           IF WS-REQUISITION-STATUS = "00"
              PERFORM UNTIL END-OF-LAST-RUN-FILE
                  READ REQUISITION-FILE
                      AT END
                          SET END-OF-LAST-RUN-FILE TO TRUE
                      NOT AT END
                          MOVE RQ-SHIP     TO WS-CM-SHIP
                          MOVE RQ-LOCATION TO WS-CM-LOCATION
                          MOVE RQ-BLEND    TO WS-CM-BLEND
                          PERFORM C250-FIND-COMPARISON-ENTRY
                          ADD 1 TO CM-REQUISITIONS (CM-SUB, CM-RUN)
                  END-READ
              END-PERFORM
              CLOSE REQUISITION-FILE
           ELSE
              DISPLAY "*** WARNING: " WS-REQUISITION-NAME
                      " not on file, status " WS-REQUISITION-STATUS
                      " - last run requisitions shown as zero ***"
           END-IF.

       C330-LAST-RUN-STOCK-OUTS.

           MOVE SPACES TO WS-STOCK-OUT-NAME.
           STRING "data/stock-outs." WS-SIM-LAST-RUN ".dat"
               DELIMITED BY SIZE INTO WS-STOCK-OUT-NAME.
           MOVE "N" TO WS-SIM-EOF-SWITCH.

           OPEN INPUT STOCK-OUT-FILE.
           IF WS-STOCK-OUT-STATUS = "00"
              PERFORM UNTIL END-OF-LAST-RUN-FILE
                  READ STOCK-OUT-FILE
                      AT END
                          SET END-OF-LAST-RUN-FILE TO TRUE
                      NOT AT END
                          MOVE SO-LOCATION TO WS-CM-LOCATION
                          MOVE SO-BLEND    TO WS-CM-BLEND
                          PERFORM C255-FIND-LOCATION-ENTRY
                          ADD 1 TO CM-STOCK-OUTS (CM-SUB, CM-RUN)
                  END-READ
              END-PERFORM
              CLOSE STOCK-OUT-FILE
           ELSE
              DISPLAY "*** WARNING: " WS-STOCK-OUT-NAME
                      " not on file, status " WS-STOCK-OUT-STATUS
                      " - last run stock-outs shown as zero ***"
           END-IF.

       C340-LAST-RUN-WASTAGE.

           MOVE SPACES TO WS-WASTAGE-NAME.
           STRING "data/wastage." WS-SIM-LAST-RUN ".dat"
               DELIMITED BY SIZE INTO WS-WASTAGE-NAME.
           MOVE "N" TO WS-SIM-EOF-SWITCH.

           OPEN INPUT WASTAGE-FILE.
           IF WS-WASTAGE-STATUS = "00"
              PERFORM UNTIL END-OF-LAST-RUN-FILE
                  READ WASTAGE-FILE
                      AT END
                          SET END-OF-LAST-RUN-FILE TO TRUE
                      NOT AT END
                          IF WA-REASON = "COLD"
                             MOVE WA-SHIP     TO WS-CM-SHIP
                             MOVE WA-LOCATION TO WS-CM-LOCATION
                             MOVE WA-BLEND    TO WS-CM-BLEND
                             PERFORM C250-FIND-COMPARISON-ENTRY
                             ADD 1
                                 TO CM-COLD-DISPOSALS (CM-SUB, CM-RUN)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE WASTAGE-FILE
           ELSE
              DISPLAY "*** WARNING: " WS-WASTAGE-NAME
                      " not on file, status " WS-WASTAGE-STATUS
                      " - last run cold disposals shown as zero ***"
           END-IF.

       C350-LAST-RUN-SUBSTITUTIONS.

      *    The restock log carries no location, so each substituted
      *    pour is placed by looking its crew member up on the
      *    roster master.
           MOVE SPACES TO WS-RESTOCK-LOG-NAME.
           STRING "data/restock-log." WS-SIM-LAST-RUN ".dat"
               DELIMITED BY SIZE INTO WS-RESTOCK-LOG-NAME.
           MOVE "N" TO WS-SIM-EOF-SWITCH.

           OPEN INPUT RESTOCK-LOG-FILE.
           IF WS-RESTOCK-LOG-STATUS = "00"
              PERFORM UNTIL END-OF-LAST-RUN-FILE
                  READ RESTOCK-LOG-FILE
                      AT END
                          SET END-OF-LAST-RUN-FILE TO TRUE
                      NOT AT END
                          IF RL-POURED-BLEND NOT = RL-BLEND
                             PERFORM C351-PLACE-SUBSTITUTION
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RESTOCK-LOG-FILE
           ELSE
              DISPLAY "*** WARNING: " WS-RESTOCK-LOG-NAME
                      " not on file, status " WS-RESTOCK-LOG-STATUS
                      " - last run substitutions shown as zero ***"
           END-IF.

       C351-PLACE-SUBSTITUTION.

           MOVE RL-SHIP  TO IR-SHIP.
           MOVE RL-WHO   TO IR-WHO.
           READ ROSTER-MASTER-FILE
               KEY IS IR-ROSTER-KEY
               INVALID KEY
                   MOVE "*NOT ON ROSTER*" TO WS-CM-LOCATION
               NOT INVALID KEY
                   MOVE IR-LOCATION       TO WS-CM-LOCATION
           END-READ.

           MOVE RL-SHIP  TO WS-CM-SHIP.
           MOVE RL-BLEND TO WS-CM-BLEND.
           PERFORM C250-FIND-COMPARISON-ENTRY.
           ADD 1 TO CM-SUBSTITUTIONS (CM-SUB, CM-RUN).

       C400-SIMULATION-REPORT.

           MOVE WS-RUN-DATE TO WM-RUN-DATE.
           IF WS-SIM-LAST-RUN = SPACES
              MOVE "NONE"  TO WM-LAST-RUN
              MOVE SPACES  TO WM-LAST-STATUS
           ELSE
              MOVE WS-SIM-LAST-RUN    TO WM-LAST-RUN
              MOVE WS-SIM-LAST-STATUS TO WM-LAST-STATUS
           END-IF.
           WRITE REPORT-RECORD FROM WS-SIM-HEADING-1.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "PARAMETERS:"      TO WM-SOURCE-LABEL.
           MOVE WS-SIM-PARM-NAME   TO WM-SOURCE-NAME.
           MOVE "OVER THE LIVE DECK" TO WM-SOURCE-NOTE.
           WRITE REPORT-RECORD FROM WS-SIM-SOURCE-LINE.
           MOVE "THRESHOLDS:"      TO WM-SOURCE-LABEL.
           MOVE WS-THRESHOLD-NAME  TO WM-SOURCE-NAME.
           IF WS-SIM-THRESH-NAME = SPACES
              MOVE "LIVE FILE"     TO WM-SOURCE-NOTE
           ELSE
              MOVE "OVER THE LIVE FILE" TO WM-SOURCE-NOTE
           END-IF.
           WRITE REPORT-RECORD FROM WS-SIM-SOURCE-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-PARMS-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-SIM-COL-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE ZEROS TO SIMULATION-TOTALS.

           PERFORM VARYING CM-SUB FROM 1 BY 1 UNTIL CM-SUB > CM-COUNT
               PERFORM VARYING CM-RUN FROM 1 BY 1 UNTIL CM-RUN > 2
                   PERFORM C410-PRINT-COMPARISON-LINE
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING CM-RUN FROM 1 BY 1 UNTIL CM-RUN > 2
               PERFORM C420-PRINT-TOTAL-LINE
           END-PERFORM.

           DISPLAY "Simulation report written to " WS-REPORT-NAME.

       C410-PRINT-COMPARISON-LINE.

           IF CM-RUN = 1
              MOVE CM-SHIP (CM-SUB)     TO SM-SHIP
              MOVE CM-LOCATION (CM-SUB) TO SM-LOCATION
              MOVE CM-BLEND (CM-SUB)    TO SM-BLEND
              MOVE "SIM"                TO SM-RUN
           ELSE
              MOVE SPACES               TO SM-SHIP
              MOVE SPACES               TO SM-LOCATION
              MOVE SPACES               TO SM-BLEND
              MOVE "LAST"               TO SM-RUN
           END-IF.

           MOVE CM-RESTOCKS (CM-SUB, CM-RUN)      TO SM-RESTOCKS.
           MOVE CM-POURED (CM-SUB, CM-RUN)        TO SM-POURED.
           MOVE CM-REQUISITIONS (CM-SUB, CM-RUN)  TO SM-REQUISITIONS.
           MOVE CM-STOCK-OUTS (CM-SUB, CM-RUN)    TO SM-STOCK-OUTS.
           MOVE CM-SUBSTITUTIONS (CM-SUB, CM-RUN)
               TO SM-SUBSTITUTIONS.
           MOVE CM-COLD-DISPOSALS (CM-SUB, CM-RUN)
               TO SM-COLD-DISPOSALS.
           WRITE REPORT-RECORD FROM WS-SIM-DETAIL.

           ADD CM-RESTOCKS (CM-SUB, CM-RUN)  TO CT-RESTOCKS (CM-RUN).
           ADD CM-POURED (CM-SUB, CM-RUN)    TO CT-POURED (CM-RUN).
           ADD CM-REQUISITIONS (CM-SUB, CM-RUN)
               TO CT-REQUISITIONS (CM-RUN).
           ADD CM-STOCK-OUTS (CM-SUB, CM-RUN)
               TO CT-STOCK-OUTS (CM-RUN).
           ADD CM-SUBSTITUTIONS (CM-SUB, CM-RUN)
               TO CT-SUBSTITUTIONS (CM-RUN).
           ADD CM-COLD-DISPOSALS (CM-SUB, CM-RUN)
               TO CT-COLD-DISPOSALS (CM-RUN).

       C420-PRINT-TOTAL-LINE.

           MOVE SPACES TO SM-LOCATION.
           MOVE SPACES TO SM-BLEND.
           IF CM-RUN = 1
              MOVE "TOTAL"  TO SM-SHIP
              MOVE "SIM"    TO SM-RUN
           ELSE
              MOVE SPACES   TO SM-SHIP
              MOVE "LAST"   TO SM-RUN
           END-IF.

           MOVE CT-RESTOCKS (CM-RUN)       TO SM-RESTOCKS.
           MOVE CT-POURED (CM-RUN)         TO SM-POURED.
           MOVE CT-REQUISITIONS (CM-RUN)   TO SM-REQUISITIONS.
           MOVE CT-STOCK-OUTS (CM-RUN)     TO SM-STOCK-OUTS.
           MOVE CT-SUBSTITUTIONS (CM-RUN)  TO SM-SUBSTITUTIONS.
           MOVE CT-COLD-DISPOSALS (CM-RUN) TO SM-COLD-DISPOSALS.
           WRITE REPORT-RECORD FROM WS-SIM-DETAIL.

       D100-PREPARE-SCREENING.

      *    Tonight's holds go to crew-review.<gen>.dat.  The operator
      *    releases a hold by putting an R in its last column on the
      *    previous generation's review file.
           PERFORM D110-LOAD-BASELINE.
           PERFORM D120-LOAD-RELEASES.

           MOVE SPACES TO WS-REVIEW-NAME.
           STRING "data/crew-review." WS-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-REVIEW-NAME.

       D110-LOAD-BASELINE.

      *    Only earlier runs count - on a resumed run tonight's own
      *    lines are already on the ledger.
           OPEN INPUT CONSUMPTION-LEDGER-FILE.
           IF WS-CONSUMPTION-STATUS = "35"
              DISPLAY "... no consumption ledger yet - nobody has a "
                      "baseline to be screened against ..."
           ELSE
              IF WS-CONSUMPTION-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open crew consumption "
                         "ledger, status " WS-CONSUMPTION-STATUS
                         " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "N" TO WS-LEDGER-EOF-SWITCH
              PERFORM UNTIL END-OF-LEDGER
                  READ CONSUMPTION-LEDGER-FILE
                      AT END
                          SET END-OF-LEDGER TO TRUE
                      NOT AT END
                          IF CN-RUN-DATE < WS-RUN-DATE
                             PERFORM D111-COUNT-RUN
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONSUMPTION-LEDGER-FILE

              OPEN INPUT CONSUMPTION-LEDGER-FILE
              MOVE "N" TO WS-LEDGER-EOF-SWITCH
              PERFORM UNTIL END-OF-LEDGER
                  READ CONSUMPTION-LEDGER-FILE
                      AT END
                          SET END-OF-LEDGER TO TRUE
                      NOT AT END
                          IF CN-RUN-DATE < WS-RUN-DATE
                             PERFORM D112-TAKE-RUN
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONSUMPTION-LEDGER-FILE
           END-IF.

       D111-COUNT-RUN.

           MOVE CN-SHIP TO WS-BASELINE-SHIP.
           MOVE CN-WHO  TO WS-BASELINE-WHO.
           PERFORM D115-FIND-BASELINE.

           IF NOT BASELINE-FOUND
              IF BL-COUNT >= 1000
                 DISPLAY "*** FATAL: more than 1000 crew on the "
                         "consumption ledger - enlarge the baseline "
                         "table ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO BL-COUNT
              SET BL-IDX TO BL-COUNT
              MOVE CN-SHIP TO BL-SHIP (BL-IDX)
              MOVE CN-WHO  TO BL-WHO (BL-IDX)
              MOVE 0 TO BL-RUN-COUNT (BL-IDX)
              MOVE 0 TO BL-RUNS-SEEN (BL-IDX)
              MOVE 0 TO BL-RUNS-TAKEN (BL-IDX)
              MOVE 0 TO BL-TOTAL-TEA (BL-IDX)
              MOVE 0 TO BL-TOTAL-RESTOCKS (BL-IDX)
              MOVE 0 TO BL-TOTAL-POURED (BL-IDX)
           END-IF.

           ADD 1 TO BL-RUN-COUNT (BL-IDX).

       D112-TAKE-RUN.

           MOVE CN-SHIP TO WS-BASELINE-SHIP.
           MOVE CN-WHO  TO WS-BASELINE-WHO.
           PERFORM D115-FIND-BASELINE.

           IF BASELINE-FOUND
              ADD 1 TO BL-RUNS-SEEN (BL-IDX)
              IF BL-RUNS-SEEN (BL-IDX) + SCREEN-BASELINE-RUNS
                 > BL-RUN-COUNT (BL-IDX)
                 ADD 1 TO BL-RUNS-TAKEN (BL-IDX)
                 ADD CN-STARTING-TEA  TO BL-TOTAL-TEA (BL-IDX)
                 ADD CN-RESTOCK-COUNT TO BL-TOTAL-RESTOCKS (BL-IDX)
                 ADD CN-POURED        TO BL-TOTAL-POURED (BL-IDX)
              END-IF
           END-IF.

       D115-FIND-BASELINE.

           MOVE "N" TO WS-BASELINE-FOUND-SWITCH.

           IF BL-COUNT > 0
              SET BL-IDX TO 1
              SEARCH BL-ENTRY
                 AT END
                    CONTINUE
                 WHEN BL-IDX > BL-COUNT
                    CONTINUE
                 WHEN BL-SHIP (BL-IDX) = WS-BASELINE-SHIP
                      AND BL-WHO (BL-IDX) = WS-BASELINE-WHO
                    SET BASELINE-FOUND TO TRUE
              END-SEARCH
           END-IF.

       D120-LOAD-RELEASES.

      *    The previous generation is the last one on the catalog
      *    before tonight.
           MOVE "N" TO WS-CATALOG-EOF-SWITCH.

           OPEN INPUT GENERATION-CATALOG-FILE.
           IF WS-GEN-CATALOG-STATUS = "00"
              PERFORM UNTIL END-OF-CATALOG
                  READ GENERATION-CATALOG-FILE
                      AT END
                          SET END-OF-CATALOG TO TRUE
                      NOT AT END
                          IF GC-RUN-DATE < WS-RUN-DATE
                             MOVE GC-RUN-DATE TO WS-PRIOR-GENERATION
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE GENERATION-CATALOG-FILE
           END-IF.

           IF WS-PRIOR-GENERATION NOT = SPACES
              MOVE SPACES TO WS-REVIEW-NAME
              STRING "data/crew-review." WS-PRIOR-GENERATION ".dat"
                  DELIMITED BY SIZE INTO WS-REVIEW-NAME
              OPEN INPUT CREW-REVIEW-FILE
              IF WS-REVIEW-STATUS = "00"
                 MOVE "N" TO WS-REVIEW-EOF-SWITCH
                 PERFORM UNTIL END-OF-REVIEW
                     READ CREW-REVIEW-FILE
                         AT END
                             SET END-OF-REVIEW TO TRUE
                         NOT AT END
                             IF CW-RELEASED
                                PERFORM D121-ADD-RELEASE
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CREW-REVIEW-FILE
              END-IF
           END-IF.

       D121-ADD-RELEASE.

           IF RR-COUNT >= 500
              DISPLAY "*** FATAL: more than 500 released holds - "
                      "enlarge the release table ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO RR-COUNT.
           SET RR-IDX TO RR-COUNT.
           MOVE CW-SHIP TO RR-SHIP (RR-IDX).
           MOVE CW-WHO  TO RR-WHO (RR-IDX).

       D200-SCREEN-PERSON.

      *    A person restored in flight from a checkpoint was screened
      *    before the crash and is not screened again.
           MOVE "N" TO WS-SCREEN-SWITCH.
           MOVE SPACES TO WS-OUT-OF-BAND.

           IF NOT PERSON-RESUMED-IN-FLIGHT
              MOVE SHIP TO WS-BASELINE-SHIP
              MOVE WHO  TO WS-BASELINE-WHO
              PERFORM D115-FIND-BASELINE
              IF BASELINE-FOUND
                 AND BL-RUNS-TAKEN (BL-IDX) >= SCREEN-MIN-RUNS
                 PERFORM D210-PROJECT-RUN
                 PERFORM D220-COMPARE-WITH-BASELINE
              END-IF
           END-IF.

           IF PERSON-HELD
              PERFORM D230-FIND-RELEASE
              IF RELEASE-FOUND
                 MOVE "N" TO WS-SCREEN-SWITCH
                 ADD 1 TO WS-RELEASED-COUNT
                 DISPLAY "... " WHO " on " SHIP " released from "
                         "review by the operator ..."
              END-IF
           END-IF.

       D210-PROJECT-RUN.

      *    The restocks and pour tonight's figures would bring on,
      *    worked out the way A003-3RD-PARA pours - cold tea is
      *    dumped first, then a full pour at a time until above the
      *    ideal level.
           IF TEA-TEMP < MIN-SERVING-TEMP
              MOVE 0 TO WS-SCREEN-LEVEL
           ELSE
              MOVE TEA TO WS-SCREEN-LEVEL
           END-IF.

           PERFORM A003-LOOKUP-IDEAL-TEA.

           MOVE 0 TO WS-SCREEN-RESTOCKS.
           MOVE 0 TO WS-SCREEN-POURED.
           IF WS-IDEAL-TEA-FOR-PERSON > WS-SCREEN-LEVEL
              COMPUTE WS-SCREEN-RESTOCKS =
                  (WS-IDEAL-TEA-FOR-PERSON - WS-SCREEN-LEVEL)
                  / RESTOCK-POUR-SIZE
              ADD 1 TO WS-SCREEN-RESTOCKS
              COMPUTE WS-SCREEN-POURED =
                  WS-SCREEN-RESTOCKS * RESTOCK-POUR-SIZE
           END-IF.

       D220-COMPARE-WITH-BASELINE.

           COMPUTE WS-BASE-TEA ROUNDED =
               BL-TOTAL-TEA (BL-IDX) / BL-RUNS-TAKEN (BL-IDX).
           COMPUTE WS-BASE-RESTOCKS ROUNDED =
               BL-TOTAL-RESTOCKS (BL-IDX) / BL-RUNS-TAKEN (BL-IDX).
           COMPUTE WS-BASE-POURED ROUNDED =
               BL-TOTAL-POURED (BL-IDX) / BL-RUNS-TAKEN (BL-IDX).

           MOVE TEA               TO WS-SCREEN-VALUE.
           MOVE WS-BASE-TEA       TO WS-SCREEN-BASE.
           MOVE RESTOCK-POUR-SIZE TO WS-SCREEN-FLOOR.
           PERFORM D225-CHECK-MEASURE.
           MOVE WS-SCREEN-DEV TO WS-DEV-TEA.
           IF MEASURE-OUT-OF-BAND
              MOVE "T" TO WS-OUT-TEA
              SET PERSON-HELD TO TRUE
           END-IF.

           MOVE WS-SCREEN-RESTOCKS TO WS-SCREEN-VALUE.
           MOVE WS-BASE-RESTOCKS   TO WS-SCREEN-BASE.
           MOVE 1                  TO WS-SCREEN-FLOOR.
           PERFORM D225-CHECK-MEASURE.
           MOVE WS-SCREEN-DEV TO WS-DEV-RESTOCKS.
           IF MEASURE-OUT-OF-BAND
              MOVE "R" TO WS-OUT-RESTOCKS
              SET PERSON-HELD TO TRUE
           END-IF.

           MOVE WS-SCREEN-POURED  TO WS-SCREEN-VALUE.
           MOVE WS-BASE-POURED    TO WS-SCREEN-BASE.
           MOVE RESTOCK-POUR-SIZE TO WS-SCREEN-FLOOR.
           PERFORM D225-CHECK-MEASURE.
           MOVE WS-SCREEN-DEV TO WS-DEV-POURED.
           IF MEASURE-OUT-OF-BAND
              MOVE "P" TO WS-OUT-POURED
              SET PERSON-HELD TO TRUE
           END-IF.

       D225-CHECK-MEASURE.

      *    Out of band when further from the baseline than the band
      *    allows - and never for less than the floor, so a person
      *    with a baseline near zero is not held over a single pour.
           COMPUTE WS-SCREEN-DEV = WS-SCREEN-VALUE - WS-SCREEN-BASE.
           IF WS-SCREEN-DEV < 0
              COMPUTE WS-SCREEN-DISTANCE = 0 - WS-SCREEN-DEV
           ELSE
              MOVE WS-SCREEN-DEV TO WS-SCREEN-DISTANCE
           END-IF.

           COMPUTE WS-SCREEN-LIMIT =
               WS-SCREEN-BASE * SCREEN-BAND-PCT / 100.
           IF WS-SCREEN-LIMIT < WS-SCREEN-FLOOR
              MOVE WS-SCREEN-FLOOR TO WS-SCREEN-LIMIT
           END-IF.

           IF WS-SCREEN-DISTANCE > WS-SCREEN-LIMIT
              SET MEASURE-OUT-OF-BAND TO TRUE
           ELSE
              MOVE "N" TO WS-MEASURE-SWITCH
           END-IF.

       D230-FIND-RELEASE.

           MOVE "N" TO WS-RELEASE-FOUND-SWITCH.

           IF RR-COUNT > 0
              SET RR-IDX TO 1
              SEARCH RR-ENTRY
                 AT END
                    CONTINUE
                 WHEN RR-IDX > RR-COUNT
                    CONTINUE
                 WHEN RR-SHIP (RR-IDX) = SHIP
                      AND RR-WHO (RR-IDX) = WHO
                    SET RELEASE-FOUND TO TRUE
              END-SEARCH
           END-IF.

       D240-HOLD-PERSON.

      *    A held person gets no restock, no report line and no
      *    consumption line, so a bad figure never reaches the
      *    stock master or their own baseline.
           ADD 1 TO WS-HELD-COUNT.

           DISPLAY "*** WARNING: " WHO " on " SHIP " held for review "
                   "- outside their consumption baseline ***".

           MOVE WS-RUN-DATE        TO CW-RUN-DATE.
           MOVE SHIP               TO CW-SHIP.
           MOVE WHO                TO CW-WHO.
           MOVE LOCATION           TO CW-LOCATION.
           MOVE BLEND              TO CW-BLEND.
           MOVE TEA                TO CW-STARTING-TEA.
           MOVE WS-SCREEN-RESTOCKS TO CW-RESTOCK-COUNT.
           MOVE WS-SCREEN-POURED   TO CW-POURED.
           MOVE BL-RUNS-TAKEN (BL-IDX) TO CW-BASE-RUNS.
           MOVE WS-BASE-TEA        TO CW-BASE-STARTING-TEA.
           MOVE WS-BASE-RESTOCKS   TO CW-BASE-RESTOCK-COUNT.
           MOVE WS-BASE-POURED     TO CW-BASE-POURED.
           MOVE WS-DEV-TEA         TO CW-DEV-STARTING-TEA.
           MOVE WS-DEV-RESTOCKS    TO CW-DEV-RESTOCK-COUNT.
           MOVE WS-DEV-POURED      TO CW-DEV-POURED.
           MOVE WS-OUT-OF-BAND     TO CW-OUT-OF-BAND.
           MOVE SPACE              TO CW-RELEASE.

           IF NOT SIMULATION-MODE
              WRITE CREW-REVIEW-RECORD
           END-IF.

           MOVE "SCRN" TO EX-CODE.
           MOVE "W"    TO EX-SEVERITY.
           MOVE SHIP     TO EX-SHIP.
           MOVE LOCATION TO EX-LOCATION.
           MOVE SPACES TO EX-TEXT.
           STRING "TEA HELD FOR REVIEW - " WHO " OUTSIDE BASELINE"
               DELIMITED BY SIZE INTO EX-TEXT.
           PERFORM A011-WRITE-EXCEPTION.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks arthurdent.cbl crewval.cbl
      *         teaexcept.cbl
