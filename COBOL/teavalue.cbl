       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEA-VALUATION.
       AUTHOR. CALLUM BEANEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-CATALOG-FILE
               ASSIGN TO "data/generation-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.

           SELECT BLEND-PRICE-FILE ASSIGN TO "data/blend-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLEND-PRICE-STATUS.

           SELECT TEA-STOCK-FILE ASSIGN TO "data/tea-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEA-STOCK-STATUS.

           SELECT STOCK-COST-FILE ASSIGN TO "data/stock-costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-COST-STATUS.

           SELECT RECEIPT-HISTORY-FILE
               ASSIGN TO "data/receipt-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT CONSUMPTION-LEDGER-FILE
               ASSIGN TO "data/crew-consumption.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSUMPTION-STATUS.

           SELECT STOCK-ADJUSTMENT-FILE
               ASSIGN TO "data/stock-adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.

           SELECT RESTOCK-LOG-FILE ASSIGN TO DYNAMIC WS-RESTOCK-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTOCK-LOG-STATUS.

           SELECT RESTOCK-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-RESTOCK-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTOCK-ARCH-STATUS.

           SELECT WASTAGE-FILE ASSIGN TO DYNAMIC WS-WASTAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WASTAGE-STATUS.

           SELECT TRANSFER-ORDER-FILE
               ASSIGN TO DYNAMIC WS-TRANSFER-ORDER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-ORDER-STATUS.

           SELECT VALUATION-REPORT-FILE
               ASSIGN TO DYNAMIC WS-VALUATION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUATION-STATUS.

           SELECT MOVEMENT-SORT-FILE
               ASSIGN TO "data/valuation-sort.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  GENERATION-CATALOG-FILE
           RECORDING MODE IS F.

       COPY GENCAT.

       FD  BLEND-PRICE-FILE
           RECORDING MODE IS F.

       COPY PRICEREC.

       FD  TEA-STOCK-FILE
           RECORDING MODE IS F.

       COPY STOCKREC.

       FD  STOCK-COST-FILE
           RECORDING MODE IS F.

       COPY COSTREC.

       FD  RECEIPT-HISTORY-FILE
           RECORDING MODE IS F.

       COPY RCPTREC.

       FD  CONSUMPTION-LEDGER-FILE
           RECORDING MODE IS F.

       COPY CONSREC.

       FD  STOCK-ADJUSTMENT-FILE
           RECORDING MODE IS F.

       COPY STKADJ.

       FD  RESTOCK-LOG-FILE
           RECORDING MODE IS F.

       COPY RSTKREC.

       FD  RESTOCK-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  RESTOCK-ARCHIVE-RECORD.
           05 AR-RUN-DATE            PIC X(8).
           05 AR-SHIP                PIC X(8).
           05 AR-WHO                 PIC X(15).
           05 AR-BLEND               PIC X(2).
           05 AR-POURED-BLEND        PIC X(2).
           05 AR-OLD-TEA             PIC 9(4)V9(2).
           05 AR-NEW-TEA             PIC 9(4)V9(2).
           05 AR-TIMESTAMP           PIC X(21).

       FD  WASTAGE-FILE
           RECORDING MODE IS F.

       COPY WASTEREC.

       FD  TRANSFER-ORDER-FILE
           RECORDING MODE IS F.
       01  TRANSFER-ORDER-RECORD.
           05 TR-NUMBER              PIC 9(6).
           05 TR-RUN-DATE            PIC X(8).
           05 TR-FROM-LOCATION       PIC X(30).
           05 TR-TO-LOCATION         PIC X(30).
           05 TR-BLEND               PIC X(2).
           05 TR-QTY                 PIC 9(9)V9(2).

       FD  VALUATION-REPORT-FILE
           RECORDING MODE IS F.
       01  VALUATION-REPORT-RECORD   PIC X(132).

      *    Every stock movement of the month, put into the order it
      *    happened so the running average is built up the way the
      *    store room saw it.  Within a night the crew drink first,
      *    then deliveries land, then expired lots are written off,
      *    then transfers move, then any stocktake is posted.
       SD  MOVEMENT-SORT-FILE.
       01  MOVEMENT-SORT-RECORD.
           05 MS-DATE                PIC X(8).
           05 MS-SEQUENCE            PIC 9(1).
           05 MS-TYPE                PIC X(4).
           05 MS-LOCATION            PIC X(30).
           05 MS-BLEND               PIC X(2).
           05 MS-TO-LOCATION         PIC X(30).
           05 MS-QTY                 PIC S9(9)V9(2).
           05 MS-UNIT-PRICE          PIC 9(3)V9(4).

       WORKING-STORAGE SECTION.

       COPY EXCREC.

       01  WS-GEN-CATALOG-STATUS    PIC XX      VALUE "00".
       01  WS-BLEND-PRICE-STATUS    PIC XX      VALUE "00".
       01  WS-TEA-STOCK-STATUS      PIC XX      VALUE "00".
       01  WS-STOCK-COST-STATUS     PIC XX      VALUE "00".
       01  WS-RECEIPT-STATUS        PIC XX      VALUE "00".
       01  WS-CONSUMPTION-STATUS    PIC XX      VALUE "00".
       01  WS-ADJUSTMENT-STATUS     PIC XX      VALUE "00".
       01  WS-RESTOCK-LOG-STATUS    PIC XX      VALUE "00".
       01  WS-RESTOCK-ARCH-STATUS   PIC XX      VALUE "00".
       01  WS-WASTAGE-STATUS        PIC XX      VALUE "00".
       01  WS-TRANSFER-ORDER-STATUS PIC XX      VALUE "00".
       01  WS-VALUATION-STATUS      PIC XX      VALUE "00".

       01  WS-CATALOG-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-CATALOG                    VALUE "Y".
       01  WS-PRICE-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-PRICES                     VALUE "Y".
       01  WS-STOCK-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-STOCK                      VALUE "Y".
       01  WS-COST-EOF-SWITCH       PIC X       VALUE "N".
           88 END-OF-COSTS                      VALUE "Y".
       01  WS-RECEIPT-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-RECEIPTS                   VALUE "Y".
       01  WS-CONSUMPTION-EOF-SWITCH PIC X      VALUE "N".
           88 END-OF-CONSUMPTION                VALUE "Y".
       01  WS-ADJUSTMENT-EOF-SWITCH PIC X       VALUE "N".
           88 END-OF-ADJUSTMENTS                VALUE "Y".
       01  WS-RESTOCK-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-RESTOCK-LOG                VALUE "Y".
       01  WS-WASTE-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-WASTAGE                    VALUE "Y".
       01  WS-TRANSFER-EOF-SWITCH   PIC X       VALUE "N".
           88 END-OF-TRANSFERS                  VALUE "Y".
       01  WS-SORTED-EOF-SWITCH     PIC X       VALUE "N".
           88 END-OF-SORTED                     VALUE "Y".

       01  WS-PRICE-FOUND-SWITCH    PIC X       VALUE "N".
           88 BLEND-PRICE-FOUND                 VALUE "Y".
       01  WS-ROW-FOUND-SWITCH      PIC X       VALUE "N".
           88 VALUATION-ROW-FOUND               VALUE "Y".

       01  WS-RUN-DATE              PIC X(8).
       01  WS-COMMAND-LINE          PIC X(80)   VALUE SPACES.
       01  WS-VALUE-MONTH           PIC X(6)    VALUE SPACES.
       01  WS-MONTH-START           PIC X(8)    VALUE SPACES.

       01  WS-RESTOCK-LOG-NAME      PIC X(40)   VALUE SPACES.
       01  WS-RESTOCK-ARCHIVE-NAME  PIC X(40)   VALUE SPACES.
       01  WS-WASTAGE-NAME          PIC X(40)   VALUE SPACES.
       01  WS-TRANSFER-ORDER-NAME   PIC X(40)   VALUE SPACES.
       01  WS-VALUATION-NAME        PIC X(40)   VALUE SPACES.

       01  WS-PRICE-BLEND           PIC X(2)    VALUE SPACES.
       01  WS-UNIT-PRICE            PIC 9(3)V9(4) VALUE 0.

       01  WS-FIND-LOCATION         PIC X(30)   VALUE SPACES.
       01  WS-FIND-BLEND            PIC X(2)    VALUE SPACES.
       01  WS-DONOR-SUB             PIC 9(3)    VALUE 0.

       01  WS-MOVE-QTY              PIC S9(9)V9(2) VALUE 0.
       01  WS-MOVE-VALUE            PIC S9(9)V9(2) VALUE 0.
       01  WS-DIFF-QTY              PIC S9(9)V9(2) VALUE 0.
       01  WS-DIFF-VALUE            PIC S9(9)V9(2) VALUE 0.
       01  WS-EDIT-QTY              PIC ZZZZZZZZ9.99-.

       01  WS-MOVEMENT-COUNT        PIC 9(7)    VALUE 0.
       01  WS-UNPLACED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-UNRECONCILED-COUNT    PIC 9(5)    VALUE 0.

      *    Generations the nightly stream produced in the month.
       01  GENERATION-TABLE.
           05 GN-ENTRY OCCURS 40 TIMES INDEXED BY GN-IDX.
              10 GN-RUN-DATE        PIC X(8).
              10 GN-STATUS          PIC X(8).
       01  GN-COUNT                 PIC 9(3)    VALUE 0.
       01  GN-SUB                   PIC 9(3)    VALUE 0.

       01  BLEND-PRICE-TABLE.
           05 PR-ENTRY OCCURS 20 TIMES INDEXED BY PR-IDX.
              10 PR-BLEND           PIC X(2).
              10 PR-EFFECTIVE-DATE  PIC X(8).
              10 PR-PRICE-PER-ML    PIC 9(3)V9(4).
       01  PR-COUNT                 PIC 9(3)    VALUE 0.

      *    A substituted pour is booked on the consumption ledger
      *    against the blend the crew member asked for, but the tea
      *    came out of the substitute's stock.  The restock log is
      *    the only record of which blend really went into the cup.
       01  SUBSTITUTED-POUR-TABLE.
           05 SU-ENTRY OCCURS 500 TIMES INDEXED BY SU-IDX.
              10 SU-RUN-DATE        PIC X(8).
              10 SU-SHIP            PIC X(8).
              10 SU-WHO             PIC X(15).
              10 SU-BLEND           PIC X(2).
              10 SU-POURED-BLEND    PIC X(2).
              10 SU-QTY             PIC 9(9)V9(2).
              10 SU-PLACED-SWITCH   PIC X.
                 88 SU-PLACED                   VALUE "Y".
       01  SU-COUNT                 PIC 9(3)    VALUE 0.
       01  SU-SUB                   PIC 9(3)    VALUE 0.

      *    One row per location and blend.  VR-QTY and VR-VALUE are
      *    the running balance while the month is replayed; the
      *    column figures are what the report prints.
       01  VALUATION-TABLE.
           05 VR-ENTRY OCCURS 500 TIMES INDEXED BY VR-IDX.
              10 VR-LOCATION        PIC X(30).
              10 VR-BLEND           PIC X(2).
              10 VR-COSTED-SWITCH   PIC X.
                 88 VR-OPENING-ON-FILE          VALUE "Y".
              10 VR-OPEN-PERIOD     PIC X(6).
              10 VR-OPEN-AVG-COST   PIC 9(3)V9(6).
              10 VR-ON-HAND         PIC 9(9)V9(2).
              10 VR-NET-QTY         PIC S9(9)V9(2).
              10 VR-AVG-COST        PIC 9(3)V9(6).
              10 VR-QTY             PIC S9(9)V9(2).
              10 VR-VALUE           PIC S9(9)V9(2).
              10 VR-OPEN-QTY        PIC 9(9)V9(2).
              10 VR-OPEN-VALUE      PIC 9(9)V9(2).
              10 VR-RECEIPT-QTY     PIC 9(9)V9(2).
              10 VR-RECEIPT-VALUE   PIC 9(9)V9(2).
              10 VR-XFER-IN-QTY     PIC 9(9)V9(2).
              10 VR-XFER-IN-VALUE   PIC 9(9)V9(2).
              10 VR-XFER-OUT-QTY    PIC 9(9)V9(2).
              10 VR-XFER-OUT-VALUE  PIC 9(9)V9(2).
              10 VR-CONS-QTY        PIC S9(9)V9(2).
              10 VR-CONS-VALUE      PIC S9(9)V9(2).
              10 VR-WASTE-QTY       PIC S9(9)V9(2).
              10 VR-WASTE-VALUE     PIC S9(9)V9(2).
       01  VR-COUNT                 PIC 9(3)    VALUE 0.
       01  VR-SUB                   PIC 9(3)    VALUE 0.

       01  VALUATION-TOTALS.
           05 VT-OPEN-VALUE         PIC S9(11)V9(2) VALUE 0.
           05 VT-RECEIPT-VALUE      PIC S9(11)V9(2) VALUE 0.
           05 VT-XFER-IN-VALUE      PIC S9(11)V9(2) VALUE 0.
           05 VT-XFER-OUT-VALUE     PIC S9(11)V9(2) VALUE 0.
           05 VT-CONS-VALUE         PIC S9(11)V9(2) VALUE 0.
           05 VT-WASTE-VALUE        PIC S9(11)V9(2) VALUE 0.
           05 VT-CLOSING-VALUE      PIC S9(11)V9(2) VALUE 0.
           05 VT-UNRECONCILED-VALUE PIC S9(11)V9(2) VALUE 0.

       01  WS-VAL-HEADING-1.
           05 FILLER                PIC X(36)
                     VALUE "MONTH-END STOCK VALUATION".
           05 FILLER                PIC X(7)    VALUE "MONTH:".
           05 VH1-MONTH             PIC X(6).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 FILLER                PIC X(10)   VALUE "RUN DATE:".
           05 VH1-RUN-DATE          PIC X(8).

       01  WS-VAL-HEADING-2.
           05 FILLER                PIC X(60)
                     VALUE "WEIGHTED-AVERAGE COST BY LOCATION/BLEND".

       01  WS-VAL-COL-HEADING.
           05 FILLER                PIC X(31)   VALUE "LOCATION".
           05 FILLER                PIC X(5)    VALUE "BLEND".
           05 FILLER                PIC X(12)   VALUE "     OPENING".
           05 FILLER                PIC X(12)   VALUE "    RECEIPTS".
           05 FILLER                PIC X(12)   VALUE "     XFER IN".
           05 FILLER                PIC X(12)   VALUE "    XFER OUT".
           05 FILLER                PIC X(12)   VALUE " CONSUMPTION".
           05 FILLER                PIC X(12)   VALUE "     WASTAGE".
           05 FILLER                PIC X(12)   VALUE "     CLOSING".
           05 FILLER                PIC X(12)   VALUE "     UNRECON".

       01  WS-VAL-DETAIL.
           05 VD-LOCATION           PIC X(30).
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VD-BLEND              PIC X(2).
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VD-OPENING            PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VD-RECEIPTS           PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VD-XFER-IN            PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VD-XFER-OUT           PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VD-CONSUMPTION        PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VD-WASTAGE            PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VD-CLOSING            PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VD-UNRECONCILED       PIC ZZZZZZ9.99-.

       01  WS-VAL-GRAND-TOTAL.
           05 FILLER                PIC X(36)
                                     VALUE "FLEET GRAND TOTAL".
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VG-OPENING             PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VG-RECEIPTS            PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VG-XFER-IN             PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VG-XFER-OUT            PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VG-CONSUMPTION         PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VG-WASTAGE             PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VG-CLOSING             PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VG-UNRECONCILED        PIC ZZZZZZ9.99-.

       01  WS-REC-HEADING.
           05 FILLER                PIC X(60)
                     VALUE "CLOSING QUANTITY AGAINST THE STOCK MASTER".

       01  WS-REC-COL-HEADING.
           05 FILLER                PIC X(31)   VALUE "LOCATION".
           05 FILLER                PIC X(5)    VALUE "BLEND".
           05 FILLER                PIC X(12)   VALUE "    AVG COST".
           05 FILLER                PIC X(14)   VALUE "   CLOSING QTY".
           05 FILLER                PIC X(14)   VALUE "    ST-ON-HAND".
           05 FILLER                PIC X(14)   VALUE "    DIFFERENCE".
           05 FILLER                PIC X(14)   VALUE "  UNRECONCILED".
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 FILLER                PIC X(6)    VALUE "STATUS".

       01  WS-REC-DETAIL.
           05 VC-LOCATION           PIC X(30).
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VC-BLEND              PIC X(2).
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 VC-AVG-COST           PIC ZZ9.999999.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VC-CLOSING-QTY        PIC ZZZZZZZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 VC-ON-HAND            PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 VC-DIFF-QTY           PIC ZZZZZZZZ9.99-.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 VC-DIFF-VALUE         PIC ZZZZZZ9.99-.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 VC-STATUS             PIC X(12).

       01  WS-REC-FOOTER.
           05 FILLER                PIC X(36)
                     VALUE "LOCATION/BLENDS UNRECONCILED:".
           05 VF-UNRECONCILED-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       A000-FIRST-PARA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

           IF WS-COMMAND-LINE (1:6) IS NOT NUMERIC
              DISPLAY "Usage: teavalue <YYYYMM>"
              STOP RUN
           END-IF.

           MOVE WS-COMMAND-LINE (1:6) TO WS-VALUE-MONTH.
           MOVE SPACES TO WS-MONTH-START.
           STRING WS-VALUE-MONTH "01"
               DELIMITED BY SIZE INTO WS-MONTH-START.

           MOVE SPACES TO WS-RESTOCK-ARCHIVE-NAME.
           STRING "data/restock-archive." WS-VALUE-MONTH ".dat"
               DELIMITED BY SIZE INTO WS-RESTOCK-ARCHIVE-NAME.
           MOVE SPACES TO WS-VALUATION-NAME.
           STRING "data/stock-valuation." WS-VALUE-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-VALUATION-NAME.

           PERFORM A001-LOAD-PRICES.
           PERFORM A002-LOAD-STOCK.
           PERFORM A002-LOAD-COSTS.
           PERFORM A003-LOAD-CATALOG.
           PERFORM A003-LOAD-SUBSTITUTIONS.

           SORT MOVEMENT-SORT-FILE
               ON ASCENDING KEY MS-DATE
                                MS-SEQUENCE
               INPUT PROCEDURE IS B100-RELEASE-MOVEMENTS
               OUTPUT PROCEDURE IS B200-VALUE-MOVEMENTS.

           PERFORM A005-WRITE-REPORT.
           PERFORM A006-WRITE-COSTS.

           IF WS-UNPLACED-COUNT > 0
              DISPLAY "*** WARNING: " WS-UNPLACED-COUNT
                      " substituted pours had no consumption line "
                      "and were left on the blend asked for ***"
           END-IF.

           DISPLAY "Stock valuation written to " WS-VALUATION-NAME
                   " - movements: " WS-MOVEMENT-COUNT
                   "  unreconciled: " WS-UNRECONCILED-COUNT.

           STOP RUN.

       A001-LOAD-PRICES.

           OPEN INPUT BLEND-PRICE-FILE.

           IF WS-BLEND-PRICE-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-BLEND-PRICE-STATUS NOT = "00"
                 DISPLAY "*** WARNING: could not open blend price "
                         "file, status " WS-BLEND-PRICE-STATUS
                         " - uncosted stock will be valued at "
                         "zero ***"
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

      *    The list price is only the fallback for stock that has no
      *    average cost yet, and that stock is taken on at the price
      *    in effect when the month opened.
           IF BP-EFFECTIVE-DATE IS NOT NUMERIC
              OR BP-PRICE-PER-ML IS NOT NUMERIC
              DISPLAY "*** WARNING: bad blend price record for "
                      BP-BLEND " skipped ***"
           ELSE
              IF BP-EFFECTIVE-DATE NOT > WS-MONTH-START
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

       A002-LOAD-STOCK.

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
                       MOVE ST-LOCATION TO WS-FIND-LOCATION
                       MOVE ST-BLEND    TO WS-FIND-BLEND
                       PERFORM A002-FIND-ROW
                       IF ST-ON-HAND IS NUMERIC
                          ADD ST-ON-HAND TO VR-ON-HAND (VR-SUB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TEA-STOCK-FILE.

       A002-LOAD-COSTS.

      *    A location/blend opens the month at the last cost carried
      *    forward before it.  Anything already on file for this month
      *    or later is from an earlier run and is replaced.
           OPEN INPUT STOCK-COST-FILE.

           IF WS-STOCK-COST-STATUS = "35"
              DISPLAY "*** WARNING: no stock cost file - all stock "
                      "opens at the blend price ***"
           ELSE
              IF WS-STOCK-COST-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open stock cost file, "
                         "status " WS-STOCK-COST-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL END-OF-COSTS
                  READ STOCK-COST-FILE
                      AT END
                          SET END-OF-COSTS TO TRUE
                      NOT AT END
                          IF CS-PERIOD < WS-VALUE-MONTH
                             AND CS-QTY IS NUMERIC
                             AND CS-VALUE IS NUMERIC
                             AND CS-UNIT-COST IS NUMERIC
                             PERFORM A002-APPLY-COST
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE STOCK-COST-FILE
           END-IF.

       A002-APPLY-COST.

           MOVE CS-LOCATION TO WS-FIND-LOCATION.
           MOVE CS-BLEND    TO WS-FIND-BLEND.
           PERFORM A002-FIND-ROW.

           IF NOT VR-OPENING-ON-FILE (VR-SUB)
              OR CS-PERIOD > VR-OPEN-PERIOD (VR-SUB)
              SET VR-OPENING-ON-FILE (VR-SUB) TO TRUE
              MOVE CS-PERIOD    TO VR-OPEN-PERIOD (VR-SUB)
              MOVE CS-QTY       TO VR-OPEN-QTY (VR-SUB)
              MOVE CS-VALUE     TO VR-OPEN-VALUE (VR-SUB)
              MOVE CS-UNIT-COST TO VR-OPEN-AVG-COST (VR-SUB)
           END-IF.

       A002-FIND-ROW.

           MOVE "N" TO WS-ROW-FOUND-SWITCH.

           IF VR-COUNT > 0
              SET VR-IDX TO 1
              SEARCH VR-ENTRY
                 AT END
                    CONTINUE
                 WHEN VR-LOCATION (VR-IDX) = WS-FIND-LOCATION
                      AND VR-BLEND (VR-IDX) = WS-FIND-BLEND
                    SET VALUATION-ROW-FOUND TO TRUE
              END-SEARCH
           END-IF.

           IF NOT VALUATION-ROW-FOUND
              IF VR-COUNT >= 500
                 DISPLAY "*** FATAL: more than 500 location/blend "
                         "pairs to value - enlarge the valuation "
                         "table ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO VR-COUNT
              SET VR-IDX TO VR-COUNT
              INITIALIZE VR-ENTRY (VR-IDX)
              MOVE WS-FIND-LOCATION TO VR-LOCATION (VR-IDX)
              MOVE WS-FIND-BLEND    TO VR-BLEND (VR-IDX)
              MOVE "N"              TO VR-COSTED-SWITCH (VR-IDX)
           END-IF.

           SET VR-SUB TO VR-IDX.

       A003-LOAD-CATALOG.

           OPEN INPUT GENERATION-CATALOG-FILE.

           IF WS-GEN-CATALOG-STATUS = "00"
              PERFORM UNTIL END-OF-CATALOG
                  READ GENERATION-CATALOG-FILE
                      AT END
                          SET END-OF-CATALOG TO TRUE
                      NOT AT END
                          IF GC-RUN-DATE (1:6) = WS-VALUE-MONTH
                             PERFORM A003-ADD-GENERATION
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE GENERATION-CATALOG-FILE
           ELSE
              DISPLAY "*** WARNING: no generation catalog - no "
                      "wastage or transfers will be valued ***"
           END-IF.

       A003-ADD-GENERATION.

           IF GN-COUNT >= 40
              DISPLAY "*** FATAL: more than 40 generations in "
                      WS-VALUE-MONTH " - enlarge the generation "
                      "table ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO GN-COUNT.
           SET GN-IDX TO GN-COUNT.
           MOVE GC-RUN-DATE TO GN-RUN-DATE (GN-IDX).
           MOVE GC-STATUS   TO GN-STATUS (GN-IDX).

       A003-LOAD-SUBSTITUTIONS.

      *    Nights already archived are in the month's restock archive;
      *    the rest are still in their own restock logs.
           OPEN INPUT RESTOCK-ARCHIVE-FILE.

           IF WS-RESTOCK-ARCH-STATUS = "00"
              MOVE "N" TO WS-RESTOCK-EOF-SWITCH
              PERFORM UNTIL END-OF-RESTOCK-LOG
                  READ RESTOCK-ARCHIVE-FILE
                      AT END
                          SET END-OF-RESTOCK-LOG TO TRUE
                      NOT AT END
                          IF AR-POURED-BLEND NOT = AR-BLEND
                             AND AR-POURED-BLEND NOT = SPACES
                             AND AR-OLD-TEA IS NUMERIC
                             AND AR-NEW-TEA IS NUMERIC
                             PERFORM A003-ADD-ARCHIVED-SUBSTITUTION
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RESTOCK-ARCHIVE-FILE
           END-IF.

           PERFORM VARYING GN-SUB FROM 1 BY 1 UNTIL GN-SUB > GN-COUNT
               IF GN-STATUS (GN-SUB) NOT = "ARCHIVED"
                  PERFORM A003-SCAN-RESTOCK-LOG
               END-IF
           END-PERFORM.

       A003-SCAN-RESTOCK-LOG.

           MOVE SPACES TO WS-RESTOCK-LOG-NAME.
           STRING "data/restock-log." GN-RUN-DATE (GN-SUB) ".dat"
               DELIMITED BY SIZE INTO WS-RESTOCK-LOG-NAME.

           OPEN INPUT RESTOCK-LOG-FILE.

           IF WS-RESTOCK-LOG-STATUS = "00"
              MOVE "N" TO WS-RESTOCK-EOF-SWITCH
              PERFORM UNTIL END-OF-RESTOCK-LOG
                  READ RESTOCK-LOG-FILE
                      AT END
                          SET END-OF-RESTOCK-LOG TO TRUE
                      NOT AT END
                          IF RL-POURED-BLEND NOT = RL-BLEND
                             AND RL-POURED-BLEND NOT = SPACES
                             AND RL-OLD-TEA IS NUMERIC
                             AND RL-NEW-TEA IS NUMERIC
                             PERFORM A003-ADD-LOGGED-SUBSTITUTION
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RESTOCK-LOG-FILE
           END-IF.

       A003-ADD-ARCHIVED-SUBSTITUTION.

           PERFORM A003-NEXT-SUBSTITUTION.
           MOVE AR-RUN-DATE     TO SU-RUN-DATE (SU-IDX).
           MOVE AR-SHIP         TO SU-SHIP (SU-IDX).
           MOVE AR-WHO          TO SU-WHO (SU-IDX).
           MOVE AR-BLEND        TO SU-BLEND (SU-IDX).
           MOVE AR-POURED-BLEND TO SU-POURED-BLEND (SU-IDX).
           COMPUTE SU-QTY (SU-IDX) = AR-NEW-TEA - AR-OLD-TEA.

       A003-ADD-LOGGED-SUBSTITUTION.

           PERFORM A003-NEXT-SUBSTITUTION.
           MOVE GN-RUN-DATE (GN-SUB) TO SU-RUN-DATE (SU-IDX).
           MOVE RL-SHIP              TO SU-SHIP (SU-IDX).
           MOVE RL-WHO               TO SU-WHO (SU-IDX).
           MOVE RL-BLEND             TO SU-BLEND (SU-IDX).
           MOVE RL-POURED-BLEND      TO SU-POURED-BLEND (SU-IDX).
           COMPUTE SU-QTY (SU-IDX) = RL-NEW-TEA - RL-OLD-TEA.

       A003-NEXT-SUBSTITUTION.

           IF SU-COUNT >= 500
              DISPLAY "*** FATAL: more than 500 substituted pours in "
                      WS-VALUE-MONTH " - enlarge the substituted "
                      "pour table ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO SU-COUNT.
           SET SU-IDX TO SU-COUNT.
           MOVE "N" TO SU-PLACED-SWITCH (SU-IDX).

       A005-WRITE-REPORT.

           OPEN OUTPUT VALUATION-REPORT-FILE.
           IF WS-VALUATION-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open stock valuation "
                      "report, status " WS-VALUATION-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-VALUE-MONTH TO VH1-MONTH.
           MOVE WS-RUN-DATE    TO VH1-RUN-DATE.
           WRITE VALUATION-REPORT-RECORD FROM WS-VAL-HEADING-1.
           WRITE VALUATION-REPORT-RECORD FROM WS-VAL-HEADING-2.
           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD FROM WS-VAL-COL-HEADING.
           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.

           PERFORM VARYING VR-SUB FROM 1 BY 1 UNTIL VR-SUB > VR-COUNT
               PERFORM A005-WRITE-VALUATION-LINE
           END-PERFORM.

           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.

           MOVE VT-OPEN-VALUE         TO VG-OPENING.
           MOVE VT-RECEIPT-VALUE      TO VG-RECEIPTS.
           MOVE VT-XFER-IN-VALUE      TO VG-XFER-IN.
           MOVE VT-XFER-OUT-VALUE     TO VG-XFER-OUT.
           MOVE VT-CONS-VALUE         TO VG-CONSUMPTION.
           MOVE VT-WASTE-VALUE        TO VG-WASTAGE.
           MOVE VT-CLOSING-VALUE      TO VG-CLOSING.
           MOVE VT-UNRECONCILED-VALUE TO VG-UNRECONCILED.
           WRITE VALUATION-REPORT-RECORD FROM WS-VAL-GRAND-TOTAL.

           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD FROM WS-REC-HEADING.
           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD FROM WS-REC-COL-HEADING.
           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.

           PERFORM VARYING VR-SUB FROM 1 BY 1 UNTIL VR-SUB > VR-COUNT
               PERFORM A005-WRITE-RECONCILE-LINE
           END-PERFORM.

           MOVE SPACES TO VALUATION-REPORT-RECORD.
           WRITE VALUATION-REPORT-RECORD.
           MOVE WS-UNRECONCILED-COUNT TO VF-UNRECONCILED-COUNT.
           WRITE VALUATION-REPORT-RECORD FROM WS-REC-FOOTER.

           CLOSE VALUATION-REPORT-FILE.

       A005-WRITE-VALUATION-LINE.

      *    The closing quantity should be the stock master's on-hand
      *    figure.  Whatever it is not is valued at the closing
      *    average and shown as unreconciled rather than quietly
      *    written into the closing value.
           COMPUTE WS-DIFF-QTY = VR-ON-HAND (VR-SUB) - VR-QTY (VR-SUB).
           COMPUTE WS-DIFF-VALUE ROUNDED =
               WS-DIFF-QTY * VR-AVG-COST (VR-SUB).

           MOVE VR-LOCATION (VR-SUB)       TO VD-LOCATION.
           MOVE VR-BLEND (VR-SUB)          TO VD-BLEND.
           MOVE VR-OPEN-VALUE (VR-SUB)     TO VD-OPENING.
           MOVE VR-RECEIPT-VALUE (VR-SUB)  TO VD-RECEIPTS.
           MOVE VR-XFER-IN-VALUE (VR-SUB)  TO VD-XFER-IN.
           MOVE VR-XFER-OUT-VALUE (VR-SUB) TO VD-XFER-OUT.
           MOVE VR-CONS-VALUE (VR-SUB)     TO VD-CONSUMPTION.
           MOVE VR-WASTE-VALUE (VR-SUB)    TO VD-WASTAGE.
           MOVE VR-VALUE (VR-SUB)          TO VD-CLOSING.
           MOVE WS-DIFF-VALUE              TO VD-UNRECONCILED.
           WRITE VALUATION-REPORT-RECORD FROM WS-VAL-DETAIL.

           ADD VR-OPEN-VALUE (VR-SUB)     TO VT-OPEN-VALUE.
           ADD VR-RECEIPT-VALUE (VR-SUB)  TO VT-RECEIPT-VALUE.
           ADD VR-XFER-IN-VALUE (VR-SUB)  TO VT-XFER-IN-VALUE.
           ADD VR-XFER-OUT-VALUE (VR-SUB) TO VT-XFER-OUT-VALUE.
           ADD VR-CONS-VALUE (VR-SUB)     TO VT-CONS-VALUE.
           ADD VR-WASTE-VALUE (VR-SUB)    TO VT-WASTE-VALUE.
           ADD VR-VALUE (VR-SUB)          TO VT-CLOSING-VALUE.
           ADD WS-DIFF-VALUE              TO VT-UNRECONCILED-VALUE.

       A005-WRITE-RECONCILE-LINE.

           COMPUTE WS-DIFF-QTY = VR-ON-HAND (VR-SUB) - VR-QTY (VR-SUB).
           COMPUTE WS-DIFF-VALUE ROUNDED =
               WS-DIFF-QTY * VR-AVG-COST (VR-SUB).

           MOVE VR-LOCATION (VR-SUB) TO VC-LOCATION.
           MOVE VR-BLEND (VR-SUB)    TO VC-BLEND.
           MOVE VR-AVG-COST (VR-SUB) TO VC-AVG-COST.
           MOVE VR-QTY (VR-SUB)      TO VC-CLOSING-QTY.
           MOVE VR-ON-HAND (VR-SUB)  TO VC-ON-HAND.
           MOVE WS-DIFF-QTY          TO VC-DIFF-QTY.
           MOVE WS-DIFF-VALUE        TO VC-DIFF-VALUE.

           IF WS-DIFF-QTY = 0
              MOVE "AGREES"       TO VC-STATUS
           ELSE
              MOVE "UNRECONCILED" TO VC-STATUS
              ADD 1 TO WS-UNRECONCILED-COUNT
              MOVE "VALR"               TO EX-CODE
              MOVE "W"                  TO EX-SEVERITY
              MOVE SPACES               TO EX-SHIP
              MOVE VR-LOCATION (VR-SUB) TO EX-LOCATION
              MOVE WS-DIFF-QTY          TO WS-EDIT-QTY
              MOVE SPACES               TO EX-TEXT
              STRING "BLEND " VR-BLEND (VR-SUB)
                     " CLOSING QTY OFF STOCK MASTER BY ML"
                     WS-EDIT-QTY
                  DELIMITED BY SIZE INTO EX-TEXT
              PERFORM A011-WRITE-EXCEPTION
           END-IF.

           WRITE VALUATION-REPORT-RECORD FROM WS-REC-DETAIL.

       A006-WRITE-COSTS.

      *    The cost file keeps the opening each row was valued from,
      *    so the month can be run again, and the cost it closes at
      *    for next month.  Next month opens on the stock master's
      *    quantity, so any unreconciled difference is not carried.
           OPEN OUTPUT STOCK-COST-FILE.
           IF WS-STOCK-COST-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not rewrite stock cost file, "
                      "status " WS-STOCK-COST-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM VARYING VR-SUB FROM 1 BY 1 UNTIL VR-SUB > VR-COUNT
               IF VR-OPENING-ON-FILE (VR-SUB)
                  MOVE VR-OPEN-PERIOD (VR-SUB)   TO CS-PERIOD
                  MOVE VR-LOCATION (VR-SUB)      TO CS-LOCATION
                  MOVE VR-BLEND (VR-SUB)         TO CS-BLEND
                  MOVE VR-OPEN-QTY (VR-SUB)      TO CS-QTY
                  MOVE VR-OPEN-VALUE (VR-SUB)    TO CS-VALUE
                  MOVE VR-OPEN-AVG-COST (VR-SUB) TO CS-UNIT-COST
                  WRITE STOCK-COST-RECORD
               END-IF
               MOVE WS-VALUE-MONTH            TO CS-PERIOD
               MOVE VR-LOCATION (VR-SUB)      TO CS-LOCATION
               MOVE VR-BLEND (VR-SUB)         TO CS-BLEND
               MOVE VR-ON-HAND (VR-SUB)       TO CS-QTY
               COMPUTE CS-VALUE ROUNDED =
                   VR-ON-HAND (VR-SUB) * VR-AVG-COST (VR-SUB)
               MOVE VR-AVG-COST (VR-SUB)      TO CS-UNIT-COST
               WRITE STOCK-COST-RECORD
           END-PERFORM.

           CLOSE STOCK-COST-FILE.

       A011-WRITE-EXCEPTION.

           MOVE WS-RUN-DATE TO EX-RUN-DATE.
           MOVE SPACE       TO EX-RESOLVED.
           CALL "TEA-EXCEPTION" USING EXCEPTION-RECORD.

       B100-RELEASE-MOVEMENTS.

           PERFORM B110-RELEASE-CONSUMPTION.
           PERFORM B120-RELEASE-RECEIPTS.

           PERFORM VARYING GN-SUB FROM 1 BY 1 UNTIL GN-SUB > GN-COUNT
               PERFORM B130-RELEASE-WASTAGE
               PERFORM B140-RELEASE-TRANSFERS
           END-PERFORM.

           PERFORM B150-RELEASE-ADJUSTMENTS.

       B110-RELEASE-CONSUMPTION.

           OPEN INPUT CONSUMPTION-LEDGER-FILE.

           IF WS-CONSUMPTION-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-CONSUMPTION-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open consumption "
                         "ledger, status " WS-CONSUMPTION-STATUS
                         " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL END-OF-CONSUMPTION
                  READ CONSUMPTION-LEDGER-FILE
                      AT END
                          SET END-OF-CONSUMPTION TO TRUE
                      NOT AT END
                          IF CN-RUN-DATE (1:6) = WS-VALUE-MONTH
                             AND CN-POURED IS NUMERIC
                             AND CN-POURED > 0
                             PERFORM B111-ONE-CONSUMPTION
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONSUMPTION-LEDGER-FILE
           END-IF.

           PERFORM VARYING SU-SUB FROM 1 BY 1 UNTIL SU-SUB > SU-COUNT
               IF NOT SU-PLACED (SU-SUB)
                  ADD 1 TO WS-UNPLACED-COUNT
               END-IF
           END-PERFORM.

       B111-ONE-CONSUMPTION.

           MOVE CN-RUN-DATE  TO MS-DATE.
           MOVE 1            TO MS-SEQUENCE.
           MOVE "CONS"       TO MS-TYPE.
           MOVE CN-LOCATION  TO MS-LOCATION.
           MOVE CN-BLEND     TO MS-BLEND.
           MOVE SPACES       TO MS-TO-LOCATION.
           MOVE CN-POURED    TO MS-QTY.
           MOVE 0            TO MS-UNIT-PRICE.
           PERFORM B190-RELEASE-MOVEMENT.

      *    Each substituted pour moves off the blend asked for and on
      *    to the blend that was poured, at the same location.
           PERFORM VARYING SU-SUB FROM 1 BY 1 UNTIL SU-SUB > SU-COUNT
               IF NOT SU-PLACED (SU-SUB)
                  AND SU-RUN-DATE (SU-SUB) = CN-RUN-DATE
                  AND SU-SHIP (SU-SUB) = CN-SHIP
                  AND SU-WHO (SU-SUB) = CN-WHO
                  AND SU-BLEND (SU-SUB) = CN-BLEND
                  SET SU-PLACED (SU-SUB) TO TRUE
                  MOVE CN-BLEND TO MS-BLEND
                  COMPUTE MS-QTY = 0 - SU-QTY (SU-SUB)
                  PERFORM B190-RELEASE-MOVEMENT
                  MOVE SU-POURED-BLEND (SU-SUB) TO MS-BLEND
                  MOVE SU-QTY (SU-SUB)          TO MS-QTY
                  PERFORM B190-RELEASE-MOVEMENT
               END-IF
           END-PERFORM.

       B120-RELEASE-RECEIPTS.

           OPEN INPUT RECEIPT-HISTORY-FILE.

           IF WS-RECEIPT-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-RECEIPT-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open receipt history, "
                         "status " WS-RECEIPT-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL END-OF-RECEIPTS
                  READ RECEIPT-HISTORY-FILE
                      AT END
                          SET END-OF-RECEIPTS TO TRUE
                      NOT AT END
                          IF RV-RUN-DATE (1:6) = WS-VALUE-MONTH
                             AND RV-QTY IS NUMERIC
                             AND RV-QTY > 0
                             AND RV-UNIT-PRICE IS NUMERIC
                             MOVE RV-RUN-DATE   TO MS-DATE
                             MOVE 2             TO MS-SEQUENCE
                             MOVE "RECV"        TO MS-TYPE
                             MOVE RV-LOCATION   TO MS-LOCATION
                             MOVE RV-BLEND      TO MS-BLEND
                             MOVE SPACES        TO MS-TO-LOCATION
                             MOVE RV-QTY        TO MS-QTY
                             MOVE RV-UNIT-PRICE TO MS-UNIT-PRICE
                             PERFORM B190-RELEASE-MOVEMENT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RECEIPT-HISTORY-FILE
           END-IF.

       B130-RELEASE-WASTAGE.

      *    Only expired lots leave the store room as wastage.  Cold
      *    tea thrown away is in a cup, and was already counted out
      *    of stock when it was poured.
           MOVE SPACES TO WS-WASTAGE-NAME.
           STRING "data/wastage." GN-RUN-DATE (GN-SUB) ".dat"
               DELIMITED BY SIZE INTO WS-WASTAGE-NAME.

           OPEN INPUT WASTAGE-FILE.

           IF WS-WASTAGE-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-WASTAGE-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open wastage ledger "
                         WS-WASTAGE-NAME ", status "
                         WS-WASTAGE-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "N" TO WS-WASTE-EOF-SWITCH
              PERFORM UNTIL END-OF-WASTAGE
                  READ WASTAGE-FILE
                      AT END
                          SET END-OF-WASTAGE TO TRUE
                      NOT AT END
                          IF WA-REASON = "EXPIRED"
                             AND WA-AMOUNT IS NUMERIC
                             AND WA-AMOUNT > 0
                             MOVE WA-RUN-DATE TO MS-DATE
                             MOVE 3           TO MS-SEQUENCE
                             MOVE "WAST"      TO MS-TYPE
                             MOVE WA-LOCATION TO MS-LOCATION
                             MOVE WA-BLEND    TO MS-BLEND
                             MOVE SPACES      TO MS-TO-LOCATION
                             MOVE WA-AMOUNT   TO MS-QTY
                             MOVE 0           TO MS-UNIT-PRICE
                             PERFORM B190-RELEASE-MOVEMENT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE WASTAGE-FILE
           END-IF.

       B140-RELEASE-TRANSFERS.

      *    TEA-TRANSFER is a nightly step, so each generation's moves
      *    are on that generation's file and fall in its month.
           MOVE SPACES TO WS-TRANSFER-ORDER-NAME.
           STRING "data/transfer-orders." GN-RUN-DATE (GN-SUB) ".dat"
               DELIMITED BY SIZE INTO WS-TRANSFER-ORDER-NAME.

           OPEN INPUT TRANSFER-ORDER-FILE.

           IF WS-TRANSFER-ORDER-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-TRANSFER-ORDER-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open transfer orders "
                         WS-TRANSFER-ORDER-NAME ", status "
                         WS-TRANSFER-ORDER-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "N" TO WS-TRANSFER-EOF-SWITCH
              PERFORM UNTIL END-OF-TRANSFERS
                  READ TRANSFER-ORDER-FILE
                      AT END
                          SET END-OF-TRANSFERS TO TRUE
                      NOT AT END
                          IF TR-QTY IS NUMERIC
                             AND TR-QTY > 0
                             MOVE TR-RUN-DATE      TO MS-DATE
                             MOVE 4                TO MS-SEQUENCE
                             MOVE "XFER"           TO MS-TYPE
                             MOVE TR-FROM-LOCATION TO MS-LOCATION
                             MOVE TR-BLEND         TO MS-BLEND
                             MOVE TR-TO-LOCATION   TO MS-TO-LOCATION
                             MOVE TR-QTY           TO MS-QTY
                             MOVE 0                TO MS-UNIT-PRICE
                             PERFORM B190-RELEASE-MOVEMENT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TRANSFER-ORDER-FILE
           END-IF.

       B150-RELEASE-ADJUSTMENTS.

      *    A posted stocktake variance is counted minus book; it goes
      *    into the wastage column as shrinkage, so a short count is
      *    a positive write-off and a surplus a negative one.
           OPEN INPUT STOCK-ADJUSTMENT-FILE.

           IF WS-ADJUSTMENT-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-ADJUSTMENT-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open stock adjustment "
                         "journal, status " WS-ADJUSTMENT-STATUS
                         " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL END-OF-ADJUSTMENTS
                  READ STOCK-ADJUSTMENT-FILE
                      AT END
                          SET END-OF-ADJUSTMENTS TO TRUE
                      NOT AT END
                          IF SA-RUN-DATE (1:6) = WS-VALUE-MONTH
                             AND SA-VARIANCE IS NUMERIC
                             AND SA-VARIANCE NOT = 0
                             MOVE SA-RUN-DATE TO MS-DATE
                             MOVE 5           TO MS-SEQUENCE
                             MOVE "ADJT"      TO MS-TYPE
                             MOVE SA-LOCATION TO MS-LOCATION
                             MOVE SA-BLEND    TO MS-BLEND
                             MOVE SPACES      TO MS-TO-LOCATION
                             COMPUTE MS-QTY = 0 - SA-VARIANCE
                             MOVE 0           TO MS-UNIT-PRICE
                             PERFORM B190-RELEASE-MOVEMENT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE STOCK-ADJUSTMENT-FILE
           END-IF.

       B190-RELEASE-MOVEMENT.

      *    The net quantity each row moved in the month is kept as the
      *    movements go in, so that a row with no cost carried forward
      *    can be given an opening quantity before the replay starts.
           MOVE MS-LOCATION TO WS-FIND-LOCATION.
           MOVE MS-BLEND    TO WS-FIND-BLEND.
           PERFORM A002-FIND-ROW.

           EVALUATE MS-TYPE
               WHEN "RECV"
                   ADD MS-QTY TO VR-NET-QTY (VR-SUB)
               WHEN "XFER"
                   SUBTRACT MS-QTY FROM VR-NET-QTY (VR-SUB)
                   MOVE MS-TO-LOCATION TO WS-FIND-LOCATION
                   PERFORM A002-FIND-ROW
                   ADD MS-QTY TO VR-NET-QTY (VR-SUB)
               WHEN OTHER
                   SUBTRACT MS-QTY FROM VR-NET-QTY (VR-SUB)
           END-EVALUATE.

           ADD 1 TO WS-MOVEMENT-COUNT.
           RELEASE MOVEMENT-SORT-RECORD.

       B200-VALUE-MOVEMENTS.

           PERFORM VARYING VR-SUB FROM 1 BY 1 UNTIL VR-SUB > VR-COUNT
               PERFORM B210-SET-OPENING
           END-PERFORM.

           PERFORM UNTIL END-OF-SORTED
               RETURN MOVEMENT-SORT-FILE
                   AT END
                       SET END-OF-SORTED TO TRUE
                   NOT AT END
                       PERFORM B220-APPLY-MOVEMENT
               END-RETURN
           END-PERFORM.

       B210-SET-OPENING.

      *    With no cost carried forward, the opening quantity is
      *    worked back from the stock master through the month's
      *    movements and taken on at the blend price.
           IF NOT VR-OPENING-ON-FILE (VR-SUB)
              IF VR-ON-HAND (VR-SUB) > VR-NET-QTY (VR-SUB)
                 COMPUTE VR-OPEN-QTY (VR-SUB) =
                     VR-ON-HAND (VR-SUB) - VR-NET-QTY (VR-SUB)
              ELSE
                 MOVE 0 TO VR-OPEN-QTY (VR-SUB)
              END-IF
              MOVE VR-BLEND (VR-SUB) TO WS-PRICE-BLEND
              PERFORM A001-LOOKUP-PRICE
              MOVE WS-UNIT-PRICE TO VR-OPEN-AVG-COST (VR-SUB)
              COMPUTE VR-OPEN-VALUE (VR-SUB) ROUNDED =
                  VR-OPEN-QTY (VR-SUB) * WS-UNIT-PRICE
           END-IF.

           MOVE VR-OPEN-AVG-COST (VR-SUB) TO VR-AVG-COST (VR-SUB).
           MOVE VR-OPEN-QTY (VR-SUB)      TO VR-QTY (VR-SUB).
           MOVE VR-OPEN-VALUE (VR-SUB)    TO VR-VALUE (VR-SUB).

       B220-APPLY-MOVEMENT.

           MOVE MS-LOCATION TO WS-FIND-LOCATION.
           MOVE MS-BLEND    TO WS-FIND-BLEND.
           PERFORM A002-FIND-ROW.
           MOVE MS-QTY      TO WS-MOVE-QTY.

           EVALUATE MS-TYPE
               WHEN "RECV"
                   COMPUTE WS-MOVE-VALUE ROUNDED =
                       MS-QTY * MS-UNIT-PRICE
                   ADD MS-QTY        TO VR-RECEIPT-QTY (VR-SUB)
                   ADD WS-MOVE-VALUE TO VR-RECEIPT-VALUE (VR-SUB)
                   PERFORM B240-TAKE-ON-STOCK
               WHEN "XFER"
      *            The recipient takes the tea on at what it cost the
      *            donor, not at the list price.
                   PERFORM B230-ISSUE-AT-AVERAGE
                   ADD WS-MOVE-QTY   TO VR-XFER-OUT-QTY (VR-SUB)
                   ADD WS-MOVE-VALUE TO VR-XFER-OUT-VALUE (VR-SUB)
                   MOVE MS-TO-LOCATION TO WS-FIND-LOCATION
                   PERFORM A002-FIND-ROW
                   ADD WS-MOVE-QTY   TO VR-XFER-IN-QTY (VR-SUB)
                   ADD WS-MOVE-VALUE TO VR-XFER-IN-VALUE (VR-SUB)
                   PERFORM B240-TAKE-ON-STOCK
               WHEN "CONS"
                   PERFORM B230-ISSUE-AT-AVERAGE
                   ADD WS-MOVE-QTY   TO VR-CONS-QTY (VR-SUB)
                   ADD WS-MOVE-VALUE TO VR-CONS-VALUE (VR-SUB)
               WHEN OTHER
                   PERFORM B230-ISSUE-AT-AVERAGE
                   ADD WS-MOVE-QTY   TO VR-WASTE-QTY (VR-SUB)
                   ADD WS-MOVE-VALUE TO VR-WASTE-VALUE (VR-SUB)
           END-EVALUATE.

       B230-ISSUE-AT-AVERAGE.

      *    Stock leaves at the running average.  The last of it takes
      *    whatever value is left, so a row drawn down to nothing
      *    closes at nothing.  A negative issue (a stocktake surplus,
      *    or a substituted pour moved off its blend) comes back in
      *    at the average too.
           IF VR-AVG-COST (VR-SUB) = 0
              MOVE VR-BLEND (VR-SUB) TO WS-PRICE-BLEND
              PERFORM A001-LOOKUP-PRICE
              MOVE WS-UNIT-PRICE TO VR-AVG-COST (VR-SUB)
           END-IF.

           IF WS-MOVE-QTY > 0
              AND WS-MOVE-QTY = VR-QTY (VR-SUB)
              MOVE VR-VALUE (VR-SUB) TO WS-MOVE-VALUE
           ELSE
              COMPUTE WS-MOVE-VALUE ROUNDED =
                  WS-MOVE-QTY * VR-AVG-COST (VR-SUB)
           END-IF.

           SUBTRACT WS-MOVE-QTY   FROM VR-QTY (VR-SUB).
           SUBTRACT WS-MOVE-VALUE FROM VR-VALUE (VR-SUB).

       B240-TAKE-ON-STOCK.

           ADD WS-MOVE-QTY   TO VR-QTY (VR-SUB).
           ADD WS-MOVE-VALUE TO VR-VALUE (VR-SUB).

           IF VR-QTY (VR-SUB) > 0
              AND VR-VALUE (VR-SUB) > 0
              COMPUTE VR-AVG-COST (VR-SUB) ROUNDED =
                  VR-VALUE (VR-SUB) / VR-QTY (VR-SUB)
           END-IF.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks teavalue.cbl teaexcept.cbl
      *    ./teavalue 202610
