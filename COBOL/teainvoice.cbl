       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEA-INVOICE-MATCH.
       AUTHOR. CALLUM BEANEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICE-FILE
               ASSIGN TO "data/supplier-invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO "data/purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "data/open-requisitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RECEIPT-HISTORY-FILE
               ASSIGN TO "data/receipt-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT INVOICE-REGISTER-FILE
               ASSIGN TO "data/invoice-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-REGISTER-STATUS.

           SELECT RUN-PARAMETER-FILE
               ASSIGN TO "data/run-parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT APPROVED-INVOICE-FILE
               ASSIGN TO DYNAMIC WS-APPROVED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-STATUS.

           SELECT HELD-REPORT-FILE ASSIGN TO DYNAMIC WS-HELD-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPPLIER-INVOICE-FILE
           RECORDING MODE IS F.

       COPY INVREC.

       FD  PURCHASE-ORDER-FILE
           RECORDING MODE IS F.

       COPY PORDREC.

       FD  LEDGER-FILE
           RECORDING MODE IS F.

       COPY OPENREQ.

       FD  RECEIPT-HISTORY-FILE
           RECORDING MODE IS F.

       COPY RCPTREC.

       FD  INVOICE-REGISTER-FILE
           RECORDING MODE IS F.

       COPY INVREG.

       FD  RUN-PARAMETER-FILE
           RECORDING MODE IS F.

       COPY PARMREC.

       FD  APPROVED-INVOICE-FILE
           RECORDING MODE IS F.
       01  APPROVED-INVOICE-RECORD   PIC X(107).

       FD  HELD-REPORT-FILE
           RECORDING MODE IS F.
       01  HELD-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-INVOICE-STATUS        PIC XX      VALUE "00".
       01  WS-PURCHASE-ORDER-STATUS PIC XX      VALUE "00".
       01  WS-LEDGER-STATUS         PIC XX      VALUE "00".
       01  WS-RECEIPT-STATUS        PIC XX      VALUE "00".
       01  WS-INV-REGISTER-STATUS   PIC XX      VALUE "00".
       01  WS-RUN-PARM-STATUS       PIC XX      VALUE "00".
       01  WS-APPROVED-STATUS       PIC XX      VALUE "00".
       01  WS-HELD-RPT-STATUS       PIC XX      VALUE "00".

       01  WS-INVOICE-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-INVOICES                   VALUE "Y".
       01  WS-PO-EOF-SWITCH         PIC X       VALUE "N".
           88 END-OF-PURCHASE-ORDERS            VALUE "Y".
       01  WS-LEDGER-EOF-SWITCH     PIC X       VALUE "N".
           88 END-OF-LEDGER                     VALUE "Y".
       01  WS-RECEIPT-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-RECEIPTS                   VALUE "Y".
       01  WS-REGISTER-EOF-SWITCH   PIC X       VALUE "N".
           88 END-OF-REGISTER                   VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X       VALUE "N".
           88 END-OF-PARAMETERS                 VALUE "Y".

       01  WS-PO-FOUND-SWITCH       PIC X       VALUE "N".
           88 PURCHASE-ORDER-FOUND              VALUE "Y".
       01  WS-KEY-FOUND-SWITCH      PIC X       VALUE "N".
           88 INVOICE-KEY-FOUND                 VALUE "Y".

       01  WS-RUN-DATE              PIC X(8).
       01  WS-PARM-EFF-PRICE-TOL    PIC X(8)    VALUE SPACES.
       01  WS-PARM-EFF-QTY-TOL      PIC X(8)    VALUE SPACES.

       01  WS-APPROVED-NAME         PIC X(40)   VALUE SPACES.
       01  WS-HELD-RPT-NAME         PIC X(40)   VALUE SPACES.

      *    How far, as a percentage, an invoice line may stray from
      *    the order price and from the quantity actually received.
       01  INVOICE-PRICE-TOL        PIC 9(4)V9(2) VALUE 2.00.
       01  INVOICE-QTY-TOL          PIC 9(4)V9(2) VALUE 2.00.

       01  WS-FIND-PO-NUMBER        PIC 9(6)    VALUE 0.
       01  WS-KEY-SUPPLIER-ID       PIC X(8)    VALUE SPACES.
       01  WS-KEY-INVOICE-NO        PIC X(10)   VALUE SPACES.
       01  WS-KEY-LINE-NO           PIC 9(3)    VALUE 0.

       01  WS-HOLD-REASON           PIC X(14)   VALUE SPACES.
       01  WS-PRICE-DIFF            PIC S9(3)V9(4) VALUE 0.
       01  WS-PRICE-VAR-PCT         PIC 9(5)V9(2) VALUE 0.
       01  WS-CUM-INVOICED          PIC 9(9)V9(2) VALUE 0.
       01  WS-QTY-LIMIT             PIC 9(9)V9(2) VALUE 0.
       01  WS-EXTENDED-VALUE        PIC 9(9)V9(2) VALUE 0.
       01  WS-VALUE-DIFF            PIC 9(9)V9(2) VALUE 0.
       01  WS-VALUE-VAR-PCT         PIC 9(5)V9(2) VALUE 0.

       01  WS-LINES-READ            PIC 9(5)    VALUE 0.
       01  WS-APPROVED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-HELD-COUNT            PIC 9(5)    VALUE 0.
       01  WS-APPROVED-VALUE        PIC 9(11)V9(2) VALUE 0.
       01  WS-HELD-VALUE            PIC 9(11)V9(2) VALUE 0.

       01  PO-TABLE.
           05 PT-ENTRY OCCURS 500 TIMES INDEXED BY PT-IDX.
              10 PT-PO-NUMBER       PIC 9(6).
              10 PT-SUPPLIER-ID     PIC X(8).
              10 PT-BLEND           PIC X(2).
              10 PT-ORDER-QTY       PIC 9(9)V9(2).
              10 PT-UNIT-PRICE      PIC 9(3)V9(4).
              10 PT-RECEIVED-QTY    PIC 9(9)V9(2).
              10 PT-LEDGER-DELIVERED PIC 9(9)V9(2).
              10 PT-INVOICED-QTY    PIC 9(9)V9(2).
       01  PT-COUNT                 PIC 9(3)    VALUE 0.

      *    Every invoice line already approved for payment, plus the
      *    lines seen so far this run - a second sighting of any of
      *    them is a duplicate bill.
       01  INVOICE-KEY-TABLE.
           05 IK-ENTRY OCCURS 2000 TIMES INDEXED BY IK-IDX.
              10 IK-SUPPLIER-ID     PIC X(8).
              10 IK-INVOICE-NO      PIC X(10).
              10 IK-LINE-NO         PIC 9(3).
       01  IK-COUNT                 PIC 9(4)    VALUE 0.

       01  WS-HLD-HEADING-1.
           05 FILLER                PIC X(28)
                     VALUE "HELD SUPPLIER INVOICES".
           05 FILLER                PIC X(10)   VALUE "RUN DATE:".
           05 HH1-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(16)   VALUE "  PRICE TOL %:".
           05 HH1-PRICE-TOL         PIC ZZZ9.99.
           05 FILLER                PIC X(14)   VALUE "  QTY TOL %:".
           05 HH1-QTY-TOL           PIC ZZZ9.99.

       01  WS-HLD-COL-HEADING.
           05 FILLER                PIC X(10)   VALUE "SUPPLIER".
           05 FILLER                PIC X(12)   VALUE "INVOICE".
           05 FILLER                PIC X(5)    VALUE "LINE".
           05 FILLER                PIC X(8)    VALUE "PO".
           05 FILLER                PIC X(6)    VALUE "BLEND".
           05 FILLER                PIC X(14)   VALUE "  INVOICED QTY".
           05 FILLER                PIC X(14)   VALUE "  RECEIVED QTY".
           05 FILLER                PIC X(11)   VALUE "  INV PRICE".
           05 FILLER                PIC X(11)   VALUE "   PO PRICE".
           05 FILLER                PIC X(15)   VALUE "   LINE VALUE".
           05 FILLER                PIC X(14)   VALUE "  HOLD REASON".

       01  WS-HLD-DETAIL.
           05 HD-SUPPLIER-ID        PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 HD-INVOICE-NO         PIC X(10).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 HD-LINE-NO            PIC ZZ9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 HD-PO-NUMBER          PIC 9(6).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 HD-BLEND              PIC X(2).
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 HD-QTY                PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 HD-RECEIVED-QTY       PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 HD-UNIT-PRICE         PIC ZZ9.9999.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 HD-PO-UNIT-PRICE      PIC ZZ9.9999.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 HD-LINE-VALUE         PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 HD-HOLD-REASON        PIC X(14).

       01  WS-HLD-FOOTING-COUNT.
           05 HF-COUNT-LABEL        PIC X(30).
           05 HF-COUNT              PIC ZZZZ9.

       01  WS-HLD-FOOTING-VALUE.
           05 HF-VALUE-LABEL        PIC X(30).
           05 HF-VALUE              PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       A000-FIRST-PARA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           MOVE SPACES TO WS-APPROVED-NAME.
           STRING "data/invoices-approved." WS-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-APPROVED-NAME.
           MOVE SPACES TO WS-HELD-RPT-NAME.
           STRING "data/held-invoices." WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-HELD-RPT-NAME.

           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF WS-INVOICE-STATUS = "35"
              DISPLAY "No supplier invoices on file - nothing to "
                      "match."
              STOP RUN
           END-IF.
           IF WS-INVOICE-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open supplier invoice "
                      "file, status " WS-INVOICE-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM A001-LOAD-PARAMETERS.
           PERFORM A001-LOAD-PURCHASE-ORDERS.
           PERFORM A001-LOAD-ORDER-PRICES.
           PERFORM A001-LOAD-RECEIPTS.
           PERFORM A001-LOAD-REGISTER.

           PERFORM A002-OPEN-OUTPUTS.
           PERFORM A005-REPORT-HEADER.

           PERFORM UNTIL END-OF-INVOICES
               READ SUPPLIER-INVOICE-FILE
                   AT END
                       SET END-OF-INVOICES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM A003-MATCH-ONE-LINE
               END-READ
           END-PERFORM.

           PERFORM A005-REPORT-FOOTER.

           CLOSE SUPPLIER-INVOICE-FILE.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE APPROVED-INVOICE-FILE.
           CLOSE HELD-REPORT-FILE.

           DISPLAY "Invoice lines approved: " WS-APPROVED-COUNT
                   "  held: " WS-HELD-COUNT.

           STOP RUN.

       A001-LOAD-PARAMETERS.

           OPEN INPUT RUN-PARAMETER-FILE.

           IF WS-RUN-PARM-STATUS = "00"
              PERFORM UNTIL END-OF-PARAMETERS
                  READ RUN-PARAMETER-FILE
                      AT END
                          SET END-OF-PARAMETERS TO TRUE
                      NOT AT END
                          PERFORM A001-APPLY-PARAMETER
                  END-READ
              END-PERFORM
              CLOSE RUN-PARAMETER-FILE
           ELSE
              DISPLAY "*** WARNING: could not open run parameter "
                      "file, status " WS-RUN-PARM-STATUS
                      " - using the compiled-in tolerances ***"
           END-IF.

       A001-APPLY-PARAMETER.

           IF PM-EFFECTIVE-DATE IS NUMERIC
              AND PM-EFFECTIVE-DATE NOT > WS-RUN-DATE
              AND PM-VALUE-AMOUNT IS NUMERIC
              EVALUATE PM-NAME
                  WHEN "INVOICE-PRICE-TOL"
                      IF PM-EFFECTIVE-DATE >= WS-PARM-EFF-PRICE-TOL
                         MOVE PM-VALUE-AMOUNT TO INVOICE-PRICE-TOL
                         MOVE PM-EFFECTIVE-DATE
                             TO WS-PARM-EFF-PRICE-TOL
                      END-IF
                  WHEN "INVOICE-QTY-TOL"
                      IF PM-EFFECTIVE-DATE >= WS-PARM-EFF-QTY-TOL
                         MOVE PM-VALUE-AMOUNT TO INVOICE-QTY-TOL
                         MOVE PM-EFFECTIVE-DATE
                             TO WS-PARM-EFF-QTY-TOL
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

       A001-LOAD-PURCHASE-ORDERS.

           OPEN INPUT PURCHASE-ORDER-FILE.

           IF WS-PURCHASE-ORDER-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-PURCHASE-ORDER-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open purchase order "
                         "file, status " WS-PURCHASE-ORDER-STATUS
                         " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL END-OF-PURCHASE-ORDERS
                  READ PURCHASE-ORDER-FILE
                      AT END
                          SET END-OF-PURCHASE-ORDERS TO TRUE
                      NOT AT END
                          IF PT-COUNT >= 500
                             DISPLAY "*** FATAL: purchase order file "
                                     "has more than 500 orders - "
                                     "enlarge the PO table ***"
                             MOVE 16 TO RETURN-CODE
                             STOP RUN
                          END-IF
                          ADD 1 TO PT-COUNT
                          SET PT-IDX TO PT-COUNT
                          MOVE PO-NUMBER      TO PT-PO-NUMBER (PT-IDX)
                          MOVE PO-SUPPLIER-ID
                              TO PT-SUPPLIER-ID (PT-IDX)
                          MOVE PO-BLEND       TO PT-BLEND (PT-IDX)
                          MOVE PO-ORDER-QTY   TO PT-ORDER-QTY (PT-IDX)
                          MOVE 0 TO PT-UNIT-PRICE (PT-IDX)
                          MOVE 0 TO PT-RECEIVED-QTY (PT-IDX)
                          MOVE 0 TO PT-LEDGER-DELIVERED (PT-IDX)
                          MOVE 0 TO PT-INVOICED-QTY (PT-IDX)
                  END-READ
              END-PERFORM
              CLOSE PURCHASE-ORDER-FILE
           END-IF.

       A001-FIND-PO.

           MOVE "N" TO WS-PO-FOUND-SWITCH.

           IF PT-COUNT > 0
              SET PT-IDX TO 1
              SEARCH PT-ENTRY
                 AT END
                    CONTINUE
                 WHEN PT-PO-NUMBER (PT-IDX) = WS-FIND-PO-NUMBER
                    SET PURCHASE-ORDER-FOUND TO TRUE
              END-SEARCH
           END-IF.

       A001-LOAD-ORDER-PRICES.

      *    Lines still open on the requisition ledger carry the price
      *    they were ordered at against their PO number, and what has
      *    been delivered against them so far.
           OPEN INPUT LEDGER-FILE.

           IF WS-LEDGER-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-LEDGER-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open open-requisition "
                         "ledger, status " WS-LEDGER-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL END-OF-LEDGER
                  READ LEDGER-FILE
                      AT END
                          SET END-OF-LEDGER TO TRUE
                      NOT AT END
                          IF OQ-PO-NUMBER IS NUMERIC
                             AND OQ-PO-NUMBER > 0
                             AND OQ-UNIT-PRICE IS NUMERIC
                             MOVE OQ-PO-NUMBER TO WS-FIND-PO-NUMBER
                             PERFORM A001-FIND-PO
                             IF PURCHASE-ORDER-FOUND
                                MOVE OQ-UNIT-PRICE
                                    TO PT-UNIT-PRICE (PT-IDX)
                                IF OQ-DELIVERED IS NUMERIC
                                   ADD OQ-DELIVERED
                                     TO PT-LEDGER-DELIVERED (PT-IDX)
                                END-IF
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF.

       A001-LOAD-RECEIPTS.

      *    Closed orders have left the ledger, so the receipt history
      *    supplies both what has come in and, for those, the price.
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
                          IF RV-PO-NUMBER > 0
                             MOVE RV-PO-NUMBER TO WS-FIND-PO-NUMBER
                             PERFORM A001-FIND-PO
                             IF PURCHASE-ORDER-FOUND
                                ADD RV-QTY
                                    TO PT-RECEIVED-QTY (PT-IDX)
                                IF PT-UNIT-PRICE (PT-IDX) = 0
                                   MOVE RV-UNIT-PRICE
                                       TO PT-UNIT-PRICE (PT-IDX)
                                END-IF
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RECEIPT-HISTORY-FILE
           END-IF.

      *    Deliveries booked before the receipt history was kept only
      *    show on the ledger, so whichever figure is the larger is
      *    what has come in.
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               IF PT-LEDGER-DELIVERED (PT-IDX)
                  > PT-RECEIVED-QTY (PT-IDX)
                  MOVE PT-LEDGER-DELIVERED (PT-IDX)
                      TO PT-RECEIVED-QTY (PT-IDX)
               END-IF
           END-PERFORM.

       A001-LOAD-REGISTER.

           OPEN INPUT INVOICE-REGISTER-FILE.

           IF WS-INV-REGISTER-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-INV-REGISTER-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open invoice register, "
                         "status " WS-INV-REGISTER-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL END-OF-REGISTER
                  READ INVOICE-REGISTER-FILE
                      AT END
                          SET END-OF-REGISTER TO TRUE
                      NOT AT END
                          IF IG-APPROVED
                             MOVE IG-SUPPLIER-ID
                                 TO WS-KEY-SUPPLIER-ID
                             MOVE IG-INVOICE-NO  TO WS-KEY-INVOICE-NO
                             MOVE IG-LINE-NO     TO WS-KEY-LINE-NO
                             PERFORM A001-ADD-INVOICE-KEY
                             MOVE IG-PO-NUMBER
                                 TO WS-FIND-PO-NUMBER
                             PERFORM A001-FIND-PO
                             IF PURCHASE-ORDER-FOUND
                                ADD IG-QTY
                                    TO PT-INVOICED-QTY (PT-IDX)
                             END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE INVOICE-REGISTER-FILE
           END-IF.

       A001-ADD-INVOICE-KEY.

           IF IK-COUNT >= 2000
              DISPLAY "*** FATAL: more than 2000 approved invoice "
                      "lines on the register - archive it before "
                      "matching ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO IK-COUNT.
           SET IK-IDX TO IK-COUNT.
           MOVE WS-KEY-SUPPLIER-ID TO IK-SUPPLIER-ID (IK-IDX).
           MOVE WS-KEY-INVOICE-NO  TO IK-INVOICE-NO (IK-IDX).
           MOVE WS-KEY-LINE-NO     TO IK-LINE-NO (IK-IDX).

       A002-OPEN-OUTPUTS.

           OPEN EXTEND INVOICE-REGISTER-FILE.
           IF WS-INV-REGISTER-STATUS = "35"
              OPEN OUTPUT INVOICE-REGISTER-FILE
           END-IF.
           IF WS-INV-REGISTER-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open invoice register, "
                      "status " WS-INV-REGISTER-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT APPROVED-INVOICE-FILE.
           IF WS-APPROVED-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open approved invoice "
                      "file, status " WS-APPROVED-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT HELD-REPORT-FILE.
           IF WS-HELD-RPT-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open held invoice "
                      "report, status " WS-HELD-RPT-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       A003-MATCH-ONE-LINE.

      *    The checks run in order and the first failure is the one
      *    the line is held for.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE IV-SUPPLIER-ID TO WS-KEY-SUPPLIER-ID.
           MOVE IV-INVOICE-NO  TO WS-KEY-INVOICE-NO.
           MOVE IV-LINE-NO     TO WS-KEY-LINE-NO.

           MOVE "N" TO WS-KEY-FOUND-SWITCH.
           IF IK-COUNT > 0
              SET IK-IDX TO 1
              SEARCH IK-ENTRY
                 AT END
                    CONTINUE
                 WHEN IK-SUPPLIER-ID (IK-IDX) = IV-SUPPLIER-ID
                      AND IK-INVOICE-NO (IK-IDX) = IV-INVOICE-NO
                      AND IK-LINE-NO (IK-IDX) = IV-LINE-NO
                    SET INVOICE-KEY-FOUND TO TRUE
              END-SEARCH
           END-IF.

           IF INVOICE-KEY-FOUND
              MOVE "DUPLICATE" TO WS-HOLD-REASON
           ELSE
              PERFORM A001-ADD-INVOICE-KEY
           END-IF.

           IF IV-QTY IS NOT NUMERIC
              OR IV-UNIT-PRICE IS NOT NUMERIC
              OR IV-LINE-VALUE IS NOT NUMERIC
              OR IV-PO-NUMBER IS NOT NUMERIC
              IF WS-HOLD-REASON = SPACES
                 MOVE "BAD LINE" TO WS-HOLD-REASON
              END-IF
              MOVE 0 TO IV-QTY
              MOVE 0 TO IV-UNIT-PRICE
              MOVE 0 TO IV-LINE-VALUE
              MOVE "N" TO WS-PO-FOUND-SWITCH
           ELSE
              MOVE IV-PO-NUMBER TO WS-FIND-PO-NUMBER
              PERFORM A001-FIND-PO
           END-IF.

           IF WS-HOLD-REASON = SPACES
              IF NOT PURCHASE-ORDER-FOUND
                 MOVE "NO PO" TO WS-HOLD-REASON
              ELSE
                 IF PT-SUPPLIER-ID (PT-IDX) NOT = IV-SUPPLIER-ID
                    OR PT-BLEND (PT-IDX) NOT = IV-BLEND
                    MOVE "PO MISMATCH" TO WS-HOLD-REASON
                 END-IF
              END-IF
           END-IF.

           IF WS-HOLD-REASON = SPACES
              AND PT-RECEIVED-QTY (PT-IDX) = 0
              MOVE "NO RECEIPT" TO WS-HOLD-REASON
           END-IF.

           IF WS-HOLD-REASON = SPACES
              PERFORM A004-CHECK-PRICE
           END-IF.

           IF WS-HOLD-REASON = SPACES
              PERFORM A004-CHECK-QUANTITY
           END-IF.

           IF WS-HOLD-REASON = SPACES
              PERFORM A004-CHECK-LINE-VALUE
           END-IF.

           PERFORM A006-WRITE-REGISTER.

       A004-CHECK-PRICE.

           COMPUTE WS-PRICE-DIFF =
               IV-UNIT-PRICE - PT-UNIT-PRICE (PT-IDX).
           IF WS-PRICE-DIFF < 0
              COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF.

           IF PT-UNIT-PRICE (PT-IDX) = 0
              IF WS-PRICE-DIFF > 0
                 MOVE "PRICE VARIANCE" TO WS-HOLD-REASON
              END-IF
           ELSE
              COMPUTE WS-PRICE-VAR-PCT ROUNDED =
                  WS-PRICE-DIFF * 100 / PT-UNIT-PRICE (PT-IDX)
                  ON SIZE ERROR
                      MOVE 99999.99 TO WS-PRICE-VAR-PCT
              END-COMPUTE
              IF WS-PRICE-VAR-PCT > INVOICE-PRICE-TOL
                 MOVE "PRICE VARIANCE" TO WS-HOLD-REASON
              END-IF
           END-IF.

       A004-CHECK-QUANTITY.

      *    Everything billed against the PO so far, this line
      *    included, may not run past what was ordered or what has
      *    actually come through the dock, give or take tolerance.
           COMPUTE WS-CUM-INVOICED =
               PT-INVOICED-QTY (PT-IDX) + IV-QTY.

           COMPUTE WS-QTY-LIMIT ROUNDED =
               PT-RECEIVED-QTY (PT-IDX) * (100 + INVOICE-QTY-TOL)
               / 100.
           IF WS-CUM-INVOICED > WS-QTY-LIMIT
              MOVE "QTY VARIANCE" TO WS-HOLD-REASON
           END-IF.

           COMPUTE WS-QTY-LIMIT ROUNDED =
               PT-ORDER-QTY (PT-IDX) * (100 + INVOICE-QTY-TOL)
               / 100.
           IF WS-CUM-INVOICED > WS-QTY-LIMIT
              MOVE "QTY VARIANCE" TO WS-HOLD-REASON
           END-IF.

       A004-CHECK-LINE-VALUE.

      *    The extended value billed must be the quantity at the unit
      *    price, within the price tolerance - otherwise a line at the
      *    right price and quantity could still be overcharged.
           COMPUTE WS-EXTENDED-VALUE ROUNDED =
               IV-QTY * IV-UNIT-PRICE
               ON SIZE ERROR
                   MOVE "VALUE VARIANCE" TO WS-HOLD-REASON
           END-COMPUTE.

           IF WS-HOLD-REASON = SPACES
              IF IV-LINE-VALUE > WS-EXTENDED-VALUE
                 COMPUTE WS-VALUE-DIFF =
                     IV-LINE-VALUE - WS-EXTENDED-VALUE
              ELSE
                 COMPUTE WS-VALUE-DIFF =
                     WS-EXTENDED-VALUE - IV-LINE-VALUE
              END-IF
              IF WS-EXTENDED-VALUE = 0
                 IF WS-VALUE-DIFF > 0
                    MOVE "VALUE VARIANCE" TO WS-HOLD-REASON
                 END-IF
              ELSE
                 COMPUTE WS-VALUE-VAR-PCT ROUNDED =
                     WS-VALUE-DIFF * 100 / WS-EXTENDED-VALUE
                     ON SIZE ERROR
                         MOVE 99999.99 TO WS-VALUE-VAR-PCT
                 END-COMPUTE
                 IF WS-VALUE-VAR-PCT > INVOICE-PRICE-TOL
                    MOVE "VALUE VARIANCE" TO WS-HOLD-REASON
                 END-IF
              END-IF
           END-IF.

       A005-REPORT-HEADER.

           MOVE WS-RUN-DATE       TO HH1-RUN-DATE.
           MOVE INVOICE-PRICE-TOL TO HH1-PRICE-TOL.
           MOVE INVOICE-QTY-TOL   TO HH1-QTY-TOL.
           WRITE HELD-REPORT-RECORD FROM WS-HLD-HEADING-1.
           MOVE SPACES TO HELD-REPORT-RECORD.
           WRITE HELD-REPORT-RECORD.
           WRITE HELD-REPORT-RECORD FROM WS-HLD-COL-HEADING.
           MOVE SPACES TO HELD-REPORT-RECORD.
           WRITE HELD-REPORT-RECORD.

       A005-HELD-LINE.

           MOVE IV-SUPPLIER-ID    TO HD-SUPPLIER-ID.
           MOVE IV-INVOICE-NO     TO HD-INVOICE-NO.
           MOVE IV-LINE-NO        TO HD-LINE-NO.
           MOVE IV-PO-NUMBER      TO HD-PO-NUMBER.
           MOVE IV-BLEND          TO HD-BLEND.
           MOVE IV-QTY            TO HD-QTY.
           MOVE IG-RECEIVED-QTY   TO HD-RECEIVED-QTY.
           MOVE IV-UNIT-PRICE     TO HD-UNIT-PRICE.
           MOVE IG-PO-UNIT-PRICE  TO HD-PO-UNIT-PRICE.
           MOVE IV-LINE-VALUE     TO HD-LINE-VALUE.
           MOVE WS-HOLD-REASON    TO HD-HOLD-REASON.
           WRITE HELD-REPORT-RECORD FROM WS-HLD-DETAIL.

       A005-REPORT-FOOTER.

           IF WS-HELD-COUNT = 0
              MOVE "NO INVOICE LINES HELD THIS RUN"
                  TO HELD-REPORT-RECORD
              WRITE HELD-REPORT-RECORD
           END-IF.

           MOVE SPACES TO HELD-REPORT-RECORD.
           WRITE HELD-REPORT-RECORD.
           MOVE "INVOICE LINES READ:"      TO HF-COUNT-LABEL.
           MOVE WS-LINES-READ              TO HF-COUNT.
           WRITE HELD-REPORT-RECORD FROM WS-HLD-FOOTING-COUNT.
           MOVE "APPROVED FOR PAYMENT:"    TO HF-COUNT-LABEL.
           MOVE WS-APPROVED-COUNT          TO HF-COUNT.
           WRITE HELD-REPORT-RECORD FROM WS-HLD-FOOTING-COUNT.
           MOVE "HELD:"                    TO HF-COUNT-LABEL.
           MOVE WS-HELD-COUNT              TO HF-COUNT.
           WRITE HELD-REPORT-RECORD FROM WS-HLD-FOOTING-COUNT.
           MOVE "VALUE APPROVED:"          TO HF-VALUE-LABEL.
           MOVE WS-APPROVED-VALUE          TO HF-VALUE.
           WRITE HELD-REPORT-RECORD FROM WS-HLD-FOOTING-VALUE.
           MOVE "VALUE HELD:"              TO HF-VALUE-LABEL.
           MOVE WS-HELD-VALUE              TO HF-VALUE.
           WRITE HELD-REPORT-RECORD FROM WS-HLD-FOOTING-VALUE.

       A006-WRITE-REGISTER.

           MOVE WS-RUN-DATE     TO IG-RUN-DATE.
           MOVE WS-HOLD-REASON  TO IG-HOLD-REASON.
           MOVE IV-SUPPLIER-ID  TO IG-SUPPLIER-ID.
           MOVE IV-INVOICE-NO   TO IG-INVOICE-NO.
           MOVE IV-INVOICE-DATE TO IG-INVOICE-DATE.
           MOVE IV-LINE-NO      TO IG-LINE-NO.
           MOVE IV-PO-NUMBER    TO IG-PO-NUMBER.
           MOVE IV-BLEND        TO IG-BLEND.
           MOVE IV-QTY          TO IG-QTY.
           MOVE IV-UNIT-PRICE   TO IG-UNIT-PRICE.
           MOVE IV-LINE-VALUE   TO IG-LINE-VALUE.
           IF PURCHASE-ORDER-FOUND
              MOVE PT-UNIT-PRICE (PT-IDX)   TO IG-PO-UNIT-PRICE
              MOVE PT-RECEIVED-QTY (PT-IDX) TO IG-RECEIVED-QTY
           ELSE
              MOVE 0 TO IG-PO-UNIT-PRICE
              MOVE 0 TO IG-RECEIVED-QTY
           END-IF.

           IF WS-HOLD-REASON = SPACES
              SET IG-APPROVED TO TRUE
              ADD IV-QTY TO PT-INVOICED-QTY (PT-IDX)
              ADD 1 TO WS-APPROVED-COUNT
              ADD IV-LINE-VALUE TO WS-APPROVED-VALUE
              MOVE INVOICE-REGISTER-RECORD TO APPROVED-INVOICE-RECORD
              WRITE APPROVED-INVOICE-RECORD
           ELSE
              SET IG-HELD TO TRUE
              ADD 1 TO WS-HELD-COUNT
              ADD IV-LINE-VALUE TO WS-HELD-VALUE
              PERFORM A005-HELD-LINE
           END-IF.

           WRITE INVOICE-REGISTER-RECORD.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks teainvoice.cbl
      *    ./teainvoice
