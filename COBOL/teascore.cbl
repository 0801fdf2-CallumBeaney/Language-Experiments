       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEA-SCORECARD.
       AUTHOR. CALLUM BEANEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO "data/supplier-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO "data/purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.

           SELECT RECEIPT-HISTORY-FILE
               ASSIGN TO "data/receipt-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT RUN-PARAMETER-FILE
               ASSIGN TO "data/run-parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT SCORECARD-FILE ASSIGN TO DYNAMIC WS-SCORECARD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORECARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPPLIER-MASTER-FILE
           RECORDING MODE IS F.

       COPY SUPPREC.

       FD  PURCHASE-ORDER-FILE
           RECORDING MODE IS F.

       COPY PORDREC.

       FD  RECEIPT-HISTORY-FILE
           RECORDING MODE IS F.

       COPY RCPTREC.

       FD  RUN-PARAMETER-FILE
           RECORDING MODE IS F.

       COPY PARMREC.

       FD  SCORECARD-FILE
           RECORDING MODE IS F.
       01  SCORECARD-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       COPY EXCREC.

       01  WS-SUPPLIER-STATUS       PIC XX      VALUE "00".
       01  WS-PURCHASE-ORDER-STATUS PIC XX      VALUE "00".
       01  WS-RECEIPT-STATUS        PIC XX      VALUE "00".
       01  WS-RUN-PARM-STATUS       PIC XX      VALUE "00".
       01  WS-SCORECARD-STATUS      PIC XX      VALUE "00".

       01  WS-SUPPLIER-EOF-SWITCH   PIC X       VALUE "N".
           88 END-OF-SUPPLIERS                  VALUE "Y".
       01  WS-PO-EOF-SWITCH         PIC X       VALUE "N".
           88 END-OF-PURCHASE-ORDERS            VALUE "Y".
       01  WS-RECEIPT-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-RECEIPTS                   VALUE "Y".
       01  WS-PARM-EOF-SWITCH       PIC X       VALUE "N".
           88 END-OF-PARAMETERS                 VALUE "Y".

       01  WS-PO-FOUND-SWITCH       PIC X       VALUE "N".
           88 PURCHASE-ORDER-FOUND              VALUE "Y".
       01  WS-SC-FOUND-SWITCH       PIC X       VALUE "N".
           88 SCORE-LINE-FOUND                  VALUE "Y".

       01  WS-COMMAND-LINE          PIC X(80)   VALUE SPACES.
       01  WS-SCORE-MONTH           PIC X(6)    VALUE SPACES.
       01  WS-SCORECARD-NAME        PIC X(40)   VALUE SPACES.

       01  WS-RUN-DATE              PIC X(8).
       01  WS-PARM-EFF-LEAD-DRIFT   PIC X(8)    VALUE SPACES.

      *    How far, as a percentage, a supplier's actual average lead
      *    time may run past the master lead time before it is flagged.
       01  SCORECARD-LEAD-DRIFT     PIC 9(4)V9(2) VALUE 25.00.

      *    The month is scored as it stood at its last day, or as it
      *    stands today when the current month is run early.
       01  WS-MONTH-START           PIC 9(8)    VALUE 0.
       01  WS-MONTH-END             PIC 9(8)    VALUE 0.
       01  WS-AS-OF-DATE            PIC 9(8)    VALUE 0.
       01  WS-NEXT-MONTH            PIC 9(8)    VALUE 0.
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
           05 WS-NEXT-YEAR          PIC 9(4).
           05 WS-NEXT-MM            PIC 9(2).
           05 WS-NEXT-DD            PIC 9(2).
       01  WS-DATE-INT              PIC 9(7)    VALUE 0.

       01  WS-FIND-PO-NUMBER        PIC 9(6)    VALUE 0.
       01  WS-FIND-SUPPLIER-ID      PIC X(8)    VALUE SPACES.
       01  WS-FIND-BLEND            PIC X(2)    VALUE SPACES.
       01  WS-CURRENT-SUPPLIER      PIC X(8)    VALUE SPACES.

       01  WS-RECEIPT-DATE          PIC 9(8)    VALUE 0.
       01  WS-LEAD-DAYS             PIC 9(5)    VALUE 0.
       01  WS-DAYS-LATE             PIC 9(5)    VALUE 0.
       01  WS-AVG-LEAD              PIC 9(5)V9(2) VALUE 0.
       01  WS-DRIFT-LIMIT           PIC 9(7)V9(2) VALUE 0.
       01  WS-PERCENT               PIC 9(5)V9(2) VALUE 0.
       01  WS-DRIFT-SWITCH          PIC X       VALUE "N".
           88 LEAD-TIME-DRIFTED                 VALUE "Y".
       01  WS-SUPPLIER-DRIFT-SWITCH PIC X       VALUE "N".
           88 SUPPLIER-DRIFTED                  VALUE "Y".

       01  WS-LINE-FIGURES.
           05 WL-MASTER-LEAD        PIC 9(5)V9(2).
           05 WL-DELIVERIES         PIC 9(5).
           05 WL-LEAD-DAYS          PIC 9(9).
           05 WL-ON-TIME            PIC 9(5).
           05 WL-POS-DUE            PIC 9(5).
           05 WL-DUE-ORDERED        PIC 9(11)V9(2).
           05 WL-DUE-RECEIVED       PIC 9(11)V9(2).
           05 WL-SHORT              PIC 9(5).
           05 WL-OVER               PIC 9(5).
           05 WL-PAST-DUE           PIC 9(5).

       01  WS-SUPPLIER-TOTALS.
           05 WT-DELIVERIES         PIC 9(5).
           05 WT-LEAD-DAYS          PIC 9(9).
           05 WT-MASTER-DAYS        PIC 9(9).
           05 WT-MASTER-SUM         PIC 9(7).
           05 WT-BLEND-COUNT        PIC 9(3).
           05 WT-ON-TIME            PIC 9(5).
           05 WT-POS-DUE            PIC 9(5).
           05 WT-DUE-ORDERED        PIC 9(11)V9(2).
           05 WT-DUE-RECEIVED       PIC 9(11)V9(2).
           05 WT-SHORT              PIC 9(5).
           05 WT-OVER               PIC 9(5).
           05 WT-PAST-DUE           PIC 9(5).

       01  WS-SUPPLIER-COUNT        PIC 9(5)    VALUE 0.
       01  WS-DRIFT-COUNT           PIC 9(5)    VALUE 0.
       01  WS-UNMATCHED-RECEIPTS    PIC 9(5)    VALUE 0.

       01  PO-TABLE.
           05 PT-ENTRY OCCURS 500 TIMES INDEXED BY PT-IDX.
              10 PT-PO-NUMBER       PIC 9(6).
              10 PT-SUPPLIER-ID     PIC X(8).
              10 PT-BLEND           PIC X(2).
              10 PT-ORDER-DATE      PIC 9(8).
              10 PT-DUE-DATE        PIC 9(8).
              10 PT-ORDER-QTY       PIC 9(9)V9(2).
              10 PT-RECEIVED-QTY    PIC 9(9)V9(2).
       01  PT-COUNT                 PIC 9(3)    VALUE 0.
       01  PT-SUB                   PIC 9(3)    VALUE 0.

       01  SCORE-TABLE.
           05 SC-ENTRY OCCURS 100 TIMES INDEXED BY SC-IDX.
              10 SC-SUPPLIER-ID     PIC X(8).
              10 SC-BLEND           PIC X(2).
              10 SC-MASTER-LEAD     PIC 9(3).
              10 SC-DELIVERIES      PIC 9(5).
              10 SC-LEAD-DAYS       PIC 9(9).
              10 SC-ON-TIME         PIC 9(5).
              10 SC-POS-DUE         PIC 9(5).
              10 SC-DUE-ORDERED     PIC 9(11)V9(2).
              10 SC-DUE-RECEIVED    PIC 9(11)V9(2).
              10 SC-SHORT           PIC 9(5).
              10 SC-OVER            PIC 9(5).
              10 SC-PAST-DUE        PIC 9(5).
              10 SC-PRINTED         PIC X(1).
                 88 SC-ALREADY-PRINTED          VALUE "Y".
       01  SC-COUNT                 PIC 9(3)    VALUE 0.
       01  SC-SUB                   PIC 9(3)    VALUE 0.
       01  SC-SUP-SUB               PIC 9(3)    VALUE 0.

       01  WS-SCR-HEADING-1.
           05 FILLER                PIC X(30)
                     VALUE "SUPPLIER PERFORMANCE SCORECARD".
           05 FILLER                PIC X(9)    VALUE "  MONTH:".
           05 CH1-MONTH             PIC X(6).
           05 FILLER                PIC X(9)    VALUE "  AS OF:".
           05 CH1-AS-OF             PIC 9(8).
           05 FILLER                PIC X(21)
                                     VALUE "  LEAD DRIFT LIMIT %:".
           05 CH1-DRIFT             PIC ZZZ9.99.

       01  WS-SCR-SUPPLIER-HEADING.
           05 FILLER                PIC X(10)   VALUE "SUPPLIER".
           05 CS-SUPPLIER-ID        PIC X(8).

       01  WS-SCR-COL-HEADING.
           05 FILLER                PIC X(9)    VALUE "  BLEND".
           05 FILLER                PIC X(8)    VALUE " MSTR LT".
           05 FILLER                PIC X(7)    VALUE "  DELIV".
           05 FILLER                PIC X(10)   VALUE "    AVG LT".
           05 FILLER                PIC X(10)   VALUE " ON TIME %".
           05 FILLER                PIC X(8)    VALUE " POS DUE".
           05 FILLER                PIC X(14)   VALUE "       ORDERED".
           05 FILLER                PIC X(14)   VALUE "      RECEIVED".
           05 FILLER                PIC X(9)    VALUE "   FILL %".
           05 FILLER                PIC X(7)    VALUE "  SHORT".
           05 FILLER                PIC X(6)    VALUE "  OVER".
           05 FILLER                PIC X(10)   VALUE "  PAST DUE".
           05 FILLER                PIC X(6)    VALUE SPACES.

       01  WS-SCR-DETAIL.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 CD-BLEND              PIC X(5).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 CD-MASTER-LEAD        PIC ZZZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 CD-DELIVERIES         PIC ZZZZ9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 CD-AVG-LEAD           PIC ZZZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 CD-ON-TIME-PCT        PIC ZZZZ9.99.
           05 FILLER                PIC X(3)    VALUE SPACES.
           05 CD-POS-DUE            PIC ZZZZ9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 CD-DUE-ORDERED        PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 CD-DUE-RECEIVED       PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 CD-FILL-PCT           PIC ZZZZ9.99.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 CD-SHORT              PIC ZZZZ9.
           05 FILLER                PIC X(1)    VALUE SPACES.
           05 CD-OVER               PIC ZZZZ9.
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 CD-PAST-DUE           PIC ZZZZ9.
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 CD-FLAG               PIC X(15).

       01  WS-SCR-PAST-DUE-LINE.
           05 FILLER                PIC X(13)
                                     VALUE "    OPEN PO".
           05 CP-PO-NUMBER          PIC 9(6).
           05 FILLER                PIC X(8)    VALUE "  BLEND".
           05 CP-BLEND              PIC X(2).
           05 FILLER                PIC X(6)    VALUE "  DUE".
           05 CP-DUE-DATE           PIC 9(8).
           05 FILLER                PIC X(10)   VALUE "  ORDERED".
           05 CP-ORDER-QTY          PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(11)   VALUE "  RECEIVED".
           05 CP-RECEIVED-QTY       PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(12)   VALUE "  DAYS LATE".
           05 CP-DAYS-LATE          PIC ZZZZ9.

       01  WS-SCR-FOOTING.
           05 CF-LABEL              PIC X(34).
           05 CF-COUNT              PIC ZZZZ9.

       PROCEDURE DIVISION.
       A000-FIRST-PARA.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

           IF WS-COMMAND-LINE (1:6) IS NOT NUMERIC
              OR WS-COMMAND-LINE (5:2) < "01"
              OR WS-COMMAND-LINE (5:2) > "12"
              DISPLAY "Usage: teascore <YYYYMM>"
              STOP RUN
           END-IF.

           MOVE WS-COMMAND-LINE (1:6) TO WS-SCORE-MONTH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM A001-SET-MONTH-DATES.

           MOVE SPACES TO WS-SCORECARD-NAME.
           STRING "data/supplier-scorecard." WS-SCORE-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-SCORECARD-NAME.

           PERFORM A001-LOAD-PARAMETERS.
           PERFORM A001-LOAD-SUPPLIERS.
           PERFORM A001-LOAD-PURCHASE-ORDERS.
           PERFORM A002-SCAN-RECEIPTS.
           PERFORM A003-SCORE-PURCHASE-ORDERS.

           OPEN OUTPUT SCORECARD-FILE.
           IF WS-SCORECARD-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open supplier scorecard, "
                      "status " WS-SCORECARD-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM A005-REPORT-HEADER.

           PERFORM VARYING SC-SUP-SUB FROM 1 BY 1
                   UNTIL SC-SUP-SUB > SC-COUNT
               IF NOT SC-ALREADY-PRINTED (SC-SUP-SUB)
                  PERFORM A004-ONE-SUPPLIER
               END-IF
           END-PERFORM.

           PERFORM A005-REPORT-FOOTER.

           CLOSE SCORECARD-FILE.

           DISPLAY "Supplier scorecard for " WS-SCORE-MONTH
                   " written - suppliers: " WS-SUPPLIER-COUNT
                   "  lead-time drift: " WS-DRIFT-COUNT.

           STOP RUN.

       A001-SET-MONTH-DATES.

           MOVE WS-SCORE-MONTH TO WS-NEXT-MONTH-X (1:6).
           MOVE 1 TO WS-NEXT-DD.
           MOVE WS-NEXT-MONTH TO WS-MONTH-START.

           IF WS-NEXT-MM = 12
              ADD 1 TO WS-NEXT-YEAR
              MOVE 1 TO WS-NEXT-MM
           ELSE
              ADD 1 TO WS-NEXT-MM
           END-IF.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH) - 1.
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).

           MOVE WS-MONTH-END TO WS-AS-OF-DATE.
           IF WS-RUN-DATE < WS-MONTH-END
              MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF.

       A001-LOAD-PARAMETERS.

           OPEN INPUT RUN-PARAMETER-FILE.

           IF WS-RUN-PARM-STATUS = "00"
              PERFORM UNTIL END-OF-PARAMETERS
                  READ RUN-PARAMETER-FILE
                      AT END
                          SET END-OF-PARAMETERS TO TRUE
                      NOT AT END
                          IF PM-NAME = "SCORECARD-LEAD-DRIFT"
                             AND PM-EFFECTIVE-DATE IS NUMERIC
                             AND PM-EFFECTIVE-DATE NOT > WS-RUN-DATE
                             AND PM-EFFECTIVE-DATE
                                 >= WS-PARM-EFF-LEAD-DRIFT
                             AND PM-VALUE-AMOUNT IS NUMERIC
                             MOVE PM-VALUE-AMOUNT
                                 TO SCORECARD-LEAD-DRIFT
                             MOVE PM-EFFECTIVE-DATE
                                 TO WS-PARM-EFF-LEAD-DRIFT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RUN-PARAMETER-FILE
           ELSE
              DISPLAY "*** WARNING: could not open run parameter "
                      "file, status " WS-RUN-PARM-STATUS
                      " - using the compiled-in drift limit ***"
           END-IF.

       A001-LOAD-SUPPLIERS.

      *    Every supplier on the master gets a section, whether or not
      *    it had any business in the month.
           OPEN INPUT SUPPLIER-MASTER-FILE.

           IF WS-SUPPLIER-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open supplier master, "
                      "status " WS-SUPPLIER-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-SUPPLIERS
               READ SUPPLIER-MASTER-FILE
                   AT END
                       SET END-OF-SUPPLIERS TO TRUE
                   NOT AT END
                       MOVE SM-SUPPLIER-ID TO WS-FIND-SUPPLIER-ID
                       MOVE SM-BLEND       TO WS-FIND-BLEND
                       PERFORM A002-FIND-OR-ADD-SCORE-LINE
                       MOVE SM-LEAD-DAYS
                           TO SC-MASTER-LEAD (SC-IDX)
               END-READ
           END-PERFORM.

           CLOSE SUPPLIER-MASTER-FILE.

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
                          IF PO-ORDER-DATE IS NUMERIC
                             AND PO-DUE-DATE IS NUMERIC
                             AND PO-ORDER-DATE NOT > WS-AS-OF-DATE
                             PERFORM A001-ADD-PURCHASE-ORDER
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PURCHASE-ORDER-FILE
           END-IF.

       A001-ADD-PURCHASE-ORDER.

           IF PT-COUNT >= 500
              DISPLAY "*** FATAL: purchase order file has more than "
                      "500 orders - enlarge the PO table ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO PT-COUNT.
           SET PT-IDX TO PT-COUNT.
           MOVE PO-NUMBER      TO PT-PO-NUMBER (PT-IDX).
           MOVE PO-SUPPLIER-ID TO PT-SUPPLIER-ID (PT-IDX).
           MOVE PO-BLEND       TO PT-BLEND (PT-IDX).
           MOVE PO-ORDER-DATE  TO PT-ORDER-DATE (PT-IDX).
           MOVE PO-DUE-DATE    TO PT-DUE-DATE (PT-IDX).
           MOVE PO-ORDER-QTY   TO PT-ORDER-QTY (PT-IDX).
           MOVE 0              TO PT-RECEIVED-QTY (PT-IDX).

      *    A supplier dropped from the master since the order was
      *    raised is still scored, against the lead time the order
      *    was given.
           MOVE PO-SUPPLIER-ID TO WS-FIND-SUPPLIER-ID.
           MOVE PO-BLEND       TO WS-FIND-BLEND.
           PERFORM A002-FIND-OR-ADD-SCORE-LINE.
           IF SC-MASTER-LEAD (SC-IDX) = 0
              COMPUTE SC-MASTER-LEAD (SC-IDX) =
                  FUNCTION INTEGER-OF-DATE (PT-DUE-DATE (PT-IDX))
                  - FUNCTION INTEGER-OF-DATE (PT-ORDER-DATE (PT-IDX))
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

       A002-FIND-OR-ADD-SCORE-LINE.

           MOVE "N" TO WS-SC-FOUND-SWITCH.

           IF SC-COUNT > 0
              SET SC-IDX TO 1
              SEARCH SC-ENTRY
                 AT END
                    CONTINUE
                 WHEN SC-SUPPLIER-ID (SC-IDX) = WS-FIND-SUPPLIER-ID
                      AND SC-BLEND (SC-IDX) = WS-FIND-BLEND
                    SET SCORE-LINE-FOUND TO TRUE
              END-SEARCH
           END-IF.

           IF NOT SCORE-LINE-FOUND
              IF SC-COUNT >= 100
                 DISPLAY "*** FATAL: more than 100 supplier and "
                         "blend lines - enlarge the score table ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO SC-COUNT
              SET SC-IDX TO SC-COUNT
              MOVE WS-FIND-SUPPLIER-ID TO SC-SUPPLIER-ID (SC-IDX)
              MOVE WS-FIND-BLEND       TO SC-BLEND (SC-IDX)
              MOVE 0   TO SC-MASTER-LEAD (SC-IDX)
              MOVE 0   TO SC-DELIVERIES (SC-IDX)
              MOVE 0   TO SC-LEAD-DAYS (SC-IDX)
              MOVE 0   TO SC-ON-TIME (SC-IDX)
              MOVE 0   TO SC-POS-DUE (SC-IDX)
              MOVE 0   TO SC-DUE-ORDERED (SC-IDX)
              MOVE 0   TO SC-DUE-RECEIVED (SC-IDX)
              MOVE 0   TO SC-SHORT (SC-IDX)
              MOVE 0   TO SC-OVER (SC-IDX)
              MOVE 0   TO SC-PAST-DUE (SC-IDX)
              MOVE "N" TO SC-PRINTED (SC-IDX)
           END-IF.

       A002-SCAN-RECEIPTS.

      *    Receipts up to the as-of date count towards what each PO has
      *    had delivered; those dated in the month are also timed.
           OPEN INPUT RECEIPT-HISTORY-FILE.

           IF WS-RECEIPT-STATUS = "35"
              DISPLAY "*** WARNING: no receipt history - every "
                      "delivery figure will be zero ***"
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
                          IF RV-RECEIPT-DATE IS NUMERIC
                             AND RV-QTY IS NUMERIC
                             AND RV-RECEIPT-DATE NOT > WS-AS-OF-DATE
                             PERFORM A002-APPLY-RECEIPT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RECEIPT-HISTORY-FILE
           END-IF.

       A002-APPLY-RECEIPT.

           MOVE RV-PO-NUMBER TO WS-FIND-PO-NUMBER.
           PERFORM A001-FIND-PO.

           IF NOT PURCHASE-ORDER-FOUND
              ADD 1 TO WS-UNMATCHED-RECEIPTS
           ELSE
              ADD RV-QTY TO PT-RECEIVED-QTY (PT-IDX)
              MOVE RV-RECEIPT-DATE TO WS-RECEIPT-DATE
              IF WS-RECEIPT-DATE NOT < WS-MONTH-START
                 MOVE PT-SUPPLIER-ID (PT-IDX) TO WS-FIND-SUPPLIER-ID
                 MOVE PT-BLEND (PT-IDX)       TO WS-FIND-BLEND
                 PERFORM A002-FIND-OR-ADD-SCORE-LINE
                 IF WS-RECEIPT-DATE > PT-ORDER-DATE (PT-IDX)
                    COMPUTE WS-LEAD-DAYS =
                        FUNCTION INTEGER-OF-DATE (WS-RECEIPT-DATE)
                        - FUNCTION INTEGER-OF-DATE
                              (PT-ORDER-DATE (PT-IDX))
                 ELSE
                    MOVE 0 TO WS-LEAD-DAYS
                 END-IF
                 ADD 1 TO SC-DELIVERIES (SC-IDX)
                 ADD WS-LEAD-DAYS TO SC-LEAD-DAYS (SC-IDX)
                 IF WS-RECEIPT-DATE NOT > PT-DUE-DATE (PT-IDX)
                    ADD 1 TO SC-ON-TIME (SC-IDX)
                 END-IF
              END-IF
           END-IF.

       A003-SCORE-PURCHASE-ORDERS.

           PERFORM VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT
               SET PT-IDX TO PT-SUB
               MOVE PT-SUPPLIER-ID (PT-IDX) TO WS-FIND-SUPPLIER-ID
               MOVE PT-BLEND (PT-IDX)       TO WS-FIND-BLEND
               PERFORM A002-FIND-OR-ADD-SCORE-LINE
      *        Fill rate, shorts and overs are judged on the orders
      *        that fell due in the month.
               IF PT-DUE-DATE (PT-IDX) NOT < WS-MONTH-START
                  AND PT-DUE-DATE (PT-IDX) NOT > WS-MONTH-END
                  ADD 1 TO SC-POS-DUE (SC-IDX)
                  ADD PT-ORDER-QTY (PT-IDX)
                      TO SC-DUE-ORDERED (SC-IDX)
                  ADD PT-RECEIVED-QTY (PT-IDX)
                      TO SC-DUE-RECEIVED (SC-IDX)
                  IF PT-RECEIVED-QTY (PT-IDX) < PT-ORDER-QTY (PT-IDX)
                     ADD 1 TO SC-SHORT (SC-IDX)
                  END-IF
                  IF PT-RECEIVED-QTY (PT-IDX) > PT-ORDER-QTY (PT-IDX)
                     ADD 1 TO SC-OVER (SC-IDX)
                  END-IF
               END-IF
               IF PT-DUE-DATE (PT-IDX) < WS-AS-OF-DATE
                  AND PT-RECEIVED-QTY (PT-IDX) < PT-ORDER-QTY (PT-IDX)
                  ADD 1 TO SC-PAST-DUE (SC-IDX)
               END-IF
           END-PERFORM.

       A004-ONE-SUPPLIER.

           MOVE SC-SUPPLIER-ID (SC-SUP-SUB) TO WS-CURRENT-SUPPLIER.
           INITIALIZE WS-SUPPLIER-TOTALS.
           MOVE "N" TO WS-SUPPLIER-DRIFT-SWITCH.
           ADD 1 TO WS-SUPPLIER-COUNT.

           MOVE SPACES TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
           MOVE WS-CURRENT-SUPPLIER TO CS-SUPPLIER-ID.
           WRITE SCORECARD-RECORD FROM WS-SCR-SUPPLIER-HEADING.
           WRITE SCORECARD-RECORD FROM WS-SCR-COL-HEADING.

           PERFORM VARYING SC-SUB FROM SC-SUP-SUB BY 1
                   UNTIL SC-SUB > SC-COUNT
               IF SC-SUPPLIER-ID (SC-SUB) = WS-CURRENT-SUPPLIER
                  PERFORM A004-ONE-BLEND
                  MOVE "Y" TO SC-PRINTED (SC-SUB)
               END-IF
           END-PERFORM.

           MOVE "TOTAL" TO CD-BLEND.
           IF WT-DELIVERIES > 0
              COMPUTE WL-MASTER-LEAD ROUNDED =
                  WT-MASTER-DAYS / WT-DELIVERIES
           ELSE
              COMPUTE WL-MASTER-LEAD ROUNDED =
                  WT-MASTER-SUM / WT-BLEND-COUNT
           END-IF.
           MOVE WT-DELIVERIES   TO WL-DELIVERIES.
           MOVE WT-LEAD-DAYS    TO WL-LEAD-DAYS.
           MOVE WT-ON-TIME      TO WL-ON-TIME.
           MOVE WT-POS-DUE      TO WL-POS-DUE.
           MOVE WT-DUE-ORDERED  TO WL-DUE-ORDERED.
           MOVE WT-DUE-RECEIVED TO WL-DUE-RECEIVED.
           MOVE WT-SHORT        TO WL-SHORT.
           MOVE WT-OVER         TO WL-OVER.
           MOVE WT-PAST-DUE     TO WL-PAST-DUE.
           PERFORM A004-PRINT-LINE.

           IF SUPPLIER-DRIFTED
              ADD 1 TO WS-DRIFT-COUNT
           END-IF.

           IF WT-PAST-DUE > 0
              PERFORM VARYING PT-SUB FROM 1 BY 1
                      UNTIL PT-SUB > PT-COUNT
                  IF PT-SUPPLIER-ID (PT-SUB) = WS-CURRENT-SUPPLIER
                     AND PT-DUE-DATE (PT-SUB) < WS-AS-OF-DATE
                     AND PT-RECEIVED-QTY (PT-SUB)
                         < PT-ORDER-QTY (PT-SUB)
                     PERFORM A004-PAST-DUE-LINE
                  END-IF
              END-PERFORM
           END-IF.

       A004-ONE-BLEND.

           MOVE SC-BLEND (SC-SUB)        TO CD-BLEND.
           MOVE SC-MASTER-LEAD (SC-SUB)  TO WL-MASTER-LEAD.
           MOVE SC-DELIVERIES (SC-SUB)   TO WL-DELIVERIES.
           MOVE SC-LEAD-DAYS (SC-SUB)    TO WL-LEAD-DAYS.
           MOVE SC-ON-TIME (SC-SUB)      TO WL-ON-TIME.
           MOVE SC-POS-DUE (SC-SUB)      TO WL-POS-DUE.
           MOVE SC-DUE-ORDERED (SC-SUB)  TO WL-DUE-ORDERED.
           MOVE SC-DUE-RECEIVED (SC-SUB) TO WL-DUE-RECEIVED.
           MOVE SC-SHORT (SC-SUB)        TO WL-SHORT.
           MOVE SC-OVER (SC-SUB)         TO WL-OVER.
           MOVE SC-PAST-DUE (SC-SUB)     TO WL-PAST-DUE.
           PERFORM A004-PRINT-LINE.

           IF LEAD-TIME-DRIFTED
              SET SUPPLIER-DRIFTED TO TRUE
              MOVE "SLTD" TO EX-CODE
              MOVE "W"    TO EX-SEVERITY
              MOVE SPACES TO EX-SHIP
              MOVE SPACES TO EX-LOCATION
              MOVE SPACES TO EX-TEXT
              STRING "Supplier " WS-CURRENT-SUPPLIER " blend "
                     SC-BLEND (SC-SUB) " lead time drift in "
                     WS-SCORE-MONTH
                  DELIMITED BY SIZE INTO EX-TEXT
              PERFORM A011-WRITE-EXCEPTION
           END-IF.

           ADD 1                        TO WT-BLEND-COUNT.
           ADD SC-MASTER-LEAD (SC-SUB)  TO WT-MASTER-SUM.
           ADD SC-DELIVERIES (SC-SUB)   TO WT-DELIVERIES.
           ADD SC-LEAD-DAYS (SC-SUB)    TO WT-LEAD-DAYS.
           COMPUTE WT-MASTER-DAYS = WT-MASTER-DAYS
               + SC-MASTER-LEAD (SC-SUB) * SC-DELIVERIES (SC-SUB).
           ADD SC-ON-TIME (SC-SUB)      TO WT-ON-TIME.
           ADD SC-POS-DUE (SC-SUB)      TO WT-POS-DUE.
           ADD SC-DUE-ORDERED (SC-SUB)  TO WT-DUE-ORDERED.
           ADD SC-DUE-RECEIVED (SC-SUB) TO WT-DUE-RECEIVED.
           ADD SC-SHORT (SC-SUB)        TO WT-SHORT.
           ADD SC-OVER (SC-SUB)         TO WT-OVER.
           ADD SC-PAST-DUE (SC-SUB)     TO WT-PAST-DUE.

       A004-PRINT-LINE.

      *    Averages and percentages are only meaningful where there
      *    was something to measure; otherwise they print as zero.
           MOVE "N" TO WS-DRIFT-SWITCH.
           MOVE SPACES TO CD-FLAG.

           IF WL-DELIVERIES > 0
              COMPUTE WS-AVG-LEAD ROUNDED =
                  WL-LEAD-DAYS / WL-DELIVERIES
              COMPUTE WS-PERCENT ROUNDED =
                  WL-ON-TIME * 100 / WL-DELIVERIES
              MOVE WS-PERCENT TO CD-ON-TIME-PCT
              COMPUTE WS-DRIFT-LIMIT ROUNDED =
                  WL-MASTER-LEAD * (100 + SCORECARD-LEAD-DRIFT) / 100
              IF WS-AVG-LEAD > WS-DRIFT-LIMIT
                 SET LEAD-TIME-DRIFTED TO TRUE
                 MOVE "LEAD TIME DRIFT" TO CD-FLAG
              END-IF
           ELSE
              MOVE 0 TO WS-AVG-LEAD
              MOVE 0 TO CD-ON-TIME-PCT
           END-IF.

           IF WL-DUE-ORDERED > 0
              COMPUTE WS-PERCENT ROUNDED =
                  WL-DUE-RECEIVED * 100 / WL-DUE-ORDERED
                  ON SIZE ERROR
                      MOVE 99999.99 TO WS-PERCENT
              END-COMPUTE
              MOVE WS-PERCENT TO CD-FILL-PCT
           ELSE
              MOVE 0 TO CD-FILL-PCT
           END-IF.

           MOVE WL-MASTER-LEAD  TO CD-MASTER-LEAD.
           MOVE WL-DELIVERIES   TO CD-DELIVERIES.
           MOVE WS-AVG-LEAD     TO CD-AVG-LEAD.
           MOVE WL-POS-DUE      TO CD-POS-DUE.
           MOVE WL-DUE-ORDERED  TO CD-DUE-ORDERED.
           MOVE WL-DUE-RECEIVED TO CD-DUE-RECEIVED.
           MOVE WL-SHORT        TO CD-SHORT.
           MOVE WL-OVER         TO CD-OVER.
           MOVE WL-PAST-DUE     TO CD-PAST-DUE.
           WRITE SCORECARD-RECORD FROM WS-SCR-DETAIL.

       A004-PAST-DUE-LINE.

           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
               - FUNCTION INTEGER-OF-DATE (PT-DUE-DATE (PT-SUB)).

           MOVE PT-PO-NUMBER (PT-SUB)    TO CP-PO-NUMBER.
           MOVE PT-BLEND (PT-SUB)        TO CP-BLEND.
           MOVE PT-DUE-DATE (PT-SUB)     TO CP-DUE-DATE.
           MOVE PT-ORDER-QTY (PT-SUB)    TO CP-ORDER-QTY.
           MOVE PT-RECEIVED-QTY (PT-SUB) TO CP-RECEIVED-QTY.
           MOVE WS-DAYS-LATE             TO CP-DAYS-LATE.
           WRITE SCORECARD-RECORD FROM WS-SCR-PAST-DUE-LINE.

       A005-REPORT-HEADER.

           MOVE WS-SCORE-MONTH       TO CH1-MONTH.
           MOVE WS-AS-OF-DATE        TO CH1-AS-OF.
           MOVE SCORECARD-LEAD-DRIFT TO CH1-DRIFT.
           WRITE SCORECARD-RECORD FROM WS-SCR-HEADING-1.

       A005-REPORT-FOOTER.

           MOVE SPACES TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
           MOVE "SUPPLIERS SCORED:"            TO CF-LABEL.
           MOVE WS-SUPPLIER-COUNT              TO CF-COUNT.
           WRITE SCORECARD-RECORD FROM WS-SCR-FOOTING.
           MOVE "SUPPLIERS WITH LEAD TIME DRIFT:" TO CF-LABEL.
           MOVE WS-DRIFT-COUNT                 TO CF-COUNT.
           WRITE SCORECARD-RECORD FROM WS-SCR-FOOTING.
           MOVE "RECEIPTS WITHOUT A KNOWN PO:" TO CF-LABEL.
           MOVE WS-UNMATCHED-RECEIPTS          TO CF-COUNT.
           WRITE SCORECARD-RECORD FROM WS-SCR-FOOTING.

       A011-WRITE-EXCEPTION.

           MOVE WS-RUN-DATE TO EX-RUN-DATE.
           MOVE SPACE       TO EX-RESOLVED.
           CALL "TEA-EXCEPTION" USING EXCEPTION-RECORD.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks teascore.cbl teaexcept.cbl
      *    ./teascore <YYYYMM>
