       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEA-GL-EXTRACT.
       AUTHOR. CALLUM BEANEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-CATALOG-FILE
               ASSIGN TO "data/generation-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.

           SELECT GL-MAPPING-FILE ASSIGN TO "data/gl-mapping.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAPPING-STATUS.

           SELECT BLEND-PRICE-FILE ASSIGN TO "data/blend-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLEND-PRICE-STATUS.

           SELECT REQUISITION-FILE ASSIGN TO DYNAMIC WS-REQUISITION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUISITION-STATUS.

           SELECT WASTAGE-FILE ASSIGN TO DYNAMIC WS-WASTAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WASTAGE-STATUS.

           SELECT TRANSFER-ORDER-FILE
               ASSIGN TO DYNAMIC WS-TRANSFER-ORDER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-ORDER-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO DYNAMIC WS-GL-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GENERATION-CATALOG-FILE
           RECORDING MODE IS F.

       COPY GENCAT.

       FD  GL-MAPPING-FILE
           RECORDING MODE IS F.

       COPY GLMAP.

       FD  BLEND-PRICE-FILE
           RECORDING MODE IS F.

       COPY PRICEREC.

       FD  REQUISITION-FILE
           RECORDING MODE IS F.

       COPY REQREC.

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

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.

       COPY GLJRNL.

       WORKING-STORAGE SECTION.

       COPY EXCREC.

       01  WS-GEN-CATALOG-STATUS    PIC XX      VALUE "00".
       01  WS-GL-MAPPING-STATUS     PIC XX      VALUE "00".
       01  WS-BLEND-PRICE-STATUS    PIC XX      VALUE "00".
       01  WS-REQUISITION-STATUS    PIC XX      VALUE "00".
       01  WS-WASTAGE-STATUS        PIC XX      VALUE "00".
       01  WS-TRANSFER-ORDER-STATUS PIC XX      VALUE "00".
       01  WS-GL-JOURNAL-STATUS     PIC XX      VALUE "00".

       01  WS-CATALOG-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-CATALOG                    VALUE "Y".
       01  WS-MAPPING-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-MAPPINGS                   VALUE "Y".
       01  WS-PRICE-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-PRICES                     VALUE "Y".
       01  WS-REQ-EOF-SWITCH        PIC X       VALUE "N".
           88 END-OF-REQUISITIONS               VALUE "Y".
       01  WS-WASTE-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-WASTAGE                    VALUE "Y".
       01  WS-TRANSFER-EOF-SWITCH   PIC X       VALUE "N".
           88 END-OF-TRANSFERS                  VALUE "Y".

       01  WS-PRICE-FOUND-SWITCH    PIC X       VALUE "N".
           88 BLEND-PRICE-FOUND                 VALUE "Y".
       01  WS-CC-FOUND-SWITCH       PIC X       VALUE "N".
           88 COST-CENTRE-FOUND                 VALUE "Y".
       01  WS-ACCT-FOUND-SWITCH     PIC X       VALUE "N".
           88 ACCOUNT-FOUND                     VALUE "Y".
       01  WS-WL-FOUND-SWITCH       PIC X       VALUE "N".
           88 WASTAGE-PAIR-FOUND                VALUE "Y".

       01  WS-RUN-DATE              PIC X(8).
       01  WS-GEN-DATE              PIC X(8)    VALUE SPACES.
       01  WS-COMMAND-LINE          PIC X(80)   VALUE SPACES.

       01  WS-REQUISITION-NAME      PIC X(40)   VALUE SPACES.
       01  WS-WASTAGE-NAME          PIC X(40)   VALUE SPACES.
       01  WS-TRANSFER-ORDER-NAME   PIC X(40)   VALUE SPACES.
       01  WS-GL-JOURNAL-NAME       PIC X(40)   VALUE SPACES.

      *    Where a movement cannot be mapped it is still journalled,
      *    to these, so that the journal always balances and finance
      *    can clear it by hand.  An "A" record for movement SUSP on
      *    the mapping file overrides them.
       01  GL-SUSPENSE-ACCOUNT      PIC X(8)    VALUE "9999".
       01  GL-SUSPENSE-COST-CENTRE  PIC X(6)    VALUE "999999".

       01  WS-PRICE-BLEND           PIC X(2)    VALUE SPACES.
       01  WS-UNIT-PRICE            PIC 9(3)V9(4) VALUE 0.

      *    One movement, as it is about to be posted as a debit line
      *    and a matching credit line.
       01  WS-MOVEMENT.
           05 MV-TYPE               PIC X(4).
           05 MV-DR-SHIP            PIC X(8).
           05 MV-DR-LOCATION        PIC X(30).
           05 MV-CR-SHIP            PIC X(8).
           05 MV-CR-LOCATION        PIC X(30).
           05 MV-BLEND              PIC X(2).
           05 MV-QTY                PIC 9(9)V9(2).
           05 MV-AMOUNT             PIC 9(9)V9(2).
           05 MV-REFERENCE          PIC X(6).

       01  WS-FIND-SHIP             PIC X(8)    VALUE SPACES.
       01  WS-FIND-LOCATION         PIC X(30)   VALUE SPACES.
       01  WS-FIND-SIDE             PIC X(1)    VALUE SPACES.
       01  WS-COST-CENTRE           PIC X(6)    VALUE SPACES.
       01  WS-ACCOUNT               PIC X(8)    VALUE SPACES.

       01  WS-LINE-NO               PIC 9(5)    VALUE 0.
       01  WS-SUSPENSE-COUNT        PIC 9(5)    VALUE 0.
       01  WS-UNPRICED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-EDIT-QTY              PIC Z(8)9.99.
       01  WS-TOTAL-DEBITS          PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-CREDITS         PIC 9(11)V9(2) VALUE 0.
       01  WS-MOVEMENT-COUNT        PIC 9(5)    VALUE 0.

       01  BLEND-PRICE-TABLE.
           05 PR-ENTRY OCCURS 20 TIMES INDEXED BY PR-IDX.
              10 PR-BLEND           PIC X(2).
              10 PR-EFFECTIVE-DATE  PIC X(8).
              10 PR-PRICE-PER-ML    PIC 9(3)V9(4).
       01  PR-COUNT                 PIC 9(3)    VALUE 0.

       01  COST-CENTRE-TABLE.
           05 CC-ENTRY OCCURS 200 TIMES INDEXED BY CC-IDX.
              10 CC-SHIP            PIC X(8).
              10 CC-LOCATION        PIC X(30).
              10 CC-COST-CENTRE     PIC X(6).
       01  CC-COUNT                 PIC 9(3)    VALUE 0.

       01  ACCOUNT-TABLE.
           05 AC-ENTRY OCCURS 50 TIMES INDEXED BY AC-IDX.
              10 AC-MOVEMENT        PIC X(4).
              10 AC-SIDE            PIC X(1).
              10 AC-ACCOUNT         PIC X(8).
       01  AC-COUNT                 PIC 9(3)    VALUE 0.

      *    Wastage is written off per ship, location and blend for the
      *    night rather than per spilt cup.
       01  WASTAGE-SUMMARY-TABLE.
           05 WL-ENTRY OCCURS 100 TIMES INDEXED BY WL-IDX.
              10 WL-SHIP            PIC X(8).
              10 WL-LOCATION        PIC X(30).
              10 WL-BLEND           PIC X(2).
              10 WL-DUMPED-QTY      PIC 9(9)V9(2).
       01  WL-COUNT                 PIC 9(3)    VALUE 0.
       01  WL-SUB                   PIC 9(3)    VALUE 0.

       PROCEDURE DIVISION.
       A000-FIRST-PARA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM A000-RESOLVE-GENERATION.

           PERFORM A001-LOAD-MAPPINGS.
           PERFORM A001-LOAD-PRICES.

           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-GL-JOURNAL-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open GL journal "
                      WS-GL-JOURNAL-NAME ", status "
                      WS-GL-JOURNAL-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM A002-JOURNAL-REQUISITIONS.
           PERFORM A003-JOURNAL-WASTAGE.
           PERFORM A004-JOURNAL-TRANSFERS.

           PERFORM A006-WRITE-TRAILER.

           CLOSE GL-JOURNAL-FILE.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              DISPLAY "*** FATAL: GL journal " WS-GL-JOURNAL-NAME
                      " does not balance ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "GL journal written to " WS-GL-JOURNAL-NAME
                   " - movements: " WS-MOVEMENT-COUNT
                   "  to suspense: " WS-SUSPENSE-COUNT
                   "  unpriced: " WS-UNPRICED-COUNT.

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

           MOVE SPACES TO WS-REQUISITION-NAME.
           STRING "data/requisitions." WS-GEN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-REQUISITION-NAME.
           MOVE SPACES TO WS-WASTAGE-NAME.
           STRING "data/wastage." WS-GEN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-WASTAGE-NAME.
           MOVE SPACES TO WS-TRANSFER-ORDER-NAME.
           STRING "data/transfer-orders." WS-GEN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-TRANSFER-ORDER-NAME.
           MOVE SPACES TO WS-GL-JOURNAL-NAME.
           STRING "data/gl-journal." WS-GEN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-GL-JOURNAL-NAME.

       A001-LOAD-MAPPINGS.

           OPEN INPUT GL-MAPPING-FILE.

           IF WS-GL-MAPPING-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open GL mapping file, "
                      "status " WS-GL-MAPPING-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-MAPPINGS
               READ GL-MAPPING-FILE
                   AT END
                       SET END-OF-MAPPINGS TO TRUE
                   NOT AT END
                       PERFORM A001-APPLY-MAPPING
               END-READ
           END-PERFORM.

           CLOSE GL-MAPPING-FILE.

       A001-APPLY-MAPPING.

           EVALUATE TRUE
               WHEN GM-COST-CENTRE-MAP
                   IF CC-COUNT >= 200
                      DISPLAY "*** FATAL: GL mapping file has more "
                              "than 200 cost centre records - "
                              "enlarge the cost centre table ***"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO CC-COUNT
                   SET CC-IDX TO CC-COUNT
                   MOVE GM-SHIP        TO CC-SHIP (CC-IDX)
                   MOVE GM-LOCATION    TO CC-LOCATION (CC-IDX)
                   MOVE GM-COST-CENTRE TO CC-COST-CENTRE (CC-IDX)
               WHEN GM-ACCOUNT-MAP AND GM-MOVEMENT = "SUSP"
                   MOVE GM-ACCOUNT     TO GL-SUSPENSE-ACCOUNT
                   IF GM-COST-CENTRE NOT = SPACES
                      MOVE GM-COST-CENTRE TO GL-SUSPENSE-COST-CENTRE
                   END-IF
               WHEN GM-ACCOUNT-MAP
                   IF AC-COUNT >= 50
                      DISPLAY "*** FATAL: GL mapping file has more "
                              "than 50 account records - enlarge "
                              "the account table ***"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO AC-COUNT
                   SET AC-IDX TO AC-COUNT
                   MOVE GM-MOVEMENT    TO AC-MOVEMENT (AC-IDX)
                   MOVE GM-SIDE        TO AC-SIDE (AC-IDX)
                   MOVE GM-ACCOUNT     TO AC-ACCOUNT (AC-IDX)
               WHEN OTHER
                   DISPLAY "*** WARNING: unknown GL mapping record "
                           "type " GM-RECORD-TYPE " skipped ***"
           END-EVALUATE.

       A001-LOAD-PRICES.

           OPEN INPUT BLEND-PRICE-FILE.

      *    Without prices every wastage and transfer movement would
      *    come out at nothing, so the price file has to be there.
           IF WS-BLEND-PRICE-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open blend price file, "
                      "status " WS-BLEND-PRICE-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-PRICES
               READ BLEND-PRICE-FILE
                   AT END
                       SET END-OF-PRICES TO TRUE
                   NOT AT END
                       PERFORM A001-APPLY-PRICE
               END-READ
           END-PERFORM.

           CLOSE BLEND-PRICE-FILE.

       A001-APPLY-PRICE.

      *    Wastage and transfers are valued at the price in effect on
      *    the night they happened, not the night the extract runs.
           IF BP-EFFECTIVE-DATE IS NOT NUMERIC
              OR BP-PRICE-PER-ML IS NOT NUMERIC
              DISPLAY "*** WARNING: bad blend price record for "
                      BP-BLEND " skipped ***"
           ELSE
              IF BP-EFFECTIVE-DATE NOT > WS-GEN-DATE
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

       A002-JOURNAL-REQUISITIONS.

           OPEN INPUT REQUISITION-FILE.

           IF WS-REQUISITION-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-REQUISITION-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open requisition file "
                         WS-REQUISITION-NAME ", status "
                         WS-REQUISITION-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL END-OF-REQUISITIONS
                  READ REQUISITION-FILE
                      AT END
                          SET END-OF-REQUISITIONS TO TRUE
                      NOT AT END
                          IF RQ-ORDER-VALUE IS NUMERIC
                             AND RQ-ORDER-VALUE > 0
                             MOVE "REQN"         TO MV-TYPE
                             MOVE RQ-SHIP        TO MV-DR-SHIP
                             MOVE RQ-LOCATION    TO MV-DR-LOCATION
                             MOVE RQ-SHIP        TO MV-CR-SHIP
                             MOVE RQ-LOCATION    TO MV-CR-LOCATION
                             MOVE RQ-BLEND       TO MV-BLEND
                             MOVE RQ-SHORTFALL   TO MV-QTY
                             MOVE RQ-ORDER-VALUE TO MV-AMOUNT
                             MOVE SPACES         TO MV-REFERENCE
                             PERFORM A005-POST-MOVEMENT
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE REQUISITION-FILE
           END-IF.

       A003-JOURNAL-WASTAGE.

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
              PERFORM UNTIL END-OF-WASTAGE
                  READ WASTAGE-FILE
                      AT END
                          SET END-OF-WASTAGE TO TRUE
                      NOT AT END
                          IF WA-AMOUNT IS NUMERIC
                             PERFORM A003-ADD-WASTAGE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE WASTAGE-FILE
           END-IF.

           PERFORM VARYING WL-SUB FROM 1 BY 1 UNTIL WL-SUB > WL-COUNT
               MOVE WL-BLEND (WL-SUB) TO WS-PRICE-BLEND
               PERFORM A001-LOOKUP-PRICE
               MOVE "WAST"                 TO MV-TYPE
               MOVE WL-SHIP (WL-SUB)       TO MV-DR-SHIP
               MOVE WL-LOCATION (WL-SUB)   TO MV-DR-LOCATION
               MOVE WL-SHIP (WL-SUB)       TO MV-CR-SHIP
               MOVE WL-LOCATION (WL-SUB)   TO MV-CR-LOCATION
               MOVE WL-BLEND (WL-SUB)      TO MV-BLEND
               MOVE WL-DUMPED-QTY (WL-SUB) TO MV-QTY
               COMPUTE MV-AMOUNT ROUNDED =
                   WL-DUMPED-QTY (WL-SUB) * WS-UNIT-PRICE
               MOVE SPACES                 TO MV-REFERENCE
               IF MV-AMOUNT > 0
                  PERFORM A005-POST-MOVEMENT
               ELSE
                  PERFORM A005-RAISE-UNPRICED
               END-IF
           END-PERFORM.

       A003-ADD-WASTAGE.

           MOVE "N" TO WS-WL-FOUND-SWITCH.

           IF WL-COUNT > 0
              SET WL-IDX TO 1
              SEARCH WL-ENTRY
                 AT END
                    CONTINUE
                 WHEN WL-SHIP (WL-IDX) = WA-SHIP
                      AND WL-LOCATION (WL-IDX) = WA-LOCATION
                      AND WL-BLEND (WL-IDX) = WA-BLEND
                    SET WASTAGE-PAIR-FOUND TO TRUE
              END-SEARCH
           END-IF.

           IF NOT WASTAGE-PAIR-FOUND
              IF WL-COUNT >= 100
                 DISPLAY "*** FATAL: more than 100 wastage location/"
                         "blend pairs - enlarge the wastage table ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WL-COUNT
              SET WL-IDX TO WL-COUNT
              MOVE WA-SHIP     TO WL-SHIP (WL-IDX)
              MOVE WA-LOCATION TO WL-LOCATION (WL-IDX)
              MOVE WA-BLEND    TO WL-BLEND (WL-IDX)
              MOVE 0           TO WL-DUMPED-QTY (WL-IDX)
           END-IF.

           ADD WA-AMOUNT TO WL-DUMPED-QTY (WL-IDX).

       A004-JOURNAL-TRANSFERS.

      *    Transfer orders carry no ship; the locations are mapped on
      *    their own.  TEA-TRANSFER runs ahead of this extract in the
      *    nightly stream, so a generation with no transfer file had
      *    no stock-outs to cover.
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
              PERFORM UNTIL END-OF-TRANSFERS
                  READ TRANSFER-ORDER-FILE
                      AT END
                          SET END-OF-TRANSFERS TO TRUE
                      NOT AT END
                          IF TR-QTY IS NUMERIC
                             PERFORM A004-ONE-TRANSFER
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE TRANSFER-ORDER-FILE
           END-IF.

       A004-ONE-TRANSFER.

           MOVE TR-BLEND TO WS-PRICE-BLEND.
           PERFORM A001-LOOKUP-PRICE.

           MOVE "XFER"           TO MV-TYPE.
           MOVE SPACES           TO MV-DR-SHIP.
           MOVE TR-TO-LOCATION   TO MV-DR-LOCATION.
           MOVE SPACES           TO MV-CR-SHIP.
           MOVE TR-FROM-LOCATION TO MV-CR-LOCATION.
           MOVE TR-BLEND         TO MV-BLEND.
           MOVE TR-QTY           TO MV-QTY.
           COMPUTE MV-AMOUNT ROUNDED = TR-QTY * WS-UNIT-PRICE.
           MOVE TR-NUMBER        TO MV-REFERENCE.

           IF MV-AMOUNT > 0
              PERFORM A005-POST-MOVEMENT
           ELSE
              PERFORM A005-RAISE-UNPRICED
           END-IF.

       A005-POST-MOVEMENT.

           ADD 1 TO WS-MOVEMENT-COUNT.

           MOVE MV-DR-SHIP     TO WS-FIND-SHIP.
           MOVE MV-DR-LOCATION TO WS-FIND-LOCATION.
           MOVE "D"            TO WS-FIND-SIDE.
           PERFORM A005-WRITE-LINE.
           ADD MV-AMOUNT TO WS-TOTAL-DEBITS.

           MOVE MV-CR-SHIP     TO WS-FIND-SHIP.
           MOVE MV-CR-LOCATION TO WS-FIND-LOCATION.
           MOVE "C"            TO WS-FIND-SIDE.
           PERFORM A005-WRITE-LINE.
           ADD MV-AMOUNT TO WS-TOTAL-CREDITS.

       A005-RAISE-UNPRICED.

      *    A movement with no price in effect on the night cannot be
      *    journalled, but the stock has still gone, so it is raised
      *    for finance and counted on the trailer.
           IF MV-QTY > 0
              ADD 1 TO WS-UNPRICED-COUNT
              MOVE MV-QTY TO WS-EDIT-QTY
              MOVE "GLNP" TO EX-CODE
              MOVE "W"    TO EX-SEVERITY
              MOVE MV-CR-SHIP     TO EX-SHIP
              MOVE MV-CR-LOCATION TO EX-LOCATION
              MOVE SPACES TO EX-TEXT
              STRING MV-TYPE " " MV-REFERENCE " blend " MV-BLEND
                     " qty " WS-EDIT-QTY " has no price"
                  DELIMITED BY SIZE INTO EX-TEXT
              PERFORM A011-WRITE-EXCEPTION
           END-IF.

       A005-WRITE-LINE.

           PERFORM A005-FIND-COST-CENTRE.
           PERFORM A005-FIND-ACCOUNT.

           IF NOT COST-CENTRE-FOUND
              OR NOT ACCOUNT-FOUND
              MOVE GL-SUSPENSE-ACCOUNT     TO WS-ACCOUNT
              MOVE GL-SUSPENSE-COST-CENTRE TO WS-COST-CENTRE
              ADD 1 TO WS-SUSPENSE-COUNT
              MOVE "GLSU" TO EX-CODE
              MOVE "W"    TO EX-SEVERITY
              MOVE WS-FIND-SHIP     TO EX-SHIP
              MOVE WS-FIND-LOCATION TO EX-LOCATION
              MOVE SPACES TO EX-TEXT
              IF NOT COST-CENTRE-FOUND
                 STRING MV-TYPE " " WS-FIND-SIDE " blend " MV-BLEND
                        " has no cost centre - to suspense"
                     DELIMITED BY SIZE INTO EX-TEXT
              ELSE
                 STRING MV-TYPE " " WS-FIND-SIDE " blend " MV-BLEND
                        " has no GL account - to suspense"
                     DELIMITED BY SIZE INTO EX-TEXT
              END-IF
              PERFORM A011-WRITE-EXCEPTION
           END-IF.

           ADD 1 TO WS-LINE-NO.
           MOVE SPACES           TO GL-JOURNAL-RECORD.
           SET GJ-DETAIL         TO TRUE.
           STRING "TEA" WS-GEN-DATE
               DELIMITED BY SIZE INTO GJ-BATCH.
           MOVE WS-GEN-DATE      TO GJ-JOURNAL-DATE.
           MOVE WS-LINE-NO       TO GJ-LINE-NO.
           MOVE WS-ACCOUNT       TO GJ-ACCOUNT.
           MOVE WS-COST-CENTRE   TO GJ-COST-CENTRE.
           MOVE WS-FIND-SIDE     TO GJ-DR-CR.
           MOVE MV-AMOUNT        TO GJ-AMOUNT.
           MOVE MV-TYPE          TO GJ-MOVEMENT.
           MOVE WS-FIND-SHIP     TO GJ-SHIP.
           MOVE WS-FIND-LOCATION TO GJ-LOCATION.
           MOVE MV-BLEND         TO GJ-BLEND.
           MOVE MV-QTY           TO GJ-QTY.
           MOVE MV-REFERENCE     TO GJ-REFERENCE.
           WRITE GL-JOURNAL-RECORD.

       A005-FIND-COST-CENTRE.

      *    An exact ship and location match wins; failing that, a
      *    mapping for the location with no ship on it covers every
      *    ship, and a movement with no ship takes the first mapping
      *    for its location.
           MOVE "N" TO WS-CC-FOUND-SWITCH.
           MOVE SPACES TO WS-COST-CENTRE.

           IF CC-COUNT > 0
              SET CC-IDX TO 1
              SEARCH CC-ENTRY
                 AT END
                    CONTINUE
                 WHEN CC-SHIP (CC-IDX) = WS-FIND-SHIP
                      AND CC-LOCATION (CC-IDX) = WS-FIND-LOCATION
                    SET COST-CENTRE-FOUND TO TRUE
              END-SEARCH
           END-IF.

           IF NOT COST-CENTRE-FOUND
              AND CC-COUNT > 0
              SET CC-IDX TO 1
              SEARCH CC-ENTRY
                 AT END
                    CONTINUE
                 WHEN CC-LOCATION (CC-IDX) = WS-FIND-LOCATION
                      AND (CC-SHIP (CC-IDX) = SPACES
                           OR WS-FIND-SHIP = SPACES)
                    SET COST-CENTRE-FOUND TO TRUE
              END-SEARCH
           END-IF.

           IF COST-CENTRE-FOUND
              MOVE CC-COST-CENTRE (CC-IDX) TO WS-COST-CENTRE
           END-IF.

       A005-FIND-ACCOUNT.

           MOVE "N" TO WS-ACCT-FOUND-SWITCH.
           MOVE SPACES TO WS-ACCOUNT.

           IF AC-COUNT > 0
              SET AC-IDX TO 1
              SEARCH AC-ENTRY
                 AT END
                    CONTINUE
                 WHEN AC-MOVEMENT (AC-IDX) = MV-TYPE
                      AND AC-SIDE (AC-IDX) = WS-FIND-SIDE
                    SET ACCOUNT-FOUND TO TRUE
                    MOVE AC-ACCOUNT (AC-IDX) TO WS-ACCOUNT
              END-SEARCH
           END-IF.

       A006-WRITE-TRAILER.

           MOVE SPACES             TO GL-JOURNAL-RECORD.
           SET GJ-TRAILER          TO TRUE.
           STRING "TEA" WS-GEN-DATE
               DELIMITED BY SIZE INTO GJ-BATCH.
           MOVE WS-GEN-DATE        TO GJ-JOURNAL-DATE.
           MOVE 0                  TO GJ-LINE-NO.
           MOVE WS-LINE-NO         TO GJ-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS    TO GJ-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS   TO GJ-TOTAL-CREDITS.
           MOVE WS-SUSPENSE-COUNT  TO GJ-SUSPENSE-COUNT.
           MOVE WS-UNPRICED-COUNT  TO GJ-UNPRICED-COUNT.
           WRITE GL-JOURNAL-RECORD.

       A011-WRITE-EXCEPTION.

           MOVE WS-RUN-DATE TO EX-RUN-DATE.
           MOVE SPACE       TO EX-RESOLVED.
           CALL "TEA-EXCEPTION" USING EXCEPTION-RECORD.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks teagl.cbl teaexcept.cbl
      *    ./teagl [YYYYMMDD]
