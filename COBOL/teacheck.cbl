       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEA-PREFLIGHT.
       AUTHOR. CALLUM BEANEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-MASTER-FILE
               ASSIGN TO "data/crew-roster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-ROSTER-KEY
               FILE STATUS IS WS-ROSTER-MASTER-STATUS.

           SELECT FLEET-MANIFEST-FILE
               ASSIGN TO "data/fleet-manifest.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEET-MANIFEST-STATUS.

           SELECT LOCATION-THRESHOLD-FILE
               ASSIGN TO "data/location-thresholds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.

           SELECT TEA-STOCK-FILE ASSIGN TO "data/tea-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEA-STOCK-STATUS.

           SELECT BLEND-PRICE-FILE ASSIGN TO "data/blend-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLEND-PRICE-STATUS.

           SELECT SUBSTITUTION-RULE-FILE
               ASSIGN TO "data/blend-substitutions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSTITUTION-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO "data/supplier-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO DYNAMIC WS-INTEGRITY-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ROSTER-MASTER-FILE.

       COPY CREWIDX.

       FD  FLEET-MANIFEST-FILE
           RECORDING MODE IS F.
       01  FLEET-MANIFEST-RECORD.
           05 FM-SHIP-ID             PIC X(8).
           05 FM-ROSTER-NAME         PIC X(40).

       FD  LOCATION-THRESHOLD-FILE
           RECORDING MODE IS F.
       01  LOCATION-THRESHOLD-RECORD.
           05 LT-LOCATION           PIC X(30).
           05 LT-IDEAL-TEA          PIC 9(4)V9(2).

       FD  TEA-STOCK-FILE
           RECORDING MODE IS F.

       COPY STOCKREC.

       FD  BLEND-PRICE-FILE
           RECORDING MODE IS F.

       COPY PRICEREC.

       FD  SUBSTITUTION-RULE-FILE
           RECORDING MODE IS F.
       01  SUBSTITUTION-RULE-RECORD.
           05 SB-BLEND               PIC X(2).
           05 SB-SUBSTITUTE          PIC X(2).
           05 SB-RANK                PIC 9(1).
           05 SB-OPT-OUT-SHIP        PIC X(8).
           05 SB-OPT-OUT-LOCATION    PIC X(30).

       FD  SUPPLIER-MASTER-FILE
           RECORDING MODE IS F.

       COPY SUPPREC.

       FD  INTEGRITY-REPORT-FILE
           RECORDING MODE IS F.
       01  INTEGRITY-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.

       COPY EXCREC.

       01  WS-ROSTER-MASTER-STATUS  PIC XX      VALUE "00".
       01  WS-FLEET-MANIFEST-STATUS PIC XX      VALUE "00".
       01  WS-THRESHOLD-STATUS      PIC XX      VALUE "00".
       01  WS-TEA-STOCK-STATUS      PIC XX      VALUE "00".
       01  WS-BLEND-PRICE-STATUS    PIC XX      VALUE "00".
       01  WS-SUBSTITUTION-STATUS   PIC XX      VALUE "00".
       01  WS-SUPPLIER-STATUS       PIC XX      VALUE "00".
       01  WS-INTEGRITY-RPT-STATUS  PIC XX      VALUE "00".

       01  WS-ROSTER-EOF-SWITCH     PIC X       VALUE "N".
           88 END-OF-ROSTER                     VALUE "Y".
       01  WS-FLEET-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-MANIFEST                   VALUE "Y".
       01  WS-THRESHOLD-EOF-SWITCH  PIC X       VALUE "N".
           88 END-OF-THRESHOLDS                 VALUE "Y".
       01  WS-STOCK-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-STOCK                      VALUE "Y".
       01  WS-PRICE-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-PRICES                     VALUE "Y".
       01  WS-SUBST-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-SUBSTITUTIONS              VALUE "Y".
       01  WS-SUPPLIER-EOF-SWITCH   PIC X       VALUE "N".
           88 END-OF-SUPPLIERS                  VALUE "Y".

       01  WS-FOUND-SWITCH          PIC X       VALUE "N".
           88 KEY-FOUND                         VALUE "Y".

       01  WS-RUN-DATE              PIC X(8).
       01  WS-INTEGRITY-RPT-NAME    PIC X(40)   VALUE SPACES.
       01  DEFAULT-SHIP-ID          PIC X(8)    VALUE "HRTGOLD1".

       01  WS-FIND-SHIP             PIC X(8)    VALUE SPACES.
       01  WS-FIND-LOCATION         PIC X(30)   VALUE SPACES.
       01  WS-FIND-BLEND            PIC X(2)    VALUE SPACES.

      *    One integrity break, as it goes to the report and to the
      *    exceptions file.
       01  WS-BREAK.
           05 BK-SEVERITY           PIC X(1).
              88 BK-CRITICAL                    VALUE "C".
              88 BK-WARNING                     VALUE "W".
           05 BK-CODE               PIC X(4).
           05 BK-SHIP               PIC X(8).
           05 BK-LOCATION           PIC X(30).
           05 BK-BLEND              PIC X(2).
           05 BK-TEXT               PIC X(60).

       01  WS-ROSTER-COUNT          PIC 9(5)    VALUE 0.
       01  WS-CRITICAL-COUNT        PIC 9(5)    VALUE 0.
       01  WS-WARNING-COUNT         PIC 9(5)    VALUE 0.

       01  SHIP-TABLE.
           05 SH-ENTRY OCCURS 50 TIMES INDEXED BY SH-IDX.
              10 SH-SHIP            PIC X(8).
              10 SH-ON-MANIFEST     PIC X(1).
              10 SH-CREW-COUNT      PIC 9(5).
       01  SH-COUNT                 PIC 9(3)    VALUE 0.
       01  SH-SUB                   PIC 9(3)    VALUE 0.

       01  LOCATION-TABLE.
           05 LO-ENTRY OCCURS 200 TIMES INDEXED BY LO-IDX.
              10 LO-LOCATION        PIC X(30).
              10 LO-SHIP            PIC X(8).
              10 LO-HAS-THRESHOLD   PIC X(1).
              10 LO-CREW-COUNT      PIC 9(5).
       01  LO-COUNT                 PIC 9(3)    VALUE 0.
       01  LO-SUB                   PIC 9(3)    VALUE 0.

       01  BLEND-TABLE.
           05 BL-ENTRY OCCURS 50 TIMES INDEXED BY BL-IDX.
              10 BL-BLEND           PIC X(2).
              10 BL-PRICED          PIC X(1).
              10 BL-SUPPLIED        PIC X(1).
              10 BL-CREW-COUNT      PIC 9(5).
              10 BL-STOCKED         PIC X(1).
       01  BL-COUNT                 PIC 9(3)    VALUE 0.
       01  BL-SUB                   PIC 9(3)    VALUE 0.

       01  CREW-POINT-TABLE.
           05 CP-ENTRY OCCURS 500 TIMES INDEXED BY CP-IDX.
              10 CP-SHIP            PIC X(8).
              10 CP-LOCATION        PIC X(30).
              10 CP-BLEND           PIC X(2).
       01  CP-COUNT                 PIC 9(3)    VALUE 0.
       01  CP-SUB                   PIC 9(3)    VALUE 0.

       01  STOCK-TABLE.
           05 SK-ENTRY OCCURS 500 TIMES INDEXED BY SK-IDX.
              10 SK-LOCATION        PIC X(30).
              10 SK-BLEND           PIC X(2).
       01  SK-COUNT                 PIC 9(3)    VALUE 0.
       01  SK-SUB                   PIC 9(3)    VALUE 0.

       01  WS-INT-HEADING-1.
           05 FILLER                PIC X(30)
                     VALUE "REFERENCE INTEGRITY REPORT".
           05 FILLER                PIC X(10)   VALUE "RUN DATE:".
           05 IH1-RUN-DATE          PIC X(8).

       01  WS-INT-COL-HEADING.
           05 FILLER                PIC X(10)   VALUE "SEVERITY".
           05 FILLER                PIC X(6)    VALUE "CODE".
           05 FILLER                PIC X(10)   VALUE "SHIP".
           05 FILLER                PIC X(32)   VALUE "LOCATION".
           05 FILLER                PIC X(7)    VALUE "BLEND".
           05 FILLER                PIC X(60)   VALUE "PROBLEM".

       01  WS-INT-DETAIL.
           05 ID-SEVERITY           PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 ID-CODE               PIC X(4).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 ID-SHIP               PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 ID-LOCATION           PIC X(32).
           05 ID-BLEND              PIC X(2).
           05 FILLER                PIC X(5)    VALUE SPACES.
           05 ID-TEXT               PIC X(60).

       01  WS-INT-FOOTING.
           05 IF-LABEL              PIC X(30).
           05 IF-COUNT              PIC ZZZZ9.

       PROCEDURE DIVISION.
       A000-FIRST-PARA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           MOVE SPACES TO WS-INTEGRITY-RPT-NAME.
           STRING "data/integrity-report." WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-INTEGRITY-RPT-NAME.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF WS-INTEGRITY-RPT-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open integrity report, "
                      "status " WS-INTEGRITY-RPT-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO IH1-RUN-DATE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-INT-HEADING-1.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-INT-COL-HEADING.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.

           PERFORM A001-LOAD-MANIFEST.
           PERFORM A001-LOAD-ROSTER.
           PERFORM A001-LOAD-THRESHOLDS.
           PERFORM A001-LOAD-PRICES.
           PERFORM A001-LOAD-SUPPLIERS.
           PERFORM A001-LOAD-STOCK.

           PERFORM A002-CHECK-SHIPS.
           PERFORM A002-CHECK-LOCATIONS.
           PERFORM A002-CHECK-BLENDS.
           PERFORM A002-CHECK-CREW-POINTS.
           PERFORM A002-CHECK-STOCK.
           PERFORM A003-CHECK-SUBSTITUTIONS.

           PERFORM A005-REPORT-FOOTER.

           CLOSE INTEGRITY-REPORT-FILE.

           DISPLAY "Integrity check: critical " WS-CRITICAL-COUNT
                   "  warnings " WS-WARNING-COUNT.

           IF WS-CRITICAL-COUNT > 0
              DISPLAY "*** Critical reference breaks - see "
                      WS-INTEGRITY-RPT-NAME " ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       A001-LOAD-MANIFEST.

           OPEN INPUT FLEET-MANIFEST-FILE.

           IF WS-FLEET-MANIFEST-STATUS = "00"
              PERFORM UNTIL END-OF-MANIFEST
                  READ FLEET-MANIFEST-FILE
                      AT END
                          SET END-OF-MANIFEST TO TRUE
                      NOT AT END
                          MOVE FM-SHIP-ID TO WS-FIND-SHIP
                          PERFORM A004-FIND-OR-ADD-SHIP
                          MOVE "Y" TO SH-ON-MANIFEST (SH-IDX)
                  END-READ
              END-PERFORM
              CLOSE FLEET-MANIFEST-FILE
           END-IF.

      *    ARTHUR-DENT runs the default ship when there is no
      *    manifest, so that is what is checked here too.
           IF SH-COUNT = 0
              MOVE DEFAULT-SHIP-ID TO WS-FIND-SHIP
              PERFORM A004-FIND-OR-ADD-SHIP
              MOVE "Y" TO SH-ON-MANIFEST (SH-IDX)
           END-IF.

       A001-LOAD-ROSTER.

           OPEN INPUT ROSTER-MASTER-FILE.

           IF WS-ROSTER-MASTER-STATUS NOT = "00"
              MOVE "C"    TO BK-SEVERITY
              MOVE "RI00" TO BK-CODE
              MOVE SPACES TO BK-SHIP
              MOVE SPACES TO BK-LOCATION
              MOVE SPACES TO BK-BLEND
              MOVE SPACES TO BK-TEXT
              STRING "ROSTER MASTER UNREADABLE, STATUS "
                     WS-ROSTER-MASTER-STATUS
                  DELIMITED BY SIZE INTO BK-TEXT
              PERFORM A005-RAISE-BREAK
           ELSE
              PERFORM UNTIL END-OF-ROSTER
                  READ ROSTER-MASTER-FILE NEXT RECORD
                      AT END
                          SET END-OF-ROSTER TO TRUE
                      NOT AT END
                          ADD 1 TO WS-ROSTER-COUNT
                          PERFORM A001-NOTE-CREW-MEMBER
                  END-READ
              END-PERFORM
              CLOSE ROSTER-MASTER-FILE
           END-IF.

       A001-NOTE-CREW-MEMBER.

           MOVE IR-SHIP     TO WS-FIND-SHIP.
           MOVE IR-LOCATION TO WS-FIND-LOCATION.
           MOVE IR-BLEND    TO WS-FIND-BLEND.

           PERFORM A004-FIND-OR-ADD-SHIP.
           ADD 1 TO SH-CREW-COUNT (SH-IDX).

           PERFORM A004-FIND-OR-ADD-LOCATION.
           ADD 1 TO LO-CREW-COUNT (LO-IDX).

           PERFORM A004-FIND-OR-ADD-BLEND.
           ADD 1 TO BL-CREW-COUNT (BL-IDX).

           MOVE "N" TO WS-FOUND-SWITCH.
           IF CP-COUNT > 0
              SET CP-IDX TO 1
              SEARCH CP-ENTRY
                 AT END
                    CONTINUE
                 WHEN CP-SHIP (CP-IDX) = WS-FIND-SHIP
                      AND CP-LOCATION (CP-IDX) = WS-FIND-LOCATION
                      AND CP-BLEND (CP-IDX) = WS-FIND-BLEND
                    SET KEY-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT KEY-FOUND
              IF CP-COUNT >= 500
                 DISPLAY "*** FATAL: more than 500 ship/location/"
                         "blend points on the roster - enlarge the "
                         "crew point table ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO CP-COUNT
              MOVE WS-FIND-SHIP     TO CP-SHIP (CP-COUNT)
              MOVE WS-FIND-LOCATION TO CP-LOCATION (CP-COUNT)
              MOVE WS-FIND-BLEND    TO CP-BLEND (CP-COUNT)
           END-IF.

       A001-LOAD-THRESHOLDS.

           OPEN INPUT LOCATION-THRESHOLD-FILE.

           IF WS-THRESHOLD-STATUS NOT = "00"
              MOVE "W"    TO BK-SEVERITY
              MOVE "RI00" TO BK-CODE
              MOVE SPACES TO BK-SHIP
              MOVE SPACES TO BK-LOCATION
              MOVE SPACES TO BK-BLEND
              MOVE SPACES TO BK-TEXT
              STRING "LOCATION THRESHOLDS UNREADABLE, STATUS "
                     WS-THRESHOLD-STATUS
                  DELIMITED BY SIZE INTO BK-TEXT
              PERFORM A005-RAISE-BREAK
           ELSE
              PERFORM UNTIL END-OF-THRESHOLDS
                  READ LOCATION-THRESHOLD-FILE
                      AT END
                          SET END-OF-THRESHOLDS TO TRUE
                      NOT AT END
                          MOVE LT-LOCATION TO WS-FIND-LOCATION
                          MOVE SPACES      TO WS-FIND-SHIP
                          PERFORM A004-FIND-OR-ADD-LOCATION
                          MOVE "Y" TO LO-HAS-THRESHOLD (LO-IDX)
                  END-READ
              END-PERFORM
              CLOSE LOCATION-THRESHOLD-FILE
           END-IF.

       A001-LOAD-PRICES.

           OPEN INPUT BLEND-PRICE-FILE.

           IF WS-BLEND-PRICE-STATUS NOT = "00"
              MOVE "W"    TO BK-SEVERITY
              MOVE "RI00" TO BK-CODE
              MOVE SPACES TO BK-SHIP
              MOVE SPACES TO BK-LOCATION
              MOVE SPACES TO BK-BLEND
              MOVE SPACES TO BK-TEXT
              STRING "BLEND PRICE FILE UNREADABLE, STATUS "
                     WS-BLEND-PRICE-STATUS
                  DELIMITED BY SIZE INTO BK-TEXT
              PERFORM A005-RAISE-BREAK
           ELSE
              PERFORM UNTIL END-OF-PRICES
                  READ BLEND-PRICE-FILE
                      AT END
                          SET END-OF-PRICES TO TRUE
                      NOT AT END
                          IF BP-EFFECTIVE-DATE IS NUMERIC
                             AND BP-EFFECTIVE-DATE NOT > WS-RUN-DATE
                             AND BP-PRICE-PER-ML IS NUMERIC
                             MOVE BP-BLEND TO WS-FIND-BLEND
                             PERFORM A004-FIND-OR-ADD-BLEND
                             MOVE "Y" TO BL-PRICED (BL-IDX)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE BLEND-PRICE-FILE
           END-IF.

       A001-LOAD-SUPPLIERS.

           OPEN INPUT SUPPLIER-MASTER-FILE.

           IF WS-SUPPLIER-STATUS NOT = "00"
              MOVE "C"    TO BK-SEVERITY
              MOVE "RI00" TO BK-CODE
              MOVE SPACES TO BK-SHIP
              MOVE SPACES TO BK-LOCATION
              MOVE SPACES TO BK-BLEND
              MOVE SPACES TO BK-TEXT
              STRING "SUPPLIER MASTER UNREADABLE, STATUS "
                     WS-SUPPLIER-STATUS
                  DELIMITED BY SIZE INTO BK-TEXT
              PERFORM A005-RAISE-BREAK
           ELSE
              PERFORM UNTIL END-OF-SUPPLIERS
                  READ SUPPLIER-MASTER-FILE
                      AT END
                          SET END-OF-SUPPLIERS TO TRUE
                      NOT AT END
                          MOVE SM-BLEND TO WS-FIND-BLEND
                          PERFORM A004-FIND-OR-ADD-BLEND
                          MOVE "Y" TO BL-SUPPLIED (BL-IDX)
                  END-READ
              END-PERFORM
              CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       A001-LOAD-STOCK.

           OPEN INPUT TEA-STOCK-FILE.

           IF WS-TEA-STOCK-STATUS NOT = "00"
              MOVE "C"    TO BK-SEVERITY
              MOVE "RI00" TO BK-CODE
              MOVE SPACES TO BK-SHIP
              MOVE SPACES TO BK-LOCATION
              MOVE SPACES TO BK-BLEND
              MOVE SPACES TO BK-TEXT
              STRING "TEA STOCK MASTER UNREADABLE, STATUS "
                     WS-TEA-STOCK-STATUS
                  DELIMITED BY SIZE INTO BK-TEXT
              PERFORM A005-RAISE-BREAK
           ELSE
              PERFORM UNTIL END-OF-STOCK
                  READ TEA-STOCK-FILE
                      AT END
                          SET END-OF-STOCK TO TRUE
                      NOT AT END
                          IF SK-COUNT >= 500
                             DISPLAY "*** FATAL: tea stock master "
                                     "has more than 500 records - "
                                     "enlarge the stock table ***"
                             MOVE 16 TO RETURN-CODE
                             STOP RUN
                          END-IF
                          ADD 1 TO SK-COUNT
                          MOVE ST-LOCATION TO SK-LOCATION (SK-COUNT)
                          MOVE ST-BLEND    TO SK-BLEND (SK-COUNT)
                          MOVE ST-BLEND    TO WS-FIND-BLEND
                          PERFORM A004-FIND-OR-ADD-BLEND
                          MOVE "Y" TO BL-STOCKED (BL-IDX)
                  END-READ
              END-PERFORM
              CLOSE TEA-STOCK-FILE
           END-IF.

       A002-CHECK-SHIPS.

           PERFORM VARYING SH-SUB FROM 1 BY 1 UNTIL SH-SUB > SH-COUNT
               MOVE SH-SHIP (SH-SUB) TO BK-SHIP
               MOVE SPACES           TO BK-LOCATION
               MOVE SPACES           TO BK-BLEND
               IF SH-ON-MANIFEST (SH-SUB) NOT = "Y"
                  MOVE "W"    TO BK-SEVERITY
                  MOVE "RI01" TO BK-CODE
                  MOVE "CREW SHIP NOT ON FLEET MANIFEST"
                      TO BK-TEXT
                  PERFORM A005-RAISE-BREAK
               END-IF
               IF SH-CREW-COUNT (SH-SUB) = 0
                  MOVE "W"    TO BK-SEVERITY
                  MOVE "RI02" TO BK-CODE
                  MOVE "MANIFEST SHIP HAS NO ROSTER RECORDS"
                      TO BK-TEXT
                  PERFORM A005-RAISE-BREAK
               END-IF
           END-PERFORM.

       A002-CHECK-LOCATIONS.

           PERFORM VARYING LO-SUB FROM 1 BY 1 UNTIL LO-SUB > LO-COUNT
               MOVE LO-SHIP (LO-SUB)     TO BK-SHIP
               MOVE LO-LOCATION (LO-SUB) TO BK-LOCATION
               MOVE SPACES               TO BK-BLEND
               IF LO-CREW-COUNT (LO-SUB) > 0
                  AND LO-HAS-THRESHOLD (LO-SUB) NOT = "Y"
                  MOVE "W"    TO BK-SEVERITY
                  MOVE "RI03" TO BK-CODE
                  MOVE "CREW LOCATION HAS NO THRESHOLD"
                      TO BK-TEXT
                  PERFORM A005-RAISE-BREAK
               END-IF
               IF LO-CREW-COUNT (LO-SUB) = 0
                  MOVE "W"    TO BK-SEVERITY
                  MOVE "RI04" TO BK-CODE
                  MOVE "THRESHOLD FOR LOCATION WITH NO CREW"
                      TO BK-TEXT
                  PERFORM A005-RAISE-BREAK
               END-IF
           END-PERFORM.

       A002-CHECK-BLENDS.

      *    A blend that is drunk or held in stock but that no supplier
      *    carries cannot be reordered, and the stream stops for it.
           PERFORM VARYING BL-SUB FROM 1 BY 1 UNTIL BL-SUB > BL-COUNT
               MOVE SPACES             TO BK-SHIP
               MOVE SPACES             TO BK-LOCATION
               MOVE BL-BLEND (BL-SUB)  TO BK-BLEND
               IF BL-SUPPLIED (BL-SUB) NOT = "Y"
                  IF BL-STOCKED (BL-SUB) = "Y"
                     MOVE "C"    TO BK-SEVERITY
                     MOVE "RI05" TO BK-CODE
                     MOVE "STOCKED BLEND HAS NO SUPPLIER"
                         TO BK-TEXT
                     PERFORM A005-RAISE-BREAK
                  ELSE
                     IF BL-CREW-COUNT (BL-SUB) > 0
                        MOVE "C"    TO BK-SEVERITY
                        MOVE "RI05" TO BK-CODE
                        MOVE "CREW BLEND HAS NO SUPPLIER"
                            TO BK-TEXT
                        PERFORM A005-RAISE-BREAK
                     END-IF
                  END-IF
               END-IF
               IF BL-PRICED (BL-SUB) NOT = "Y"
                  IF BL-CREW-COUNT (BL-SUB) > 0
                     OR BL-STOCKED (BL-SUB) = "Y"
                     OR BL-SUPPLIED (BL-SUB) = "Y"
                     MOVE "W"    TO BK-SEVERITY
                     MOVE "RI06" TO BK-CODE
                     MOVE "BLEND HAS NO PRICE IN EFFECT"
                         TO BK-TEXT
                     PERFORM A005-RAISE-BREAK
                  END-IF
               END-IF
           END-PERFORM.

       A002-CHECK-CREW-POINTS.

           PERFORM VARYING CP-SUB FROM 1 BY 1 UNTIL CP-SUB > CP-COUNT
               MOVE "N" TO WS-FOUND-SWITCH
               IF SK-COUNT > 0
                  SET SK-IDX TO 1
                  SEARCH SK-ENTRY
                     AT END
                        CONTINUE
                     WHEN SK-LOCATION (SK-IDX) = CP-LOCATION (CP-SUB)
                          AND SK-BLEND (SK-IDX) = CP-BLEND (CP-SUB)
                        SET KEY-FOUND TO TRUE
                  END-SEARCH
               END-IF
               IF NOT KEY-FOUND
                  MOVE "W"    TO BK-SEVERITY
                  MOVE "RI07" TO BK-CODE
                  MOVE CP-SHIP (CP-SUB)     TO BK-SHIP
                  MOVE CP-LOCATION (CP-SUB) TO BK-LOCATION
                  MOVE CP-BLEND (CP-SUB)    TO BK-BLEND
                  MOVE "NO STOCK RECORD FOR CREW BLEND"
                      TO BK-TEXT
                  PERFORM A005-RAISE-BREAK
               END-IF
           END-PERFORM.

       A002-CHECK-STOCK.

           PERFORM VARYING SK-SUB FROM 1 BY 1 UNTIL SK-SUB > SK-COUNT
               MOVE SK-LOCATION (SK-SUB) TO WS-FIND-LOCATION
               PERFORM A004-FIND-LOCATION
               IF NOT KEY-FOUND
                  OR LO-CREW-COUNT (LO-IDX) = 0
                  MOVE "W"    TO BK-SEVERITY
                  MOVE "RI08" TO BK-CODE
                  MOVE SPACES               TO BK-SHIP
                  MOVE SK-LOCATION (SK-SUB) TO BK-LOCATION
                  MOVE SK-BLEND (SK-SUB)    TO BK-BLEND
                  MOVE "STOCK HELD WHERE NOBODY WORKS"
                      TO BK-TEXT
                  PERFORM A005-RAISE-BREAK
               END-IF
           END-PERFORM.

       A003-CHECK-SUBSTITUTIONS.

           OPEN INPUT SUBSTITUTION-RULE-FILE.

           IF WS-SUBSTITUTION-STATUS = "00"
              PERFORM UNTIL END-OF-SUBSTITUTIONS
                  READ SUBSTITUTION-RULE-FILE
                      AT END
                          SET END-OF-SUBSTITUTIONS TO TRUE
                      NOT AT END
                          PERFORM A003-CHECK-ONE-RULE
                  END-READ
              END-PERFORM
              CLOSE SUBSTITUTION-RULE-FILE
           END-IF.

       A003-CHECK-ONE-RULE.

           MOVE "W"                 TO BK-SEVERITY.
           MOVE SB-OPT-OUT-SHIP     TO BK-SHIP.
           MOVE SB-OPT-OUT-LOCATION TO BK-LOCATION.
           MOVE SB-BLEND            TO BK-BLEND.

           MOVE SB-SUBSTITUTE TO WS-FIND-BLEND.
           PERFORM A004-FIND-BLEND.
           IF NOT KEY-FOUND
              OR BL-SUPPLIED (BL-IDX) NOT = "Y"
              MOVE "RI09" TO BK-CODE
              MOVE SPACES TO BK-TEXT
              STRING "SUBSTITUTE " SB-SUBSTITUTE " HAS NO SUPPLIER"
                  DELIMITED BY SIZE INTO BK-TEXT
              PERFORM A005-RAISE-BREAK
           END-IF.

           IF SB-OPT-OUT-SHIP NOT = SPACES
              MOVE SB-OPT-OUT-SHIP TO WS-FIND-SHIP
              PERFORM A004-FIND-SHIP
              IF NOT KEY-FOUND
                 OR SH-ON-MANIFEST (SH-IDX) NOT = "Y"
                 MOVE "RI10" TO BK-CODE
                 MOVE "OPT-OUT SHIP NOT ON FLEET MANIFEST"
                     TO BK-TEXT
                 PERFORM A005-RAISE-BREAK
              END-IF
           END-IF.

           IF SB-OPT-OUT-LOCATION NOT = SPACES
              MOVE SB-OPT-OUT-LOCATION TO WS-FIND-LOCATION
              PERFORM A004-FIND-LOCATION
              IF NOT KEY-FOUND
                 OR LO-CREW-COUNT (LO-IDX) = 0
                 MOVE "RI11" TO BK-CODE
                 MOVE "OPT-OUT LOCATION HAS NO CREW"
                     TO BK-TEXT
                 PERFORM A005-RAISE-BREAK
              END-IF
           END-IF.

       A004-FIND-SHIP.

           MOVE "N" TO WS-FOUND-SWITCH.

           IF SH-COUNT > 0
              SET SH-IDX TO 1
              SEARCH SH-ENTRY
                 AT END
                    CONTINUE
                 WHEN SH-SHIP (SH-IDX) = WS-FIND-SHIP
                    SET KEY-FOUND TO TRUE
              END-SEARCH
           END-IF.

       A004-FIND-OR-ADD-SHIP.

           PERFORM A004-FIND-SHIP.

           IF NOT KEY-FOUND
              IF SH-COUNT >= 50
                 DISPLAY "*** FATAL: more than 50 ships - enlarge "
                         "the ship table ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO SH-COUNT
              SET SH-IDX TO SH-COUNT
              MOVE WS-FIND-SHIP TO SH-SHIP (SH-IDX)
              MOVE "N"          TO SH-ON-MANIFEST (SH-IDX)
              MOVE 0            TO SH-CREW-COUNT (SH-IDX)
           END-IF.

       A004-FIND-LOCATION.

           MOVE "N" TO WS-FOUND-SWITCH.

           IF LO-COUNT > 0
              SET LO-IDX TO 1
              SEARCH LO-ENTRY
                 AT END
                    CONTINUE
                 WHEN LO-LOCATION (LO-IDX) = WS-FIND-LOCATION
                    SET KEY-FOUND TO TRUE
              END-SEARCH
           END-IF.

       A004-FIND-OR-ADD-LOCATION.

           PERFORM A004-FIND-LOCATION.

           IF NOT KEY-FOUND
              IF LO-COUNT >= 200
                 DISPLAY "*** FATAL: more than 200 locations - "
                         "enlarge the location table ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO LO-COUNT
              SET LO-IDX TO LO-COUNT
              MOVE WS-FIND-LOCATION TO LO-LOCATION (LO-IDX)
              MOVE WS-FIND-SHIP     TO LO-SHIP (LO-IDX)
              MOVE "N"              TO LO-HAS-THRESHOLD (LO-IDX)
              MOVE 0                TO LO-CREW-COUNT (LO-IDX)
           END-IF.

           IF LO-SHIP (LO-IDX) = SPACES
              MOVE WS-FIND-SHIP TO LO-SHIP (LO-IDX)
           END-IF.

       A004-FIND-BLEND.

           MOVE "N" TO WS-FOUND-SWITCH.

           IF BL-COUNT > 0
              SET BL-IDX TO 1
              SEARCH BL-ENTRY
                 AT END
                    CONTINUE
                 WHEN BL-BLEND (BL-IDX) = WS-FIND-BLEND
                    SET KEY-FOUND TO TRUE
              END-SEARCH
           END-IF.

       A004-FIND-OR-ADD-BLEND.

           PERFORM A004-FIND-BLEND.

           IF NOT KEY-FOUND
              IF BL-COUNT >= 50
                 DISPLAY "*** FATAL: more than 50 blends - enlarge "
                         "the blend table ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO BL-COUNT
              SET BL-IDX TO BL-COUNT
              MOVE WS-FIND-BLEND TO BL-BLEND (BL-IDX)
              MOVE "N"           TO BL-PRICED (BL-IDX)
              MOVE "N"           TO BL-SUPPLIED (BL-IDX)
              MOVE 0             TO BL-CREW-COUNT (BL-IDX)
              MOVE "N"           TO BL-STOCKED (BL-IDX)
           END-IF.

       A005-RAISE-BREAK.

           IF BK-CRITICAL
              MOVE "CRITICAL" TO ID-SEVERITY
              ADD 1 TO WS-CRITICAL-COUNT
           ELSE
              MOVE "WARNING"  TO ID-SEVERITY
              ADD 1 TO WS-WARNING-COUNT
           END-IF.

           MOVE BK-CODE     TO ID-CODE.
           MOVE BK-SHIP     TO ID-SHIP.
           MOVE BK-LOCATION TO ID-LOCATION.
           MOVE BK-BLEND    TO ID-BLEND.
           MOVE BK-TEXT     TO ID-TEXT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-INT-DETAIL.

           MOVE BK-CODE     TO EX-CODE.
           MOVE BK-SEVERITY TO EX-SEVERITY.
           MOVE BK-SHIP     TO EX-SHIP.
           MOVE BK-LOCATION TO EX-LOCATION.
           MOVE SPACES      TO EX-TEXT.
           IF BK-BLEND = SPACES
              MOVE BK-TEXT  TO EX-TEXT
           ELSE
              STRING BK-BLEND ": " BK-TEXT
                  DELIMITED BY SIZE INTO EX-TEXT
           END-IF.
           PERFORM A011-WRITE-EXCEPTION.

       A005-REPORT-FOOTER.

           IF WS-CRITICAL-COUNT = 0
              AND WS-WARNING-COUNT = 0
              MOVE "NO INTEGRITY BREAKS - REFERENCE FILES AGREE"
                  TO INTEGRITY-REPORT-RECORD
              WRITE INTEGRITY-REPORT-RECORD
           END-IF.

           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE "ROSTER RECORDS CHECKED:"  TO IF-LABEL.
           MOVE WS-ROSTER-COUNT            TO IF-COUNT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-INT-FOOTING.
           MOVE "SHIPS:"                   TO IF-LABEL.
           MOVE SH-COUNT                   TO IF-COUNT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-INT-FOOTING.
           MOVE "LOCATIONS:"               TO IF-LABEL.
           MOVE LO-COUNT                   TO IF-COUNT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-INT-FOOTING.
           MOVE "BLENDS:"                  TO IF-LABEL.
           MOVE BL-COUNT                   TO IF-COUNT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-INT-FOOTING.
           MOVE "STOCK RECORDS:"           TO IF-LABEL.
           MOVE SK-COUNT                   TO IF-COUNT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-INT-FOOTING.
           MOVE "CRITICAL BREAKS:"         TO IF-LABEL.
           MOVE WS-CRITICAL-COUNT          TO IF-COUNT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-INT-FOOTING.
           MOVE "WARNINGS:"                TO IF-LABEL.
           MOVE WS-WARNING-COUNT           TO IF-COUNT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-INT-FOOTING.

           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           IF WS-CRITICAL-COUNT > 0
              MOVE "*** CRITICAL BREAKS - NIGHTLY STREAM STOPPED ***"
                  TO INTEGRITY-REPORT-RECORD
           ELSE
              MOVE "NIGHTLY STREAM MAY PROCEED"
                  TO INTEGRITY-REPORT-RECORD
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD.

       A011-WRITE-EXCEPTION.

           MOVE WS-RUN-DATE TO EX-RUN-DATE.
           MOVE SPACE       TO EX-RESOLVED.
           CALL "TEA-EXCEPTION" USING EXCEPTION-RECORD.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks teacheck.cbl teaexcept.cbl
      *    ./teacheck
