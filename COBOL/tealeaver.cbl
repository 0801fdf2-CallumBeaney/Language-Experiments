       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEA-LEAVER.
       AUTHOR. CALLUM BEANEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARAMETER-FILE
               ASSIGN TO "data/run-parameters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT GENERATION-CATALOG-FILE
               ASSIGN TO "data/generation-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.

           SELECT LEAVER-TRAIL-FILE ASSIGN TO "data/leaver-trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVER-TRAIL-STATUS.

           SELECT TARGET-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT WORK-FILE ASSIGN TO "data/leaver-work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO DYNAMIC WS-CERTIFICATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-PARAMETER-FILE
           RECORDING MODE IS F.

       COPY PARMREC.

       FD  GENERATION-CATALOG-FILE
           RECORDING MODE IS F.

       COPY GENCAT.

       FD  LEAVER-TRAIL-FILE
           RECORDING MODE IS F.

       COPY LEAVREC.

      *    Whichever file is being anonymised is read through here.
      *    Each layout that can carry a crew member's name is laid
      *    over the same record area.
       FD  TARGET-FILE
           RECORDING MODE IS F.
       01  TARGET-RECORD             PIC X(132).

       COPY CONSREC.

       COPY RSTKREC.

       COPY WASTEREC.

       COPY REJREC.

       COPY EXCREC.

       COPY REVWREC.

       01  PENDING-RECORD.
           05 RP-WHO                 PIC X(15).
           05 RP-AGE                 PIC X(2).
           05 RP-LOCATION            PIC X(30).
           05 RP-TEA                 PIC X(6).
           05 RP-TEA-TEMP            PIC X(6).
           05 RP-BLEND               PIC X(2).
           05 RP-SHIP                PIC X(8).
           05 RP-REASON-CODE         PIC X(2).
           05 RP-FIRST-SEEN          PIC X(8).
           05 RP-AGE-DAYS            PIC 9(3).

       01  STOCK-OUT-RECORD.
           05 SO-WHO                 PIC X(15).
           05 SO-LOCATION            PIC X(30).
           05 SO-BLEND               PIC X(2).
           05 SO-RUN-DATE            PIC X(8).

       01  RESTOCK-ARCHIVE-RECORD.
           05 AR-RUN-DATE            PIC X(8).
           05 AR-SHIP                PIC X(8).
           05 AR-WHO                 PIC X(15).
           05 FILLER                 PIC X(37).

       01  REJECT-ARCHIVE-RECORD.
           05 AJ-RUN-DATE            PIC X(8).
           05 AJ-WHO                 PIC X(15).
           05 AJ-AGE                 PIC X(2).
           05 AJ-LOCATION            PIC X(30).
           05 AJ-TEA                 PIC X(6).
           05 AJ-TEA-TEMP            PIC X(6).
           05 AJ-BLEND               PIC X(2).
           05 AJ-SHIP                PIC X(8).
           05 AJ-REASON-CODE         PIC X(2).

       01  REPORT-LINE.
           05 RT-WHO                 PIC X(15).
           05 FILLER                 PIC X(117).

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD               PIC X(132).

       FD  CERTIFICATE-FILE
           RECORDING MODE IS F.
       01  CERTIFICATE-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-RUN-PARM-STATUS       PIC XX      VALUE "00".
       01  WS-GEN-CATALOG-STATUS    PIC XX      VALUE "00".
       01  WS-LEAVER-TRAIL-STATUS   PIC XX      VALUE "00".
       01  WS-TARGET-STATUS         PIC XX      VALUE "00".
       01  WS-WORK-STATUS           PIC XX      VALUE "00".
       01  WS-CERTIFICATE-STATUS    PIC XX      VALUE "00".

       01  WS-PARM-EOF-SWITCH       PIC X       VALUE "N".
           88 END-OF-PARAMETERS                 VALUE "Y".
       01  WS-CATALOG-EOF-SWITCH    PIC X       VALUE "N".
           88 END-OF-CATALOG                    VALUE "Y".
       01  WS-TRAIL-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-TRAIL                      VALUE "Y".
       01  WS-TARGET-EOF-SWITCH     PIC X       VALUE "N".
           88 END-OF-TARGET                     VALUE "Y".
       01  WS-WORK-EOF-SWITCH       PIC X       VALUE "N".
           88 END-OF-WORK                       VALUE "Y".

       01  WS-LEAVER-FOUND-SWITCH   PIC X       VALUE "N".
           88 LEAVER-FOUND                      VALUE "Y".

       01  WS-RUN-DATE              PIC X(8).
       01  WS-COMMAND-LINE          PIC X(80)   VALUE SPACES.
       01  WS-RUN-DATE-NUM          PIC 9(8)    VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM
                                    PIC X(8).
       01  WS-DELETE-DATE-NUM       PIC 9(8)    VALUE 0.
       01  WS-DELETE-DATE-X REDEFINES WS-DELETE-DATE-NUM
                                    PIC X(8).
       01  WS-DAYS-SINCE-LEAVING    PIC S9(7)   VALUE 0.
       01  WS-DAY-DATE-NUM          PIC 9(8)    VALUE 0.
       01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE-NUM
                                    PIC X(8).
       01  WS-DAY-INT               PIC 9(7)    VALUE 0.
       01  WS-LAST-DAY-INT          PIC 9(7)    VALUE 0.

      *    How long a leaver's records are kept under their own name,
      *    so that the month's statements and balances can still be
      *    queried, before the name is anonymised.  Overridden by
      *    run parameter LEAVER-RETAIN-DAYS.
       01  LEAVER-RETAIN-DAYS       PIC 9(4)    VALUE 90.
       01  WS-PARM-EFF-RETAIN       PIC X(8)    VALUE SPACES.

       01  WS-CUTOFF-DATE           PIC X(8)    VALUE SPACES.
       01  WS-LAST-ARCHIVE-MONTH    PIC X(6)    VALUE SPACES.
       01  WS-FIRST-GEN-DATE        PIC X(8)    VALUE SPACES.

       01  WS-TARGET-NAME           PIC X(40)   VALUE SPACES.
       01  WS-CERTIFICATE-NAME      PIC X(40)   VALUE SPACES.
       01  WS-DELETE-NAME           PIC X(40)
                                     VALUE "data/leaver-work.tmp".

      *    File types: CN consumption ledger, RP pending rejects,
      *    RL restock log, RJ rejects, SO stock-outs, WA wastage,
      *    EX exceptions, RV crew review, RT tea report,
      *    AR restock archive, AJ reject archive, DG operations
      *    digest, CS crew statement.
       01  WS-FILE-TYPE             PIC X(2)    VALUE SPACES.
       01  WS-FILE-DATE             PIC X(8)    VALUE SPACES.
       01  WS-FILE-CHANGED-COUNT    PIC 9(7)    VALUE 0.
       01  WS-FILES-SCANNED         PIC 9(5)    VALUE 0.
       01  WS-FILES-CHANGED         PIC 9(5)    VALUE 0.

       01  WS-REPORT-DATE           PIC X(8)    VALUE SPACES.
       01  WS-REPORT-SHIP           PIC X(8)    VALUE SPACES.

       01  WS-REC-DATE              PIC X(8)    VALUE SPACES.
       01  WS-REC-SHIP              PIC X(8)    VALUE SPACES.
       01  WS-REC-WHO               PIC X(15)   VALUE SPACES.
       01  WS-REC-LOCATION          PIC X(30)   VALUE SPACES.

      *    The crew member a statement was printed for, and where
      *    they are on the trail if the statement turns out to be a
      *    leaver's.
       01  WS-STMT-WHO              PIC X(15)   VALUE SPACES.
       01  WS-STMT-LEAVER           PIC 9(3)    VALUE 0.

       01  WS-TOKEN-NUMBER          PIC 9(6)    VALUE 0.
       01  WS-DUE-COUNT             PIC 9(5)    VALUE 0.

      *    The whole leaver trail, in the order the deletes were
      *    applied.  A leaver's token is built from their place on the
      *    trail, so it is the same in every file and on every run.
       01  LEAVER-TABLE.
           05 LT-ENTRY OCCURS 500 TIMES INDEXED BY LT-IDX.
              10 LT-DELETE-DATE     PIC X(8).
              10 LT-SHIP            PIC X(8).
              10 LT-WHO             PIC X(15).
              10 LT-LOCATION        PIC X(30).
              10 LT-STATUS          PIC X(1).
              10 LT-ANONYMISED-DATE PIC X(8).
              10 LT-TOKEN           PIC X(15).
              10 LT-DUE-SWITCH      PIC X.
                 88 LT-DUE                      VALUE "Y".
              10 LT-FILE-COUNT      PIC 9(7).
              10 LT-TOTAL-COUNT     PIC 9(7).
       01  LT-COUNT                 PIC 9(3)    VALUE 0.
       01  LT-SUB                   PIC 9(3)    VALUE 0.

      *    One line of the certificate: a file, and how many of one
      *    leaver's records in it were anonymised.
       01  CERTIFICATE-TABLE.
           05 CE-ENTRY OCCURS 2000 TIMES INDEXED BY CE-IDX.
              10 CE-LEAVER          PIC 9(3).
              10 CE-FILE-NAME       PIC X(40).
              10 CE-COUNT           PIC 9(7).
       01  CE-COUNT-USED            PIC 9(4)    VALUE 0.
       01  CE-SUB                   PIC 9(4)    VALUE 0.

       01  WS-CERT-HEADING-1.
           05 FILLER                PIC X(36)
                     VALUE "LEAVER ANONYMISATION CERTIFICATE".
           05 FILLER                PIC X(10)   VALUE "RUN DATE:".
           05 CH1-RUN-DATE          PIC X(8).

       01  WS-CERT-HEADING-2.
           05 FILLER                PIC X(26)
                     VALUE "RETENTION PERIOD (DAYS):".
           05 CH2-RETAIN-DAYS       PIC ZZZ9.

       01  WS-CERT-LEAVER.
           05 FILLER                PIC X(8)    VALUE "LEAVER:".
           05 CL-WHO                PIC X(15).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 FILLER                PIC X(6)    VALUE "SHIP:".
           05 CL-SHIP               PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 FILLER                PIC X(6)    VALUE "LEFT:".
           05 CL-DELETE-DATE        PIC X(8).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 FILLER                PIC X(7)    VALUE "TOKEN:".
           05 CL-TOKEN              PIC X(15).

       01  WS-CERT-COL-HEADING.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 FILLER                PIC X(42)   VALUE "FILE".
           05 FILLER                PIC X(10)   VALUE "   RECORDS".

       01  WS-CERT-DETAIL.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 CD-FILE-NAME          PIC X(40).
           05 FILLER                PIC X(2)    VALUE SPACES.
           05 CD-COUNT              PIC ZZZZZZZZZ9.

       01  WS-CERT-LEAVER-TOTAL.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 FILLER                PIC X(42)
                     VALUE "TOTAL RECORDS ANONYMISED".
           05 CT-TOTAL-COUNT        PIC ZZZZZZZZZ9.

       01  WS-CERT-FOOTING.
           05 FILLER                PIC X(24)
                                     VALUE "LEAVERS ANONYMISED:".
           05 CF-DUE-COUNT          PIC ZZZZ9.
           05 FILLER                PIC X(4)    VALUE SPACES.
           05 FILLER                PIC X(16)   VALUE "FILES SCANNED:".
           05 CF-FILES-SCANNED      PIC ZZZZ9.

       PROCEDURE DIVISION.
       A000-FIRST-PARA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE (1:8) IS NUMERIC
              MOVE WS-COMMAND-LINE (1:8) TO WS-RUN-DATE
           END-IF.

           MOVE SPACES TO WS-CERTIFICATE-NAME.
           STRING "data/leaver-certificate." WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-CERTIFICATE-NAME.

           PERFORM A001-LOAD-PARAMETERS.
           PERFORM A002-LOAD-LEAVER-TRAIL.

           IF WS-DUE-COUNT = 0
              DISPLAY "No leavers past their retention period - "
                      "nothing to anonymise"
              STOP RUN
           END-IF.

           PERFORM A003-ANONYMISE-FILES.
           PERFORM A005-REWRITE-LEAVER-TRAIL.
           PERFORM A006-WRITE-CERTIFICATE.

           DISPLAY "Leavers anonymised: " WS-DUE-COUNT
                   "  files changed: " WS-FILES-CHANGED
                   " - certificate written to " WS-CERTIFICATE-NAME.

           STOP RUN.

       A001-LOAD-PARAMETERS.

           OPEN INPUT RUN-PARAMETER-FILE.

           IF WS-RUN-PARM-STATUS = "00"
              PERFORM UNTIL END-OF-PARAMETERS
                  READ RUN-PARAMETER-FILE
                      AT END
                          SET END-OF-PARAMETERS TO TRUE
                      NOT AT END
                          IF PM-NAME = "LEAVER-RETAIN-DAYS"
                             AND PM-EFFECTIVE-DATE IS NUMERIC
                             AND PM-EFFECTIVE-DATE NOT > WS-RUN-DATE
                             AND PM-VALUE-DAYS IS NUMERIC
                             AND PM-EFFECTIVE-DATE
                                 >= WS-PARM-EFF-RETAIN
                             MOVE PM-VALUE-DAYS
                                 TO LEAVER-RETAIN-DAYS
                             MOVE PM-EFFECTIVE-DATE
                                 TO WS-PARM-EFF-RETAIN
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RUN-PARAMETER-FILE
           ELSE
              DISPLAY "*** WARNING: could not open run parameter "
                      "file, status " WS-RUN-PARM-STATUS
                      " - using the compiled-in retention period ***"
           END-IF.

       A002-LOAD-LEAVER-TRAIL.

           OPEN INPUT LEAVER-TRAIL-FILE.

           IF WS-LEAVER-TRAIL-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-LEAVER-TRAIL-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open leaver trail, "
                         "status " WS-LEAVER-TRAIL-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL END-OF-TRAIL
                  READ LEAVER-TRAIL-FILE
                      AT END
                          SET END-OF-TRAIL TO TRUE
                      NOT AT END
                          PERFORM A002-ADD-LEAVER
                  END-READ
              END-PERFORM
              CLOSE LEAVER-TRAIL-FILE
           END-IF.

       A002-ADD-LEAVER.

           IF LT-COUNT >= 500
              DISPLAY "*** FATAL: leaver trail has more than 500 "
                      "records - enlarge the leaver table ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO LT-COUNT.
           SET LT-IDX TO LT-COUNT.
           MOVE LV-DELETE-DATE     TO LT-DELETE-DATE (LT-IDX).
           MOVE LV-SHIP            TO LT-SHIP (LT-IDX).
           MOVE LV-WHO             TO LT-WHO (LT-IDX).
           MOVE LV-LOCATION        TO LT-LOCATION (LT-IDX).
           MOVE LV-STATUS          TO LT-STATUS (LT-IDX).
           MOVE LV-ANONYMISED-DATE TO LT-ANONYMISED-DATE (LT-IDX).
           MOVE LV-TOKEN           TO LT-TOKEN (LT-IDX).
           MOVE "N"                TO LT-DUE-SWITCH (LT-IDX).
           MOVE 0                  TO LT-FILE-COUNT (LT-IDX).
           MOVE 0                  TO LT-TOTAL-COUNT (LT-IDX).

           IF LV-AWAITING-RETENTION
              AND LV-DELETE-DATE IS NUMERIC
              MOVE WS-RUN-DATE    TO WS-RUN-DATE-X
              MOVE LV-DELETE-DATE TO WS-DELETE-DATE-X
              COMPUTE WS-DAYS-SINCE-LEAVING =
                  FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                  - FUNCTION INTEGER-OF-DATE (WS-DELETE-DATE-NUM)
              IF WS-DAYS-SINCE-LEAVING >= LEAVER-RETAIN-DAYS
                 SET LT-DUE (LT-IDX) TO TRUE
                 ADD 1 TO WS-DUE-COUNT
                 MOVE LT-COUNT TO WS-TOKEN-NUMBER
                 MOVE SPACES   TO LT-TOKEN (LT-IDX)
                 STRING "LEAVER-" WS-TOKEN-NUMBER
                     DELIMITED BY SIZE INTO LT-TOKEN (LT-IDX)
                 IF LV-DELETE-DATE > WS-CUTOFF-DATE
                    OR WS-CUTOFF-DATE = SPACES
                    MOVE LV-DELETE-DATE TO WS-CUTOFF-DATE
                 END-IF
              END-IF
           END-IF.

       A003-ANONYMISE-FILES.

      *    Only records written on or before the day a leaver was
      *    deleted are theirs; anyone taken on later under the same
      *    name keeps their own records.  So no generation after the
      *    last due leaver's delete date needs to be looked at.
           MOVE "data/crew-consumption.dat" TO WS-TARGET-NAME.
           MOVE "CN"   TO WS-FILE-TYPE.
           MOVE SPACES TO WS-FILE-DATE.
           PERFORM B100-ANONYMISE-FILE.

           MOVE "data/rejects-pending.dat" TO WS-TARGET-NAME.
           MOVE "RP"   TO WS-FILE-TYPE.
           MOVE SPACES TO WS-FILE-DATE.
           PERFORM B100-ANONYMISE-FILE.

      *    The digest's carry file holds unresolved exceptions from
      *    any night, each under its own run date.
           MOVE "data/exceptions-carry.dat" TO WS-TARGET-NAME.
           MOVE "EX"   TO WS-FILE-TYPE.
           MOVE SPACES TO WS-FILE-DATE.
           PERFORM B100-ANONYMISE-FILE.

           OPEN INPUT GENERATION-CATALOG-FILE.

           IF WS-GEN-CATALOG-STATUS = "00"
              PERFORM UNTIL END-OF-CATALOG
                  READ GENERATION-CATALOG-FILE
                      AT END
                          SET END-OF-CATALOG TO TRUE
                      NOT AT END
                          IF WS-FIRST-GEN-DATE = SPACES
                             OR GC-RUN-DATE < WS-FIRST-GEN-DATE
                             MOVE GC-RUN-DATE TO WS-FIRST-GEN-DATE
                          END-IF
                          IF GC-RUN-DATE NOT > WS-CUTOFF-DATE
                             PERFORM A004-ANONYMISE-GENERATION
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE GENERATION-CATALOG-FILE
           ELSE
              DISPLAY "*** WARNING: no generation catalog - only "
                      "the consumption ledger, pending rejects and "
                      "carried exceptions were anonymised ***"
           END-IF.

           IF WS-FIRST-GEN-DATE IS NUMERIC
              PERFORM A004-ANONYMISE-DAY-REPORTS
           END-IF.

       A004-ANONYMISE-GENERATION.

      *    A generation still on line has its own files; once it is
      *    archived its restock log, rejects, stock-outs and report
      *    are in the month's archives.  Wastage, the exceptions and
      *    the crew review file are never archived.
           MOVE GC-RUN-DATE TO WS-FILE-DATE.

           IF GC-STATUS = "ARCHIVED"
              IF GC-RUN-DATE (1:6) NOT = WS-LAST-ARCHIVE-MONTH
                 MOVE GC-RUN-DATE (1:6) TO WS-LAST-ARCHIVE-MONTH
                 PERFORM A004-ANONYMISE-ARCHIVES
              END-IF
           ELSE
              MOVE SPACES TO WS-TARGET-NAME
              STRING "data/restock-log." GC-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-TARGET-NAME
              MOVE "RL" TO WS-FILE-TYPE
              PERFORM B100-ANONYMISE-FILE
              MOVE SPACES TO WS-TARGET-NAME
              STRING "data/rejects." GC-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-TARGET-NAME
              MOVE "RJ" TO WS-FILE-TYPE
              PERFORM B100-ANONYMISE-FILE
              MOVE SPACES TO WS-TARGET-NAME
              STRING "data/stock-outs." GC-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-TARGET-NAME
              MOVE "SO" TO WS-FILE-TYPE
              PERFORM B100-ANONYMISE-FILE
              MOVE SPACES TO WS-TARGET-NAME
              STRING "data/tea-report." GC-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-TARGET-NAME
              MOVE "RT" TO WS-FILE-TYPE
              PERFORM B100-ANONYMISE-FILE
           END-IF.

           MOVE GC-RUN-DATE TO WS-FILE-DATE.
           MOVE SPACES TO WS-TARGET-NAME.
           STRING "data/wastage." GC-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-TARGET-NAME.
           MOVE "WA" TO WS-FILE-TYPE.
           PERFORM B100-ANONYMISE-FILE.

           MOVE SPACES TO WS-TARGET-NAME.
           STRING "data/exceptions." GC-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-TARGET-NAME.
           MOVE "EX" TO WS-FILE-TYPE.
           PERFORM B100-ANONYMISE-FILE.

           MOVE SPACES TO WS-TARGET-NAME.
           STRING "data/crew-review." GC-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-TARGET-NAME.
           MOVE "RV" TO WS-FILE-TYPE.
           PERFORM B100-ANONYMISE-FILE.

       A004-ANONYMISE-DAY-REPORTS.

      *    The operations digest carries unresolved exceptions on from
      *    earlier nights, and a crew statement can be printed on any
      *    day, even after its crew member has left.  Neither is tied
      *    to a generation or stops at the cutoff, so every day from
      *    the first generation on the catalog to today is looked at.
           MOVE WS-FIRST-GEN-DATE TO WS-DAY-DATE-X.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DAY-DATE-NUM).
           MOVE WS-RUN-DATE TO WS-DAY-DATE-X.
           COMPUTE WS-LAST-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DAY-DATE-NUM).

           PERFORM UNTIL WS-DAY-INT > WS-LAST-DAY-INT
               COMPUTE WS-DAY-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               PERFORM A004-ANONYMISE-ONE-DAY
               ADD 1 TO WS-DAY-INT
           END-PERFORM.

       A004-ANONYMISE-ONE-DAY.

           MOVE WS-DAY-DATE-X TO WS-FILE-DATE.

           MOVE SPACES TO WS-TARGET-NAME.
           STRING "data/ops-digest." WS-DAY-DATE-X ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME.
           MOVE "DG" TO WS-FILE-TYPE.
           PERFORM B100-ANONYMISE-FILE.

           MOVE SPACES TO WS-TARGET-NAME.
           STRING "data/crew-statement." WS-DAY-DATE-X ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME.
           PERFORM B150-CHECK-STATEMENT.
           IF WS-STMT-LEAVER > 0
              MOVE "CS" TO WS-FILE-TYPE
              PERFORM B100-ANONYMISE-FILE
           END-IF.

       A004-ANONYMISE-ARCHIVES.

           MOVE SPACES TO WS-FILE-DATE.

           MOVE SPACES TO WS-TARGET-NAME.
           STRING "data/restock-archive." WS-LAST-ARCHIVE-MONTH ".dat"
               DELIMITED BY SIZE INTO WS-TARGET-NAME.
           MOVE "AR" TO WS-FILE-TYPE.
           PERFORM B100-ANONYMISE-FILE.

           MOVE SPACES TO WS-TARGET-NAME.
           STRING "data/reject-archive." WS-LAST-ARCHIVE-MONTH ".dat"
               DELIMITED BY SIZE INTO WS-TARGET-NAME.
           MOVE "AJ" TO WS-FILE-TYPE.
           PERFORM B100-ANONYMISE-FILE.

           MOVE SPACES TO WS-TARGET-NAME.
           STRING "data/stockout-archive." WS-LAST-ARCHIVE-MONTH
                  ".dat"
               DELIMITED BY SIZE INTO WS-TARGET-NAME.
           MOVE "SO" TO WS-FILE-TYPE.
           PERFORM B100-ANONYMISE-FILE.

           MOVE SPACES TO WS-TARGET-NAME.
           STRING "data/report-archive." WS-LAST-ARCHIVE-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME.
           MOVE "RT" TO WS-FILE-TYPE.
           PERFORM B100-ANONYMISE-FILE.

       A005-REWRITE-LEAVER-TRAIL.

      *    The trail keeps the token in place of the name, so the
      *    certificate is the only record of who the token was.
           OPEN OUTPUT LEAVER-TRAIL-FILE.
           IF WS-LEAVER-TRAIL-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not rewrite leaver trail, "
                      "status " WS-LEAVER-TRAIL-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT
               MOVE SPACES                 TO LEAVER-TRAIL-RECORD
               MOVE LT-DELETE-DATE (LT-SUB) TO LV-DELETE-DATE
               MOVE LT-SHIP (LT-SUB)        TO LV-SHIP
               MOVE LT-LOCATION (LT-SUB)    TO LV-LOCATION
               IF LT-DUE (LT-SUB)
                  MOVE LT-TOKEN (LT-SUB)    TO LV-WHO
                  SET LV-ANONYMISED         TO TRUE
                  MOVE WS-RUN-DATE          TO LV-ANONYMISED-DATE
                  MOVE LT-TOKEN (LT-SUB)    TO LV-TOKEN
                  MOVE 1 TO LT-FILE-COUNT (LT-SUB)
               ELSE
                  MOVE LT-WHO (LT-SUB)      TO LV-WHO
                  MOVE LT-STATUS (LT-SUB)   TO LV-STATUS
                  MOVE LT-ANONYMISED-DATE (LT-SUB)
                                            TO LV-ANONYMISED-DATE
                  MOVE LT-TOKEN (LT-SUB)    TO LV-TOKEN
                  MOVE 0 TO LT-FILE-COUNT (LT-SUB)
               END-IF
               WRITE LEAVER-TRAIL-RECORD
           END-PERFORM.

           CLOSE LEAVER-TRAIL-FILE.

           MOVE "data/leaver-trail.dat" TO WS-TARGET-NAME.
           PERFORM B140-RECORD-CERTIFICATE.

       A006-WRITE-CERTIFICATE.

           OPEN OUTPUT CERTIFICATE-FILE.
           IF WS-CERTIFICATE-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open leaver certificate, "
                      "status " WS-CERTIFICATE-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO CH1-RUN-DATE.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-HEADING-1.
           MOVE LEAVER-RETAIN-DAYS TO CH2-RETAIN-DAYS.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-HEADING-2.

           PERFORM VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT
               IF LT-DUE (LT-SUB)
                  PERFORM A006-WRITE-ONE-LEAVER
               END-IF
           END-PERFORM.

           MOVE SPACES TO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.
           MOVE WS-DUE-COUNT     TO CF-DUE-COUNT.
           MOVE WS-FILES-SCANNED TO CF-FILES-SCANNED.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-FOOTING.

           CLOSE CERTIFICATE-FILE.

       A006-WRITE-ONE-LEAVER.

           MOVE SPACES TO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.

           MOVE LT-WHO (LT-SUB)         TO CL-WHO.
           MOVE LT-SHIP (LT-SUB)        TO CL-SHIP.
           MOVE LT-DELETE-DATE (LT-SUB) TO CL-DELETE-DATE.
           MOVE LT-TOKEN (LT-SUB)       TO CL-TOKEN.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-LEAVER.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-COL-HEADING.

           PERFORM VARYING CE-SUB FROM 1 BY 1
                   UNTIL CE-SUB > CE-COUNT-USED
               IF CE-LEAVER (CE-SUB) = LT-SUB
                  MOVE CE-FILE-NAME (CE-SUB) TO CD-FILE-NAME
                  MOVE CE-COUNT (CE-SUB)     TO CD-COUNT
                  WRITE CERTIFICATE-RECORD FROM WS-CERT-DETAIL
               END-IF
           END-PERFORM.

           MOVE LT-TOTAL-COUNT (LT-SUB) TO CT-TOTAL-COUNT.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-LEAVER-TOTAL.

       B100-ANONYMISE-FILE.

      *    The file is copied to a work file with the names replaced,
      *    and copied back only if something was changed.  Nothing
      *    but the name is touched, so every quantity stays as it was.
           MOVE 0      TO WS-FILE-CHANGED-COUNT.
           MOVE SPACES TO WS-REPORT-SHIP.
           MOVE WS-FILE-DATE TO WS-REPORT-DATE.
           PERFORM VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT
               MOVE 0 TO LT-FILE-COUNT (LT-SUB)
           END-PERFORM.

           OPEN INPUT TARGET-FILE.

           IF WS-TARGET-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-TARGET-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open " WS-TARGET-NAME
                         ", status " WS-TARGET-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-FILES-SCANNED
              OPEN OUTPUT WORK-FILE
              IF WS-WORK-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open leaver work "
                         "file, status " WS-WORK-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "N" TO WS-TARGET-EOF-SWITCH
              PERFORM UNTIL END-OF-TARGET
                  READ TARGET-FILE
                      AT END
                          SET END-OF-TARGET TO TRUE
                      NOT AT END
                          PERFORM B110-ANONYMISE-RECORD
                          WRITE WORK-RECORD FROM TARGET-RECORD
                  END-READ
              END-PERFORM
              CLOSE TARGET-FILE
              CLOSE WORK-FILE
              IF WS-FILE-CHANGED-COUNT > 0
                 PERFORM B130-COPY-BACK
                 PERFORM B140-RECORD-CERTIFICATE
                 ADD 1 TO WS-FILES-CHANGED
              END-IF
              CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           END-IF.

       B110-ANONYMISE-RECORD.

           MOVE WS-FILE-DATE TO WS-REC-DATE.
           MOVE SPACES       TO WS-REC-SHIP.
           MOVE SPACES       TO WS-REC-WHO.
           MOVE SPACES       TO WS-REC-LOCATION.

           EVALUATE WS-FILE-TYPE
               WHEN "CN"
                   MOVE CN-RUN-DATE   TO WS-REC-DATE
                   MOVE CN-SHIP       TO WS-REC-SHIP
                   MOVE CN-WHO        TO WS-REC-WHO
               WHEN "RP"
                   MOVE RP-FIRST-SEEN TO WS-REC-DATE
                   MOVE RP-SHIP       TO WS-REC-SHIP
                   MOVE RP-WHO        TO WS-REC-WHO
                   MOVE RP-LOCATION   TO WS-REC-LOCATION
               WHEN "RL"
                   MOVE RL-SHIP       TO WS-REC-SHIP
                   MOVE RL-WHO        TO WS-REC-WHO
               WHEN "RJ"
                   MOVE RJ-SHIP       TO WS-REC-SHIP
                   MOVE RJ-WHO        TO WS-REC-WHO
                   MOVE RJ-LOCATION   TO WS-REC-LOCATION
      *        Stock-outs carry no ship; the location stands in for it.
               WHEN "SO"
                   MOVE SO-RUN-DATE   TO WS-REC-DATE
                   MOVE SO-WHO        TO WS-REC-WHO
                   MOVE SO-LOCATION   TO WS-REC-LOCATION
               WHEN "WA"
                   MOVE WA-RUN-DATE   TO WS-REC-DATE
                   MOVE WA-SHIP       TO WS-REC-SHIP
                   MOVE WA-WHO        TO WS-REC-WHO
      *        Only a stock-out or a screening hold names the crew
      *        member, in the same place in the text.
               WHEN "EX"
                   IF EX-CODE = "STKO"
                      OR EX-CODE = "SCRN"
                      MOVE EX-RUN-DATE    TO WS-REC-DATE
                      MOVE EX-SHIP        TO WS-REC-SHIP
                      MOVE EX-TEXT (23:15) TO WS-REC-WHO
                   END-IF
               WHEN "RV"
                   MOVE CW-RUN-DATE   TO WS-REC-DATE
                   MOVE CW-SHIP       TO WS-REC-SHIP
                   MOVE CW-WHO        TO WS-REC-WHO
               WHEN "AR"
                   MOVE AR-RUN-DATE   TO WS-REC-DATE
                   MOVE AR-SHIP       TO WS-REC-SHIP
                   MOVE AR-WHO        TO WS-REC-WHO
               WHEN "AJ"
                   MOVE AJ-RUN-DATE   TO WS-REC-DATE
                   MOVE AJ-SHIP       TO WS-REC-SHIP
                   MOVE AJ-WHO        TO WS-REC-WHO
                   MOVE AJ-LOCATION   TO WS-REC-LOCATION
               WHEN "RT"
                   PERFORM B115-READ-REPORT-LINE
      *        A digest line shows the exception laid out across the
      *        page, so the name sits further along than in the file.
               WHEN "DG"
                   IF TARGET-RECORD (1:4) = "STKO"
                      OR TARGET-RECORD (1:4) = "SCRN"
                      MOVE TARGET-RECORD (7:8)   TO WS-REC-DATE
                      MOVE TARGET-RECORD (17:8)  TO WS-REC-SHIP
                      MOVE TARGET-RECORD (81:15) TO WS-REC-WHO
                   END-IF
      *        The statement was already found to be the leaver's, so
      *        only the name in its heading needs replacing.
               WHEN "CS"
                   IF TARGET-RECORD (1:12) = "CREW MEMBER:"
                      MOVE WS-STMT-LEAVER TO LT-SUB
                      PERFORM B125-REPLACE-NAME
                   END-IF
           END-EVALUATE.

           IF WS-REC-WHO NOT = SPACES
              PERFORM B120-FIND-LEAVER
              IF LEAVER-FOUND
                 PERFORM B125-REPLACE-NAME
              END-IF
           END-IF.

       B115-READ-REPORT-LINE.

      *    A tea report names each crew member at the start of their
      *    detail line, under the heading of their run and ship.  The
      *    month's report archive is the same reports one after
      *    another, so the headings are followed as the lines go by.
           EVALUATE TRUE
               WHEN TARGET-RECORD (1:16) = "TEA STOCK REPORT"
                    AND TARGET-RECORD (18:9) = "RUN DATE:"
                   MOVE TARGET-RECORD (28:8) TO WS-REPORT-DATE
               WHEN TARGET-RECORD (1:6) = "SHIP: "
                   MOVE TARGET-RECORD (7:8) TO WS-REPORT-SHIP
               WHEN WS-REPORT-SHIP NOT = SPACES
                   MOVE WS-REPORT-DATE TO WS-REC-DATE
                   MOVE WS-REPORT-SHIP TO WS-REC-SHIP
                   MOVE RT-WHO         TO WS-REC-WHO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       B120-FIND-LEAVER.

      *    The trail is in delete order, so a name deleted more than
      *    once is matched to the tenure the record belongs to.
           MOVE "N" TO WS-LEAVER-FOUND-SWITCH.

           PERFORM VARYING LT-SUB FROM 1 BY 1
                   UNTIL LT-SUB > LT-COUNT OR LEAVER-FOUND
               IF LT-DUE (LT-SUB)
                  AND LT-WHO (LT-SUB) = WS-REC-WHO
                  AND WS-REC-DATE NOT > LT-DELETE-DATE (LT-SUB)
                  AND ((WS-REC-SHIP NOT = SPACES
                        AND WS-REC-SHIP = LT-SHIP (LT-SUB))
                    OR (WS-REC-SHIP = SPACES
                        AND WS-REC-LOCATION = LT-LOCATION (LT-SUB)))
                  SET LEAVER-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF LEAVER-FOUND
              SUBTRACT 1 FROM LT-SUB
           END-IF.

       B125-REPLACE-NAME.

           EVALUATE WS-FILE-TYPE
               WHEN "CN"
                   MOVE LT-TOKEN (LT-SUB) TO CN-WHO
               WHEN "RP"
                   MOVE LT-TOKEN (LT-SUB) TO RP-WHO
               WHEN "RL"
                   MOVE LT-TOKEN (LT-SUB) TO RL-WHO
               WHEN "RJ"
                   MOVE LT-TOKEN (LT-SUB) TO RJ-WHO
               WHEN "SO"
                   MOVE LT-TOKEN (LT-SUB) TO SO-WHO
               WHEN "WA"
                   MOVE LT-TOKEN (LT-SUB) TO WA-WHO
               WHEN "EX"
                   MOVE LT-TOKEN (LT-SUB) TO EX-TEXT (23:15)
               WHEN "RV"
                   MOVE LT-TOKEN (LT-SUB) TO CW-WHO
               WHEN "AR"
                   MOVE LT-TOKEN (LT-SUB) TO AR-WHO
               WHEN "AJ"
                   MOVE LT-TOKEN (LT-SUB) TO AJ-WHO
               WHEN "RT"
                   MOVE LT-TOKEN (LT-SUB) TO RT-WHO
               WHEN "DG"
                   MOVE LT-TOKEN (LT-SUB) TO TARGET-RECORD (81:15)
               WHEN "CS"
                   MOVE LT-TOKEN (LT-SUB) TO TARGET-RECORD (14:15)
           END-EVALUATE.

           ADD 1 TO LT-FILE-COUNT (LT-SUB).
           ADD 1 TO WS-FILE-CHANGED-COUNT.

       B130-COPY-BACK.

           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not reopen leaver work file, "
                      "status " WS-WORK-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TARGET-FILE.
           IF WS-TARGET-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not rewrite " WS-TARGET-NAME
                      ", status " WS-TARGET-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE "N" TO WS-WORK-EOF-SWITCH.
           PERFORM UNTIL END-OF-WORK
               READ WORK-FILE
                   AT END
                       SET END-OF-WORK TO TRUE
                   NOT AT END
                       WRITE TARGET-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM.

           CLOSE WORK-FILE.
           CLOSE TARGET-FILE.

       B140-RECORD-CERTIFICATE.

           PERFORM VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT
               IF LT-FILE-COUNT (LT-SUB) > 0
                  IF CE-COUNT-USED >= 2000
                     DISPLAY "*** FATAL: more than 2000 certificate "
                             "lines - enlarge the certificate "
                             "table ***"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO CE-COUNT-USED
                  SET CE-IDX TO CE-COUNT-USED
                  MOVE LT-SUB                 TO CE-LEAVER (CE-IDX)
                  MOVE WS-TARGET-NAME         TO CE-FILE-NAME (CE-IDX)
                  MOVE LT-FILE-COUNT (LT-SUB) TO CE-COUNT (CE-IDX)
                  ADD LT-FILE-COUNT (LT-SUB)
                      TO LT-TOTAL-COUNT (LT-SUB)
               END-IF
           END-PERFORM.

       B150-CHECK-STATEMENT.

      *    A statement names its crew member only in the heading.  It
      *    is the leaver's if any run on it is one of theirs - the
      *    same run date and ship test as for every other file.
           MOVE 0      TO WS-STMT-LEAVER.
           MOVE SPACES TO WS-STMT-WHO.

           OPEN INPUT TARGET-FILE.

           IF WS-TARGET-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-TARGET-STATUS NOT = "00"
                 DISPLAY "*** FATAL: could not open " WS-TARGET-NAME
                         ", status " WS-TARGET-STATUS " ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "N" TO WS-TARGET-EOF-SWITCH
              PERFORM UNTIL END-OF-TARGET OR WS-STMT-LEAVER > 0
                  READ TARGET-FILE
                      AT END
                          SET END-OF-TARGET TO TRUE
                      NOT AT END
                          PERFORM B155-CHECK-STATEMENT-LINE
                  END-READ
              END-PERFORM
              CLOSE TARGET-FILE
           END-IF.

       B155-CHECK-STATEMENT-LINE.

           IF TARGET-RECORD (1:12) = "CREW MEMBER:"
              MOVE TARGET-RECORD (14:15) TO WS-STMT-WHO
           ELSE
              IF WS-STMT-WHO NOT = SPACES
                 AND TARGET-RECORD (1:8) IS NUMERIC
                 MOVE TARGET-RECORD (1:8)   TO WS-REC-DATE
                 MOVE TARGET-RECORD (11:8)  TO WS-REC-SHIP
                 MOVE TARGET-RECORD (21:30) TO WS-REC-LOCATION
                 MOVE WS-STMT-WHO           TO WS-REC-WHO
                 PERFORM B120-FIND-LEAVER
                 IF LEAVER-FOUND
                    MOVE LT-SUB TO WS-STMT-LEAVER
                 END-IF
              END-IF
           END-IF.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks tealeaver.cbl
      *    ./tealeaver [YYYYMMDD]
