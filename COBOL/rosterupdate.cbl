               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LEAVER-TRAIL-FILE ASSIGN TO "data/leaver-trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVER-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORDING MODE IS F.
       01  AUDIT-RECORD              PIC X(100).

       FD  LEAVER-TRAIL-FILE
           RECORDING MODE IS F.

       COPY LEAVREC.

       WORKING-STORAGE SECTION.

       01  WS-ROSTER-MASTER-STATUS  PIC XX      VALUE "00".
       01  WS-FLEET-MANIFEST-STATUS PIC XX      VALUE "00".
       01  WS-TRANSACTION-STATUS    PIC XX      VALUE "00".
       01  WS-AUDIT-STATUS          PIC XX      VALUE "00".
       01  WS-LEAVER-TRAIL-STATUS   PIC XX      VALUE "00".

       01  WS-FLEET-EOF-SWITCH      PIC X       VALUE "N".
           88 END-OF-MANIFEST                   VALUE "Y".
              STOP RUN
           END-IF.

      *    The roster audit is rewritten every run; the leaver trail
      *    is kept for good, because leavers' personal data is
      *    anonymised from it once their retention period is over.
           OPEN EXTEND LEAVER-TRAIL-FILE.
           IF WS-LEAVER-TRAIL-STATUS = "35"
              OPEN OUTPUT LEAVER-TRAIL-FILE
           END-IF.
           IF WS-LEAVER-TRAIL-STATUS NOT = "00"
              DISPLAY "*** FATAL: could not open leaver trail, "
                      "status " WS-LEAVER-TRAIL-STATUS " ***"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM A001-LOAD-FLEET-MANIFEST.
           CLOSE ROSTER-MASTER-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE AUDIT-FILE.
           CLOSE LEAVER-TRAIL-FILE.

           STOP RUN.

              MOVE "CREW MEMBER NOT FOUND" TO AD-REASON
              PERFORM A005-AUDIT-REFUSED
           ELSE
              PERFORM A003-MASTER-TO-WORK
              DELETE ROSTER-MASTER-FILE
                  INVALID KEY
                      MOVE "MASTER DELETE FAILED" TO AD-REASON
                      PERFORM A005-AUDIT-REFUSED
                  NOT INVALID KEY
                      PERFORM A005-AUDIT-APPLIED
                      PERFORM A006-WRITE-LEAVER-TRAIL
              END-DELETE
           END-IF.

           MOVE WS-REFUSED-COUNT TO AF2-REFUSED-COUNT.
           WRITE AUDIT-RECORD FROM WS-AUDIT-FOOTING-2.

       A006-WRITE-LEAVER-TRAIL.

           MOVE SPACES      TO LEAVER-TRAIL-RECORD.
           MOVE WS-RUN-DATE TO LV-DELETE-DATE.
           MOVE WK-SHIP     TO LV-SHIP.
           MOVE WK-WHO      TO LV-WHO.
           MOVE WK-LOCATION TO LV-LOCATION.
           SET LV-AWAITING-RETENTION TO TRUE.
           WRITE LEAVER-TRAIL-RECORD.

      /TERMINAL COMMANDS:
      *    cobc -x -I copybooks rosterupdate.cbl crewval.cbl
      *    ./rosterupdate
