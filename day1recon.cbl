ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT RECON-REPORT ASSIGN TO 'day1recon.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RECON-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
            NOT AT END
*> HDR/TRL control records (see CTLFLD.cpy) carry no result fields -
*> only the data records between them are reconciliation input.
              MOVE DR-RUN-ID TO WS-SANDBOX-CHECK-ID
              PERFORM CHECK-SANDBOX-RECORD
              IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
                  AND NOT Sandbox-Record-Refused
                  AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
                IF DR-PROGRAM-NAME = WS-Program-A
                    AND DR-RUN-ID >= WS-A-Run-Id
      END-PERFORM
      CLOSE DAY1-RESULTS
   END-IF.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   IF Program-A-Found AND Program-B-Found
       AND WS-A-Directions-File NOT = WS-B-Directions-File
