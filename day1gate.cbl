ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    SELECT GATE-REPORT ASSIGN TO 'day1gate.dat'
   PERFORM FIND-COMPLETION-AUDITS
   PERFORM DECIDE-GO-OR-NO-GO
   PERFORM WRITE-GATE-DECISION
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
        READ DAY1-RESULTS
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
            MOVE DR-RUN-ID TO WS-SANDBOX-CHECK-ID
            PERFORM CHECK-SANDBOX-RECORD
            IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
                AND NOT Sandbox-Record-Refused
                AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
              IF DR-PROGRAM-NAME = WS-Program-A
                  AND DR-RUN-ID >= WS-A-Run-Id
