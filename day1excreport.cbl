ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT DAY1-EXCEPTIONS ASSIGN TO DYNAMIC WS-EXCEPTIONS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-EXCEPTIONS-STATUS.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT EXC-REPORT ASSIGN TO 'day1excreport.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXC-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
     PERFORM REPORT-WEEKLY-RATES
   END-IF
   CLOSE EXC-REPORT.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
      READ DAY1-EXCEPTIONS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE ER-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          IF ER-RUN-ID(1:3) NOT = 'HDR'
              AND NOT Sandbox-Record-Refused
              AND ER-RUN-ID(1:3) NOT = 'TRL'
            IF EX-COUNT < WS-MAX-EXC-RECORDS
              ADD 1 TO EX-COUNT
