ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    SELECT OPS-REPORT ASSIGN TO 'day1opsreport.dat'
*> happened and would land as a zero-second run of the walker whose
*> name they carry, so they stay out too - the same rule the inquiry
*> page and the cross-file checker apply.
              MOVE AUDIT-RUN-ID TO WS-SANDBOX-CHECK-ID
              PERFORM CHECK-SANDBOX-RECORD
              IF AUDIT-START-DATE(1:4) IS NUMERIC
                  AND NOT Sandbox-Record-Refused
                  AND AUDIT-RESULT(1:12) NOT = "history lock"
                  AND AUDIT-RESULT(1:11) NOT = "intake skip"
                PERFORM TALLY-AUDIT-RECORD
      CLOSE AUDIT-TRAIL
      PERFORM WRITE-OPS-REPORT
   END-IF.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
