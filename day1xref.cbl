*> records whose run identifier has no control block at all.
*> Findings go to day1xref.dat and the screen, and orphans end the
*> job with RETURN-CODE 8 so run_suite.sh can stop the chain.
*> Sandbox-marked records (see RUNFLD.cpy) are refused in every file,
*> so a trial run copied into production is neither a run nor an
*> orphan here - it is counted and raised as a WARNING instead.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT MOVE-SUMMARY ASSIGN TO DYNAMIC WS-MOVES-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MOVE-SUMMARY-STATUS.
    SELECT DAY1-EXCEPTIONS ASSIGN TO DYNAMIC WS-EXCEPTIONS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-EXCEPTIONS-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    SELECT XREF-REPORT ASSIGN TO 'day1xref.dat'
     PERFORM WRITE-OPERATOR-ALERT
     MOVE 8 TO RETURN-CODE
   END-IF
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
          EVALUATE RESULTS-IN-RECORD(1:3)
            WHEN 'HDR'
              MOVE RESULTS-IN-RECORD TO CONTROL-RECORD
              MOVE CTL-RUN-ID TO WS-SANDBOX-CHECK-ID
              PERFORM CHECK-SANDBOX-RECORD
              IF NOT Sandbox-Record-Refused
                MOVE CTL-RUN-ID TO WS-LOOKUP-RUN-ID
                PERFORM FIND-XREF-RUN
                IF XR-FOUND = 0 AND XR-COUNT < WS-MAX-XREF-RUNS
                  ADD 1 TO XR-COUNT
                  MOVE WS-LOOKUP-RUN-ID TO XR-RUN-ID(XR-COUNT)
                  MOVE 'N' TO XR-RESULT-SW(XR-COUNT)
                  MOVE 'N' TO XR-MOVE-SW(XR-COUNT)
                  MOVE 'N' TO XR-AUDIT-SW(XR-COUNT)
                  MOVE 'N' TO XR-ABORTED-SW(XR-COUNT)
                  MOVE 0 TO XR-EXC-COUNT(XR-COUNT)
                ELSE
                  IF XR-FOUND = 0
                    ADD 1 TO WS-DROPPED-RUNS
                  END-IF
                END-IF
              END-IF
            WHEN 'TRL'
      READ MOVE-SUMMARY
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE MS-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          IF MS-PROGRAM-NAME(1:3) NOT = 'HDR'
              AND NOT Sandbox-Record-Refused
              AND MS-PROGRAM-NAME(1:3) NOT = 'TRL'
            MOVE MS-RUN-ID TO WS-LOOKUP-RUN-ID
            PERFORM FIND-XREF-RUN
      READ DAY1-EXCEPTIONS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE ER-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          IF ER-RUN-ID(1:3) NOT = 'HDR'
              AND NOT Sandbox-Record-Refused
              AND ER-RUN-ID(1:3) NOT = 'TRL'
            MOVE ER-RUN-ID TO WS-LOOKUP-RUN-ID
            PERFORM FIND-XREF-RUN
      READ AUDIT-TRAIL
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE AUDIT-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          IF AUDIT-RESULT(1:12) NOT = "history lock"
              AND NOT Sandbox-Record-Refused
              AND AUDIT-RESULT(1:11) NOT = "intake skip"
            MOVE AUDIT-RUN-ID TO WS-LOOKUP-RUN-ID
            PERFORM FIND-XREF-RUN
