ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT RUN-MASTER ASSIGN TO 'day1runmaster.dat'
    ACCESS MODE IS RANDOM
    RECORD KEY IS RM-RUN-ID
    FILE STATUS IS WS-RUN-MASTER-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
         READ DAY1-RESULTS
           AT END MOVE 'Y' TO WS-EOF
           NOT AT END
             MOVE DR-RUN-ID TO WS-SANDBOX-CHECK-ID
             PERFORM CHECK-SANDBOX-RECORD
             EVALUATE TRUE
               WHEN Sandbox-Record-Refused
                 CONTINUE
               WHEN DR-PROGRAM-NAME(1:3) = 'HDR'
                   OR DR-PROGRAM-NAME(1:3) = 'TRL'
                 ADD 1 TO WS-CONTROL-COUNT
           WS-DUPLICATE-COUNT " duplicates replaced"
     END-IF
   END-IF.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
