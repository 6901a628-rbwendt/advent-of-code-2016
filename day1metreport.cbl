    SELECT MET-REPORT ASSIGN TO 'day1metreport.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MET-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
       READ METRICS-HISTORY
         AT END MOVE 'Y' TO WS-EOF
         NOT AT END
           MOVE MT-RUN-ID TO WS-SANDBOX-CHECK-ID
           PERFORM CHECK-SANDBOX-RECORD
           IF NOT Sandbox-Record-Refused
             IF MR-COUNT < WS-MAX-METRIC-RUNS
               ADD 1 TO MR-COUNT
               MOVE MT-PROGRAM-NAME    TO MR-PROGRAM(MR-COUNT)
               MOVE MT-RUN-ID          TO MR-RUN-ID(MR-COUNT)
               MOVE MT-RUN-DATE        TO MR-RUN-DATE(MR-COUNT)
               MOVE MT-RUN-TIME        TO MR-RUN-TIME(MR-COUNT)
               MOVE MT-RECORDS-READ    TO MR-RECORDS(MR-COUNT)
               MOVE MT-UNIT-STEPS      TO MR-UNIT-STEPS(MR-COUNT)
               MOVE MT-SPOTS-TABLE     TO MR-SPOTS-TABLE(MR-COUNT)
               MOVE MT-CHECKPOINTS     TO MR-CHECKPOINTS(MR-COUNT)
               MOVE MT-READ-HS         TO MR-READ-HS(MR-COUNT)
               MOVE MT-SPOTS-HS        TO MR-SPOTS-HS(MR-COUNT)
               MOVE MT-CHECKPOINT-HS   TO MR-CHECK-HS(MR-COUNT)
               MOVE MT-GRID-HS         TO MR-GRID-HS(MR-COUNT)
               MOVE MT-DIRECTIONS-FILE TO MR-DIRECTIONS(MR-COUNT)
               MOVE 'N' TO MR-GROUPED-SWITCH(MR-COUNT)
             ELSE
               ADD 1 TO WS-DROPPED-COUNT
             END-IF
           END-IF
       END-READ
     END-PERFORM
     CLOSE METRICS-HISTORY
     PERFORM WRITE-METRIC-REPORT
   END-IF.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
