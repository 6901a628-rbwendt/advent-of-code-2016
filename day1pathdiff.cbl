    SELECT PATHDIFF-REPORT ASSIGN TO 'day1pathdiff.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PATHDIFF-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
     PERFORM REPORT-DIVERGENCE
   END-IF
   CLOSE PATHDIFF-REPORT.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
        READ PATH-TRACE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
            MOVE PP-RUN-ID TO WS-SANDBOX-CHECK-ID
            PERFORM CHECK-SANDBOX-RECORD
            IF NOT Sandbox-Record-Refused
              IF PP-RUN-ID = WS-Run-A
                IF PA-COUNT < WS-MAX-DIFF-POINTS
                  ADD 1 TO PA-COUNT
                  MOVE PP-LINE-NUMBER TO PA-LINE(PA-COUNT)
                  MOVE PP-HORIZONTAL  TO PA-H(PA-COUNT)
                  MOVE PP-VERTICAL    TO PA-V(PA-COUNT)
                ELSE
                  ADD 1 TO PA-DROPPED
                END-IF
              END-IF
              IF PP-RUN-ID = WS-Run-B
                IF PB-COUNT < WS-MAX-DIFF-POINTS
                  ADD 1 TO PB-COUNT
                  MOVE PP-LINE-NUMBER TO PB-LINE(PB-COUNT)
                  MOVE PP-HORIZONTAL  TO PB-H(PB-COUNT)
                  MOVE PP-VERTICAL    TO PB-V(PB-COUNT)
                ELSE
                  ADD 1 TO PB-DROPPED
                END-IF
              END-IF
            END-IF
        END-READ
