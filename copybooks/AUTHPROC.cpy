      *> shared operator authority paragraphs - see AUTHFD.cpy for the
      *> authority file. The caller moves its short name and action to
      *> WS-AUTH-PROGRAM / WS-AUTH-ACTION once WS-AUDIT-START-DATE and
      *> WS-AUDIT-START-TIME are set, PERFORMs CHECK-OPERATOR-AUTHORITY
      *> before it touches anything, and when Operator-Authorized comes
      *> back false it simply ends the run: the refusal has already
      *> been logged, alerted, audited and given RETURN-CODE 8 here.
      *> A missing or unreadable authority file refuses everyone -
      *> the control must never fail open.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTH-SWITCH
           MOVE SPACES TO WS-AUTH-REASON WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "DAY1_OPERATOR_ID"
               ON EXCEPTION
                 MOVE SPACES TO WS-OPERATOR-ID
           END-ACCEPT
           IF WS-OPERATOR-ID = SPACES
             MOVE "no operator identified - DAY1_OPERATOR_ID not set"
                 TO WS-AUTH-REASON
           ELSE
             OPEN INPUT OPERATOR-AUTHORITY
             IF WS-OPERATOR-AUTHORITY-STATUS NOT = '00'
               MOVE "operator authority file day1authority.dat missing"
                   TO WS-AUTH-REASON
             ELSE
               MOVE SPACE TO WS-AUTH-EOF
               PERFORM UNTIL WS-AUTH-EOF = 'Y'
                 READ OPERATOR-AUTHORITY
                   AT END MOVE 'Y' TO WS-AUTH-EOF
                   NOT AT END
                     IF AUTHORITY-RECORD(1:1) NOT = '*'
                         AND AU-OPERATOR-ID = WS-OPERATOR-ID
                         AND (AU-PROGRAM = WS-AUTH-PROGRAM
                              OR AU-PROGRAM = '*')
                         AND (AU-ACTION = WS-AUTH-ACTION
                              OR AU-ACTION = '*')
                       SET Operator-Authorized TO TRUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTHORITY
               IF NOT Operator-Authorized
                 STRING "operator " DELIMITED BY SIZE
                     WS-OPERATOR-ID DELIMITED BY SPACE
                     " has no " DELIMITED BY SIZE
                     WS-AUTH-ACTION DELIMITED BY SPACE
                     " authority for " DELIMITED BY SIZE
                     WS-AUTH-PROGRAM DELIMITED BY SPACE
                     INTO WS-AUTH-REASON
               END-IF
             END-IF
           END-IF
           IF NOT Operator-Authorized
             PERFORM REFUSE-OPERATOR
           END-IF.

       REFUSE-OPERATOR.
           DISPLAY "run refused - " WS-AUTH-REASON
           MOVE 8 TO RETURN-CODE
           MOVE 'SECURITY' TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING WS-AUTH-PROGRAM DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-AUTH-ACTION DELIMITED BY SPACE
               " refused - " DELIMITED BY SIZE
               WS-AUTH-REASON DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
           PERFORM WRITE-OPERATOR-ALERT
           PERFORM BUILD-TIMESTAMP
           OPEN EXTEND AUTHORITY-LOG
           IF WS-AUTHORITY-LOG-STATUS = '35'
             OPEN OUTPUT AUTHORITY-LOG
           END-IF
           IF WS-AUTHORITY-LOG-STATUS = '00'
             INITIALIZE AUTHORITY-LOG-RECORD
             MOVE WS-TS-Date-Out  TO AG-DATE
             MOVE WS-TS-Time-Out  TO AG-TIME
             MOVE WS-OPERATOR-ID  TO AG-OPERATOR-ID
             MOVE WS-AUTH-PROGRAM TO AG-PROGRAM
             MOVE WS-AUTH-ACTION  TO AG-ACTION
             MOVE WS-RUN-ID       TO AG-RUN-ID
             MOVE WS-AUTH-REASON  TO AG-REASON
             WRITE AUTHORITY-LOG-RECORD
             CLOSE AUTHORITY-LOG
           END-IF
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-TRAIL-STATUS = '35'
             OPEN OUTPUT AUDIT-TRAIL
           END-IF
           INITIALIZE AUDIT-RECORD
           MOVE WS-PARM-PROGRAM     TO AUDIT-PROGRAM-NAME
           MOVE WS-RUN-ID           TO AUDIT-RUN-ID
           MOVE WS-AUDIT-START-DATE TO AUDIT-START-DATE
           MOVE WS-AUDIT-START-TIME TO AUDIT-START-TIME
           MOVE WS-TS-Date-Out      TO AUDIT-END-DATE
           MOVE WS-TS-Time-Out      TO AUDIT-END-TIME
           MOVE "refused - no operator authority" TO AUDIT-RESULT
           MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
           WRITE AUDIT-RECORD
           CLOSE AUDIT-TRAIL.
