               SET Run-Parms-Invalid TO TRUE
             ELSE
               SET Run-Parm-File-Present TO TRUE
               PERFORM PEEK-SANDBOX-SETTING
               PERFORM OPEN-PARM-ECHO
               PERFORM UNTIL WS-PARM-EOF = 'Y'
                 READ RUN-PARMS
             END-IF
             CLOSE RUN-PARMS
           END-IF
           IF PARM-SANDBOX = 'Y' AND NOT Run-Parms-Invalid
               AND NOT Sandbox-Run
             PERFORM SWITCH-TO-SANDBOX
           END-IF
           IF Run-Parms-Invalid
             DISPLAY "runparms.dat rejected - run abandoned"
             MOVE 8 TO RETURN-CODE
           END-IF.

      *> the SANDBOX setting decides which echo file the run writes
      *> to and how its identifier is marked, so it is read ahead of
      *> the rest: a first pass picks up the last SANDBOX record, and a
      *> Y switches the run to the sandbox before the echo is opened -
      *> a trial run's parameters, accepted or rejected, never reach
      *> the production echo. The value itself is validated with
      *> everything else on the second pass.
       PEEK-SANDBOX-SETTING.
           MOVE SPACE TO WS-PARM-SANDBOX-PEEK
           PERFORM UNTIL WS-PARM-EOF = 'Y'
             READ RUN-PARMS
               AT END MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                 IF RUN-PARM-RECORD NOT = SPACES
                     AND RUN-PARM-RECORD(1:1) NOT = '*'
                   MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
                   UNSTRING RUN-PARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE
                   END-UNSTRING
                   IF WS-PARM-KEYWORD = 'SANDBOX'
                     MOVE WS-PARM-VALUE(1:1) TO WS-PARM-SANDBOX-PEEK
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RUN-PARMS
           OPEN INPUT RUN-PARMS
           MOVE SPACE TO WS-PARM-EOF
           IF WS-PARM-SANDBOX-PEEK = 'Y' AND NOT Sandbox-Run
             PERFORM SWITCH-TO-SANDBOX
           END-IF.

       OPEN-PARM-ECHO.
           OPEN EXTEND PARM-ECHO
           IF WS-PARM-ECHO-STATUS = '35'
               ELSE
                 PERFORM REJECT-PARM-VALUE
               END-IF
             WHEN 'BOTTLES-SET-LIST'
               MOVE WS-PARM-VALUE TO PARM-BOTTLES-SET-LIST
               SET Parm-Bottles-Set-List-Supplied TO TRUE
             WHEN 'FACT-N'
               MOVE 3 TO WS-PARM-NUM-MAX
               PERFORM VALIDATE-PARM-NUMERIC
                 MOVE WS-PARM-VALUE(1:10) TO PARM-EXTRACT-TO
                 SET Parm-Extract-To-Supplied TO TRUE
               END-IF
             WHEN 'EXTRACT-UNFLAGGED'
               IF WS-PARM-VALUE(1:1) = 'Y' OR WS-PARM-VALUE(1:1) = 'N'
                 MOVE WS-PARM-VALUE(1:1) TO PARM-EXTRACT-UNFLAGGED
                 SET Parm-Extract-Unflagged-Supplied TO TRUE
               ELSE
                 PERFORM REJECT-PARM-VALUE
               END-IF
             WHEN 'EXTRACT-MODE'
               IF WS-PARM-VALUE = 'FULL'
                   OR WS-PARM-VALUE = 'INCREMENTAL'
                 MOVE WS-PARM-VALUE(1:1) TO PARM-EXTRACT-MODE
                 SET Parm-Extract-Mode-Supplied TO TRUE
               ELSE
                 PERFORM REJECT-PARM-VALUE
               END-IF
             WHEN 'EXTRACT-PROGRAM'
               MOVE WS-PARM-VALUE TO PARM-EXTRACT-PROGRAM
               SET Parm-Extract-Program-Supplied TO TRUE
             WHEN 'POI-FILE'
               MOVE WS-PARM-VALUE TO PARM-POI-FILE
               SET Parm-Poi-Supplied TO TRUE
             WHEN 'ZONE-FILE'
               MOVE WS-PARM-VALUE TO PARM-ZONE-FILE
               SET Parm-Zone-Supplied TO TRUE
             WHEN 'FACT-OPERANDS-FILE'
               MOVE WS-PARM-VALUE TO PARM-FACT-OPERANDS
               SET Parm-Fact-Operands-Supplied TO TRUE
             WHEN 'COMBO-REQUEST-FILE'
               MOVE WS-PARM-VALUE TO PARM-COMBO-REQUESTS
               SET Parm-Combo-Requests-Supplied TO TRUE
             WHEN 'COMBO-RESULTS-FILE'
               MOVE WS-PARM-VALUE TO PARM-COMBO-RESULTS
               SET Parm-Combo-Results-Supplied TO TRUE
             WHEN 'FACT-RESULTS-FILE'
               MOVE WS-PARM-VALUE TO PARM-FACT-RESULTS
               SET Parm-Fact-Results-Supplied TO TRUE
                 MOVE WS-PARM-NUM-VALUE TO PARM-GEN-SEED
                 SET Parm-Gen-Seed-Supplied TO TRUE
               END-IF
             WHEN 'GEN-FORWARD-PERCENT'
               MOVE 3 TO WS-PARM-NUM-MAX
               PERFORM VALIDATE-PARM-NUMERIC
               IF Parm-Value-Numeric
                 IF WS-PARM-NUM-VALUE > 100
                   PERFORM REJECT-PARM-VALUE
                 ELSE
                   MOVE WS-PARM-NUM-VALUE TO PARM-GEN-FORWARD-PERCENT
                   SET Parm-Gen-Forward-Supplied TO TRUE
                 END-IF
               END-IF
             WHEN 'GEN-UTURN-PERCENT'
               MOVE 3 TO WS-PARM-NUM-MAX
               PERFORM VALIDATE-PARM-NUMERIC
               IF Parm-Value-Numeric
                 IF WS-PARM-NUM-VALUE > 100
                   PERFORM REJECT-PARM-VALUE
                 ELSE
                   MOVE WS-PARM-NUM-VALUE TO PARM-GEN-UTURN-PERCENT
                   SET Parm-Gen-Uturn-Supplied TO TRUE
                 END-IF
               END-IF
             WHEN 'GEN-START-H'
               MOVE 7 TO WS-PARM-NUM-MAX
               PERFORM VALIDATE-PARM-SIGNED
               IF Parm-Value-Numeric
                 MOVE WS-PARM-SIGNED-VALUE TO PARM-GEN-START-H
                 SET Parm-Gen-Start-H-Supplied TO TRUE
               END-IF
             WHEN 'GEN-START-V'
               MOVE 7 TO WS-PARM-NUM-MAX
               PERFORM VALIDATE-PARM-SIGNED
               IF Parm-Value-Numeric
                 MOVE WS-PARM-SIGNED-VALUE TO PARM-GEN-START-V
                 SET Parm-Gen-Start-V-Supplied TO TRUE
               END-IF
             WHEN 'GEN-START-HEADING'
               IF WS-PARM-VALUE(1:1) = 'N' OR WS-PARM-VALUE(1:1) = 'E'
                   OR WS-PARM-VALUE(1:1) = 'S'
                   OR WS-PARM-VALUE(1:1) = 'W'
                 MOVE WS-PARM-VALUE(1:1) TO PARM-GEN-START-HEADING
                 SET Parm-Gen-Start-Hdg-Supplied TO TRUE
               ELSE
                 PERFORM REJECT-PARM-VALUE
               END-IF
             WHEN 'PATHDIFF-RUN-A'
               MOVE WS-PARM-VALUE TO PARM-PATHDIFF-RUN-A
               SET Parm-Pathdiff-A-Supplied TO TRUE
             WHEN 'PLAN-OUTPUT-FILE'
               MOVE WS-PARM-VALUE TO PARM-PLAN-OUTPUT-FILE
               SET Parm-Plan-Output-Supplied TO TRUE
             WHEN 'PLAN-START-H'
               MOVE 7 TO WS-PARM-NUM-MAX
               PERFORM VALIDATE-PARM-SIGNED
               IF Parm-Value-Numeric
                 MOVE WS-PARM-SIGNED-VALUE TO PARM-PLAN-START-H
                 SET Parm-Plan-Start-H-Supplied TO TRUE
               END-IF
             WHEN 'PLAN-START-V'
               MOVE 7 TO WS-PARM-NUM-MAX
               PERFORM VALIDATE-PARM-SIGNED
               IF Parm-Value-Numeric
                 MOVE WS-PARM-SIGNED-VALUE TO PARM-PLAN-START-V
                 SET Parm-Plan-Start-V-Supplied TO TRUE
               END-IF
             WHEN 'PLAN-START-HEADING'
               IF WS-PARM-VALUE(1:1) = 'N' OR WS-PARM-VALUE(1:1) = 'E'
                   OR WS-PARM-VALUE(1:1) = 'S'
                   OR WS-PARM-VALUE(1:1) = 'W'
                 MOVE WS-PARM-VALUE(1:1) TO PARM-PLAN-START-HEADING
                 SET Parm-Plan-Start-Hdg-Supplied TO TRUE
               ELSE
                 PERFORM REJECT-PARM-VALUE
               END-IF
             WHEN 'PLAN-TURNS-ONLY'
               IF WS-PARM-VALUE(1:1) = 'Y' OR WS-PARM-VALUE(1:1) = 'N'
                 MOVE WS-PARM-VALUE(1:1) TO PARM-PLAN-TURNS-ONLY
                 SET Parm-Plan-Turns-Only-Supplied TO TRUE
               ELSE
                 PERFORM REJECT-PARM-VALUE
               END-IF
             WHEN 'COMPARE-FILE-A'
               MOVE WS-PARM-VALUE TO PARM-COMPARE-FILE-A
               SET Parm-Compare-A-Supplied TO TRUE
             WHEN 'BUNDLE-FILE'
               MOVE WS-PARM-VALUE TO PARM-BUNDLE-FILE
               SET Parm-Bundle-Supplied TO TRUE
             WHEN 'SANDBOX'
               IF WS-PARM-VALUE(1:1) = 'Y' OR WS-PARM-VALUE(1:1) = 'N'
                 MOVE WS-PARM-VALUE(1:1) TO PARM-SANDBOX
                 SET Parm-Sandbox-Supplied TO TRUE
               ELSE
                 PERFORM REJECT-PARM-VALUE
               END-IF
             WHEN 'INTAKE-REPROCESS'
               IF WS-PARM-VALUE(1:1) = 'Y' OR WS-PARM-VALUE(1:1) = 'N'
                 MOVE WS-PARM-VALUE(1:1) TO PARM-INTAKE-REPROCESS
               ELSE
                 PERFORM REJECT-PARM-VALUE
               END-IF
             WHEN 'SCHEDULE-FROM-DATE'
               PERFORM VALIDATE-PARM-ISO-DATE
               IF Parm-Value-Numeric
                 MOVE WS-PARM-VALUE(1:10) TO PARM-SCHEDULE-FROM
                 SET Parm-Schedule-From-Supplied TO TRUE
               END-IF
             WHEN 'SLA-CHECK-DATE'
               PERFORM VALIDATE-PARM-ISO-DATE
               IF Parm-Value-Numeric
                 MOVE WS-PARM-VALUE(1:10) TO PARM-SLA-CHECK-DATE
                 SET Parm-Sla-Check-Supplied TO TRUE
               END-IF
             WHEN 'COST-DATE'
               PERFORM VALIDATE-PARM-ISO-DATE
               IF Parm-Value-Numeric
                 MOVE WS-PARM-VALUE(1:10) TO PARM-COST-DATE
                 SET Parm-Cost-Date-Supplied TO TRUE
               END-IF
             WHEN 'PARMHIST-FROM-DATE'
               PERFORM VALIDATE-PARM-ISO-DATE
               IF Parm-Value-Numeric
                 MOVE WS-PARM-VALUE(1:10) TO PARM-PARMHIST-FROM
                 SET Parm-Parmhist-From-Supplied TO TRUE
               END-IF
             WHEN 'PARMHIST-TO-DATE'
               PERFORM VALIDATE-PARM-ISO-DATE
               IF Parm-Value-Numeric
                 MOVE WS-PARM-VALUE(1:10) TO PARM-PARMHIST-TO
                 SET Parm-Parmhist-To-Supplied TO TRUE
               END-IF
             WHEN 'SCORECARD-MONTH'
               IF WS-PARM-VALUE(1:4) IS NUMERIC
                   AND WS-PARM-VALUE(5:1) = '-'
                   AND WS-PARM-VALUE(6:2) >= '01'
                   AND WS-PARM-VALUE(6:2) <= '12'
                   AND WS-PARM-VALUE(8:1) = SPACE
                 MOVE WS-PARM-VALUE(1:7) TO PARM-SCORECARD-MONTH
                 SET Parm-Scorecard-Month-Supplied TO TRUE
               ELSE
                 PERFORM REJECT-PARM-VALUE
               END-IF
             WHEN 'CAPACITY-HEADROOM-PERCENT'
               MOVE 3 TO WS-PARM-NUM-MAX
               PERFORM VALIDATE-PARM-NUMERIC
               IF Parm-Value-Numeric
                 IF WS-PARM-NUM-VALUE > 100
                   PERFORM REJECT-PARM-VALUE
                 ELSE
                   MOVE WS-PARM-NUM-VALUE TO PARM-CAPACITY-HEADROOM
                   SET Parm-Capacity-Headroom-Supplied TO TRUE
                 END-IF
               END-IF
             WHEN 'RETRIEVE-RUN-ID'
               IF WS-PARM-VALUE(1:16) IS NUMERIC
                   AND (WS-PARM-VALUE(17:1) = '-'
                        OR WS-PARM-VALUE(17:1) = 'S')
                   AND WS-PARM-VALUE(18:3) IS NUMERIC
                   AND WS-PARM-VALUE(21:1) = SPACE
                 MOVE WS-PARM-VALUE(1:20) TO PARM-RETRIEVE-RUN-ID
                 SET Parm-Retrieve-Run-Supplied TO TRUE
               ELSE
                 PERFORM REJECT-PARM-VALUE
               END-IF
             WHEN 'RETRIEVE-FROM-DATE'
               PERFORM VALIDATE-PARM-ISO-DATE
               IF Parm-Value-Numeric
                 MOVE WS-PARM-VALUE(1:10) TO PARM-RETRIEVE-FROM
                 SET Parm-Retrieve-From-Supplied TO TRUE
               END-IF
             WHEN 'RETRIEVE-TO-DATE'
               PERFORM VALIDATE-PARM-ISO-DATE
               IF Parm-Value-Numeric
                 MOVE WS-PARM-VALUE(1:10) TO PARM-RETRIEVE-TO
                 SET Parm-Retrieve-To-Supplied TO TRUE
               END-IF
             WHEN 'RETRIEVE-REQUESTER'
               IF WS-PARM-VALUE = SPACES
                   OR WS-PARM-VALUE(31:70) NOT = SPACES
                 PERFORM REJECT-PARM-VALUE
               ELSE
                 MOVE WS-PARM-VALUE(1:30) TO PARM-RETRIEVE-REQUESTER
                 SET Parm-Retrieve-Requester-Supplied TO TRUE
               END-IF
             WHEN 'RETRIEVE-REASON'
               IF WS-PARM-VALUE = SPACES
                   OR WS-PARM-VALUE(61:40) NOT = SPACES
                 PERFORM REJECT-PARM-VALUE
               ELSE
                 MOVE WS-PARM-VALUE(1:60) TO PARM-RETRIEVE-REASON
                 SET Parm-Retrieve-Reason-Supplied TO TRUE
               END-IF
      *> a retrieval set name becomes part of file names, so one word
      *> of up to 16 characters with no directory in it.
             WHEN 'RETRIEVAL-SET'
               MOVE 0 TO WS-PARM-SET-SPACES WS-PARM-SET-TRAILING
               INSPECT WS-PARM-VALUE(1:16)
                   TALLYING WS-PARM-SET-SPACES FOR ALL SPACE
                            WS-PARM-SET-SPACES FOR ALL '/'
               INSPECT WS-PARM-VALUE(1:16)
                   TALLYING WS-PARM-SET-TRAILING FOR TRAILING SPACE
               IF WS-PARM-VALUE(1:1) = SPACE
                   OR WS-PARM-VALUE(17:84) NOT = SPACES
                   OR WS-PARM-SET-SPACES > WS-PARM-SET-TRAILING
                 PERFORM REJECT-PARM-VALUE
               ELSE
                 MOVE WS-PARM-VALUE(1:16) TO PARM-RETRIEVAL-SET
                 SET Parm-Retrieval-Set-Supplied TO TRUE
               END-IF
             WHEN 'PROXIMITY-TARGET-H'
               MOVE 7 TO WS-PARM-NUM-MAX
               PERFORM VALIDATE-PARM-SIGNED
               IF Parm-Value-Numeric
                 MOVE WS-PARM-SIGNED-VALUE TO PARM-PROX-TARGET-H
                 SET Parm-Prox-H-Supplied TO TRUE
               END-IF
             WHEN 'PROXIMITY-TARGET-V'
               MOVE 7 TO WS-PARM-NUM-MAX
               PERFORM VALIDATE-PARM-SIGNED
               IF Parm-Value-Numeric
                 MOVE WS-PARM-SIGNED-VALUE TO PARM-PROX-TARGET-V
                 SET Parm-Prox-V-Supplied TO TRUE
               END-IF
             WHEN 'PROXIMITY-POI-NAME'
               MOVE WS-PARM-VALUE TO PARM-PROX-POI-NAME
               SET Parm-Prox-Poi-Supplied TO TRUE
             WHEN 'PROXIMITY-RADIUS'
               MOVE 7 TO WS-PARM-NUM-MAX
               PERFORM VALIDATE-PARM-NUMERIC
               IF Parm-Value-Numeric
                 MOVE WS-PARM-NUM-VALUE TO PARM-PROX-RADIUS
                 SET Parm-Prox-Radius-Supplied TO TRUE
               END-IF
             WHEN 'PROXIMITY-FROM-DATE'
               PERFORM VALIDATE-PARM-ISO-DATE
               IF Parm-Value-Numeric
                 MOVE WS-PARM-VALUE(1:10) TO PARM-PROX-FROM
                 SET Parm-Prox-From-Supplied TO TRUE
               END-IF
             WHEN 'PROXIMITY-TO-DATE'
               PERFORM VALIDATE-PARM-ISO-DATE
               IF Parm-Value-Numeric
                 MOVE WS-PARM-VALUE(1:10) TO PARM-PROX-TO
                 SET Parm-Prox-To-Supplied TO TRUE
               END-IF
             WHEN 'PROXIMITY-USE-RUNMASTER'
               IF WS-PARM-VALUE(1:1) = 'Y' OR WS-PARM-VALUE(1:1) = 'N'
                 MOVE WS-PARM-VALUE(1:1) TO PARM-PROX-USE-MASTER
                 SET Parm-Prox-Master-Supplied TO TRUE
               ELSE
                 PERFORM REJECT-PARM-VALUE
               END-IF
             WHEN OTHER
               IF WS-PARM-KEYWORD(1:4) = 'KPI-'
                 PERFORM APPLY-KPI-LEVEL-PARM
               ELSE
                 DISPLAY "runparms.dat keyword '" WS-PARM-KEYWORD
                     "' is not known to this suite"
                 SET Run-Parms-Invalid TO TRUE
               END-IF
           END-EVALUATE
           IF NOT Run-Parms-Invalid
             ADD 1 TO WS-PARM-COUNT
             PERFORM WRITE-PARM-ECHO-LINE
           END-IF.

      *> KPI-<figure>-AMBER / KPI-<figure>-RED - the figure must be
      *> one of Kpi-Figure-Names (see PARMFLD.cpy) and the level a
      *> count of up to seven digits.
       APPLY-KPI-LEVEL-PARM.
           MOVE 0 TO WS-PARM-KPI-FOUND
           PERFORM VARYING WS-PARM-KPI-IX FROM 1 BY 1
               UNTIL WS-PARM-KPI-IX > 8 OR WS-PARM-KPI-FOUND > 0
             MOVE SPACES TO WS-PARM-KPI-KEY
             STRING 'KPI-' DELIMITED BY SIZE
                 KPI-FIGURE-NAME(WS-PARM-KPI-IX) DELIMITED BY SPACE
                 '-AMBER' DELIMITED BY SIZE INTO WS-PARM-KPI-KEY
             IF WS-PARM-KEYWORD = WS-PARM-KPI-KEY
               MOVE WS-PARM-KPI-IX TO WS-PARM-KPI-FOUND
               MOVE 'A' TO WS-PARM-KPI-LEVEL
             END-IF
             MOVE SPACES TO WS-PARM-KPI-KEY
             STRING 'KPI-' DELIMITED BY SIZE
                 KPI-FIGURE-NAME(WS-PARM-KPI-IX) DELIMITED BY SPACE
                 '-RED' DELIMITED BY SIZE INTO WS-PARM-KPI-KEY
             IF WS-PARM-KEYWORD = WS-PARM-KPI-KEY
               MOVE WS-PARM-KPI-IX TO WS-PARM-KPI-FOUND
               MOVE 'R' TO WS-PARM-KPI-LEVEL
             END-IF
           END-PERFORM
           IF WS-PARM-KPI-FOUND = 0
             DISPLAY "runparms.dat keyword '" WS-PARM-KEYWORD
                 "' is not known to this suite"
             SET Run-Parms-Invalid TO TRUE
           ELSE
             MOVE 7 TO WS-PARM-NUM-MAX
             PERFORM VALIDATE-PARM-NUMERIC
             IF Parm-Value-Numeric
               IF WS-PARM-KPI-LEVEL = 'A'
                 MOVE WS-PARM-NUM-VALUE
                     TO PARM-KPI-AMBER(WS-PARM-KPI-FOUND)
                 SET Parm-Kpi-Amber-Supplied(WS-PARM-KPI-FOUND)
                     TO TRUE
               ELSE
                 MOVE WS-PARM-NUM-VALUE
                     TO PARM-KPI-RED(WS-PARM-KPI-FOUND)
                 SET Parm-Kpi-Red-Supplied(WS-PARM-KPI-FOUND)
                     TO TRUE
               END-IF
             END-IF
           END-IF.

       VALIDATE-PARM-NUMERIC.
           SET Parm-Value-Not-Numeric TO TRUE
           MOVE ZEROES TO WS-PARM-NUM-TRAILING
