      *> shared result sign-off paragraphs - see SIGNFLD.cpy for the
      *> review table and SIGNFD.cpy for the sign-off file. The host
      *> declares DAY1-RESULTS over DAY1REC.cpy with
      *> WS-DAY1-RESULTS-STATUS, copies SIGNSEL/SIGNFD/SIGNFLD, and
      *> PERFORMs LOAD-REVIEW-RUNS once the run parameters are loaded:
      *> it builds the run-level table from the result history, marks
      *> the moved and mismatched runs, and lays the sign-off
      *> decisions over them. The result history is opened and closed
      *> here, so the host is free to read it again afterwards.
       LOAD-REVIEW-RUNS.
           IF Parm-Recon-A-Supplied
             MOVE PARM-RECON-PROGRAM-A TO RV-PROGRAM-A
           ELSE
             ACCEPT RV-PROGRAM-A FROM ENVIRONMENT "DAY1_RECON_PROGRAM_A"
                 ON EXCEPTION
                   MOVE "Advent-2016-Day-1" TO RV-PROGRAM-A
             END-ACCEPT
           END-IF
           IF Parm-Recon-B-Supplied
             MOVE PARM-RECON-PROGRAM-B TO RV-PROGRAM-B
           ELSE
             ACCEPT RV-PROGRAM-B FROM ENVIRONMENT "DAY1_RECON_PROGRAM_B"
                 ON EXCEPTION
                   MOVE "Advent-2016-Day-1.c" TO RV-PROGRAM-B
             END-ACCEPT
           END-IF
           MOVE 0 TO RV-COUNT RV-DROPPED-COUNT RV-FLAGGED-COUNT
           MOVE SPACE TO RV-EOF
           OPEN INPUT DAY1-RESULTS
           IF WS-DAY1-RESULTS-STATUS = '00'
             PERFORM UNTIL RV-EOF = 'Y'
               READ DAY1-RESULTS
                 AT END MOVE 'Y' TO RV-EOF
                 NOT AT END
                   MOVE DR-RUN-ID TO WS-SANDBOX-CHECK-ID
                   PERFORM CHECK-SANDBOX-RECORD
                   IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
                       AND NOT Sandbox-Record-Refused
                       AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
                       AND NOT (DR-LEG-NUMBER IS NUMERIC
                                AND DR-LEG-NUMBER > 1)
                     PERFORM ADD-REVIEW-RUN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DAY1-RESULTS
           END-IF
           PERFORM FLAG-REVIEW-RUNS
           PERFORM LOAD-SIGN-OFFS.

       ADD-REVIEW-RUN.
           MOVE DR-RUN-ID TO RV-SEARCH-ID
           PERFORM FIND-REVIEW-RUN
           IF RV-FOUND = 0 AND RV-COUNT < WS-MAX-REVIEW-RUNS
             ADD 1 TO RV-COUNT
             MOVE RV-COUNT TO RV-FOUND
           END-IF
           IF RV-FOUND > 0
             MOVE DR-RUN-ID           TO RV-RUN-ID(RV-FOUND)
             MOVE DR-PROGRAM-NAME     TO RV-PROGRAM(RV-FOUND)
             MOVE DR-RUN-DATE         TO RV-RUN-DATE(RV-FOUND)
             MOVE DR-RUN-TIME         TO RV-RUN-TIME(RV-FOUND)
             MOVE DR-DIRECTIONS-FILE  TO RV-DIRECTIONS(RV-FOUND)
             MOVE DR-HORIZONTAL       TO RV-HORIZONTAL(RV-FOUND)
             MOVE DR-VERTICAL         TO RV-VERTICAL(RV-FOUND)
             MOVE DR-MANHATTAN        TO RV-MANHATTAN(RV-FOUND)
             MOVE DR-REPEAT-MANHATTAN TO RV-REPEAT-MAN(RV-FOUND)
             MOVE DR-INPUT-RECORDS    TO RV-INPUT-RECORDS(RV-FOUND)
             MOVE DR-INPUT-CHECKSUM   TO RV-INPUT-CHECKSUM(RV-FOUND)
             MOVE 'N'    TO RV-FLAG-SW(RV-FOUND)
             MOVE SPACES TO RV-MOVED-FROM(RV-FOUND)
                            RV-MISMATCH-WITH(RV-FOUND)
                            RV-DECISION(RV-FOUND)
                            RV-SIGN-INITIALS(RV-FOUND)
                            RV-SIGN-DATE(RV-FOUND)
                            RV-SIGN-REASON(RV-FOUND)
           ELSE
             ADD 1 TO RV-DROPPED-COUNT
           END-IF.

      *> sets RV-FOUND to the table entry for RV-SEARCH-ID, zero when
      *> the run is not in the table.
       FIND-REVIEW-RUN.
           MOVE 0 TO RV-FOUND
           PERFORM VARYING RV-SCAN FROM 1 BY 1
               UNTIL RV-SCAN > RV-COUNT OR RV-FOUND > 0
             IF RV-RUN-ID(RV-SCAN) = RV-SEARCH-ID
               MOVE RV-SCAN TO RV-FOUND
             END-IF
           END-PERFORM.

      *> the table is in run order, so for each run the nearest
      *> earlier entry that matches is the "previous run" both checks
      *> mean - found by scanning back from the run itself.
       FLAG-REVIEW-RUNS.
           PERFORM VARYING RV-IX FROM 1 BY 1 UNTIL RV-IX > RV-COUNT
             PERFORM FLAG-MOVED-RUN
             PERFORM FLAG-MISMATCHED-RUN
           END-PERFORM
           PERFORM VARYING RV-IX FROM 1 BY 1 UNTIL RV-IX > RV-COUNT
             IF Review-Run-Flagged(RV-IX)
               ADD 1 TO RV-FLAGGED-COUNT
             END-IF
           END-PERFORM.

       FLAG-MOVED-RUN.
           MOVE 0 TO RV-FOUND
           PERFORM VARYING RV-SCAN FROM RV-IX BY -1
               UNTIL RV-SCAN = 1 OR RV-FOUND > 0
             IF RV-PROGRAM(RV-SCAN - 1) = RV-PROGRAM(RV-IX)
                 AND RV-DIRECTIONS(RV-SCAN - 1) = RV-DIRECTIONS(RV-IX)
               COMPUTE RV-FOUND = RV-SCAN - 1
             END-IF
           END-PERFORM
           IF RV-FOUND > 0
             IF RV-HORIZONTAL(RV-IX) NOT = RV-HORIZONTAL(RV-FOUND)
                 OR RV-VERTICAL(RV-IX) NOT = RV-VERTICAL(RV-FOUND)
                 OR RV-MANHATTAN(RV-IX) NOT = RV-MANHATTAN(RV-FOUND)
                 OR RV-REPEAT-MAN(RV-IX) NOT = RV-REPEAT-MAN(RV-FOUND)
               MOVE RV-RUN-ID(RV-FOUND) TO RV-MOVED-FROM(RV-IX)
               MOVE 'Y' TO RV-FLAG-SW(RV-IX)
             END-IF
           END-IF.

      *> a mismatch condemns both sides - either program could be the
      *> one with the bug - so the earlier run is flagged too unless
      *> an earlier pairing has already named its partner.
       FLAG-MISMATCHED-RUN.
           EVALUATE RV-PROGRAM(RV-IX)
             WHEN RV-PROGRAM-A
               MOVE RV-PROGRAM-B TO RV-OTHER-PROGRAM
             WHEN RV-PROGRAM-B
               MOVE RV-PROGRAM-A TO RV-OTHER-PROGRAM
             WHEN OTHER
               MOVE SPACES TO RV-OTHER-PROGRAM
           END-EVALUATE
           MOVE 0 TO RV-FOUND
           IF RV-OTHER-PROGRAM NOT = SPACES
             PERFORM VARYING RV-SCAN FROM RV-IX BY -1
                 UNTIL RV-SCAN = 1 OR RV-FOUND > 0
               IF RV-PROGRAM(RV-SCAN - 1) = RV-OTHER-PROGRAM
                   AND RV-DIRECTIONS(RV-SCAN - 1) = RV-DIRECTIONS(RV-IX)
                 COMPUTE RV-FOUND = RV-SCAN - 1
               END-IF
             END-PERFORM
           END-IF
           IF RV-FOUND > 0
             IF RV-INPUT-RECORDS(RV-IX) = RV-INPUT-RECORDS(RV-FOUND)
                 AND RV-INPUT-CHECKSUM(RV-IX)
                     = RV-INPUT-CHECKSUM(RV-FOUND)
                 AND (RV-HORIZONTAL(RV-IX) NOT = RV-HORIZONTAL(RV-FOUND)
                   OR RV-VERTICAL(RV-IX) NOT = RV-VERTICAL(RV-FOUND)
                   OR RV-MANHATTAN(RV-IX) NOT = RV-MANHATTAN(RV-FOUND))
               MOVE RV-RUN-ID(RV-FOUND) TO RV-MISMATCH-WITH(RV-IX)
               MOVE 'Y' TO RV-FLAG-SW(RV-IX)
               IF RV-MISMATCH-WITH(RV-FOUND) = SPACES
                 MOVE RV-RUN-ID(RV-IX) TO RV-MISMATCH-WITH(RV-FOUND)
                 MOVE 'Y' TO RV-FLAG-SW(RV-FOUND)
               END-IF
             END-IF
           END-IF.

      *> a record that does not say APPROVED or WITHHELD, or that
      *> carries no initials or no proper date, is no decision at all
      *> - it is reported and ignored, never taken as approval.
       LOAD-SIGN-OFFS.
           MOVE 0 TO RV-SIGN-OFF-COUNT RV-SIGN-REJECTED
                     RV-SIGN-UNMATCHED
           MOVE SPACE TO RV-EOF
           OPEN INPUT SIGN-OFF
           IF WS-SIGN-OFF-STATUS = '00'
             PERFORM UNTIL RV-EOF = 'Y'
               READ SIGN-OFF
                 AT END MOVE 'Y' TO RV-EOF
                 NOT AT END
                   IF SIGN-OFF-RECORD NOT = SPACES
                       AND SIGN-OFF-RECORD(1:1) NOT = '*'
                     PERFORM APPLY-SIGN-OFF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SIGN-OFF
           END-IF.

       APPLY-SIGN-OFF.
           IF (SO-DECISION = 'APPROVED' OR SO-DECISION = 'WITHHELD')
               AND SO-RUN-ID NOT = SPACES
               AND SO-INITIALS NOT = SPACES
               AND SO-DATE(1:4) IS NUMERIC AND SO-DATE(5:1) = '-'
               AND SO-DATE(6:2) IS NUMERIC AND SO-DATE(8:1) = '-'
               AND SO-DATE(9:2) IS NUMERIC
             ADD 1 TO RV-SIGN-OFF-COUNT
             MOVE SO-RUN-ID TO RV-SEARCH-ID
             PERFORM FIND-REVIEW-RUN
             IF RV-FOUND > 0
               MOVE SO-DECISION TO RV-DECISION(RV-FOUND)
               MOVE SO-INITIALS TO RV-SIGN-INITIALS(RV-FOUND)
               MOVE SO-DATE     TO RV-SIGN-DATE(RV-FOUND)
               MOVE SO-REASON   TO RV-SIGN-REASON(RV-FOUND)
             ELSE
               ADD 1 TO RV-SIGN-UNMATCHED
             END-IF
           ELSE
             DISPLAY "sign-off record ignored - " SO-RUN-ID " "
                 SO-DECISION " " SO-INITIALS " " SO-DATE
             ADD 1 TO RV-SIGN-REJECTED
           END-IF.

      *> why entry RV-IX was flagged, in words, into WS-REVIEW-REASON.
       BUILD-REVIEW-REASON.
           MOVE SPACES TO WS-REVIEW-REASON
           MOVE 1 TO WS-REVIEW-REASON-PTR
           IF RV-MOVED-FROM(RV-IX) NOT = SPACES
             STRING "moved since run " DELIMITED BY SIZE
                 RV-MOVED-FROM(RV-IX) DELIMITED BY SPACE
                 INTO WS-REVIEW-REASON
                 WITH POINTER WS-REVIEW-REASON-PTR
           END-IF
           IF RV-MISMATCH-WITH(RV-IX) NOT = SPACES
             IF WS-REVIEW-REASON-PTR > 1
               STRING "; " DELIMITED BY SIZE INTO WS-REVIEW-REASON
                   WITH POINTER WS-REVIEW-REASON-PTR
             END-IF
             STRING "mismatched against run " DELIMITED BY SIZE
                 RV-MISMATCH-WITH(RV-IX) DELIMITED BY SPACE
                 INTO WS-REVIEW-REASON
                 WITH POINTER WS-REVIEW-REASON-PTR
           END-IF
           IF WS-REVIEW-REASON-PTR = 1
             MOVE "not flagged" TO WS-REVIEW-REASON
           END-IF.
