      *> shared restricted-zone paragraphs - see ZONEFLD.cpy. The host
      *> program declares ZONE-FILE (DYNAMIC WS-ZONE-FILE-NAME, record
      *> ZONE-RECORD as laid out in ZONEFLD.cpy's comment) and
      *> ZONE-VIOLATIONS (day1zoneviol.dat, record ZONE-VIOL-RECORD
      *> with the ZV- fields), and keeps Horizontal/Vertical,
      *> WS-LINE-NUMBER, Step-Count and WS-WALK-PROGRAM-NAME as
      *> day1walk does.
       LOAD-ZONE-FILE.
           MOVE 0 TO ZONE-COUNT GRID-ZONE-COUNT
           MOVE SPACE TO WS-ZONE-EOF
           IF Parm-Zone-Supplied
             MOVE PARM-ZONE-FILE TO WS-ZONE-FILE-NAME
           END-IF
           OPEN INPUT ZONE-FILE
           IF WS-ZONE-FILE-STATUS NOT = '00'
             CONTINUE
           ELSE
             PERFORM UNTIL WS-ZONE-EOF = 'Y'
               READ ZONE-FILE
                 AT END MOVE 'Y' TO WS-ZONE-EOF
                 NOT AT END
                   IF ZN-NAME NOT = SPACES
                       AND (ZN-RULE = 'INSIDE-FORBIDDEN'
                         OR ZN-RULE = 'OUTSIDE-FORBIDDEN')
                       AND ZN-H1-DIGITS IS NUMERIC
                       AND ZN-V1-DIGITS IS NUMERIC
                       AND ZN-H2-DIGITS IS NUMERIC
                       AND ZN-V2-DIGITS IS NUMERIC
                       AND ZONE-COUNT < WS-MAX-ZONE-ENTRIES
                     PERFORM APPLY-ZONE-RECORD
                   ELSE
                     DISPLAY "zone record ignored - " ZN-NAME
                         " " ZN-RULE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ZONE-FILE
           END-IF
           PERFORM SEED-ZONE-STATE.

       APPLY-ZONE-RECORD.
           ADD 1 TO ZONE-COUNT
           MOVE ZN-NAME TO ZONE-T-NAME(ZONE-COUNT)
           MOVE ZN-RULE TO ZONE-T-RULE(ZONE-COUNT)
           MOVE ZN-H1-DIGITS TO ZONE-T-LOW-H(ZONE-COUNT)
           IF ZN-H1-SIGN = '-'
             MULTIPLY -1 BY ZONE-T-LOW-H(ZONE-COUNT)
           END-IF
           MOVE ZN-V1-DIGITS TO ZONE-T-LOW-V(ZONE-COUNT)
           IF ZN-V1-SIGN = '-'
             MULTIPLY -1 BY ZONE-T-LOW-V(ZONE-COUNT)
           END-IF
           MOVE ZN-H2-DIGITS TO ZONE-T-HIGH-H(ZONE-COUNT)
           IF ZN-H2-SIGN = '-'
             MULTIPLY -1 BY ZONE-T-HIGH-H(ZONE-COUNT)
           END-IF
           MOVE ZN-V2-DIGITS TO ZONE-T-HIGH-V(ZONE-COUNT)
           IF ZN-V2-SIGN = '-'
             MULTIPLY -1 BY ZONE-T-HIGH-V(ZONE-COUNT)
           END-IF
           IF ZONE-T-LOW-H(ZONE-COUNT) > ZONE-T-HIGH-H(ZONE-COUNT)
             MOVE ZONE-T-LOW-H(ZONE-COUNT) TO WS-ZONE-SWAP
             MOVE ZONE-T-HIGH-H(ZONE-COUNT)
                 TO ZONE-T-LOW-H(ZONE-COUNT)
             MOVE WS-ZONE-SWAP TO ZONE-T-HIGH-H(ZONE-COUNT)
           END-IF
           IF ZONE-T-LOW-V(ZONE-COUNT) > ZONE-T-HIGH-V(ZONE-COUNT)
             MOVE ZONE-T-LOW-V(ZONE-COUNT) TO WS-ZONE-SWAP
             MOVE ZONE-T-HIGH-V(ZONE-COUNT)
                 TO ZONE-T-LOW-V(ZONE-COUNT)
             MOVE WS-ZONE-SWAP TO ZONE-T-HIGH-V(ZONE-COUNT)
           END-IF
           MOVE 'N' TO ZONE-T-INSIDE-SW(ZONE-COUNT)
           ADD 1 TO GRID-ZONE-COUNT
           MOVE ZONE-T-LOW-H(ZONE-COUNT)
               TO GRID-ZONE-LOW-H(GRID-ZONE-COUNT)
           MOVE ZONE-T-LOW-V(ZONE-COUNT)
               TO GRID-ZONE-LOW-V(GRID-ZONE-COUNT)
           MOVE ZONE-T-HIGH-H(ZONE-COUNT)
               TO GRID-ZONE-HIGH-H(GRID-ZONE-COUNT)
           MOVE ZONE-T-HIGH-V(ZONE-COUNT)
               TO GRID-ZONE-HIGH-V(GRID-ZONE-COUNT).

      *> records which zones the walk currently stands inside, without
      *> writing anything - PERFORMed at load and after a checkpoint
      *> resume, and through OPEN-ZONE-LEG whenever a leg opens at the
      *> origin or a START position, since none of those is a step
      *> across a zone edge.
       SEED-ZONE-STATE.
           PERFORM VARYING ZONE-IX FROM 1 BY 1
               UNTIL ZONE-IX > ZONE-COUNT
             PERFORM TEST-ZONE-INSIDE
             MOVE WS-ZONE-NOW-INSIDE-SW TO ZONE-T-INSIDE-SW(ZONE-IX)
           END-PERFORM.

      *> a leg opening at the current position - seeds the zone state
      *> and leaves the position to be judged by JUDGE-ZONE-START.
      *> The host sets WS-ZONE-START-LINE after this for a START
      *> record.
       OPEN-ZONE-LEG.
           PERFORM SEED-ZONE-STATE
           SET Zone-Start-Pending TO TRUE
           MOVE 0 TO WS-ZONE-START-LINE.

      *> the leg's start position on the forbidden side of a zone is a
      *> breach like any crossing onto it - written at step 0 on the
      *> START record's line, or on the line of the leg's first
      *> instruction when it starts at the origin.
       JUDGE-ZONE-START.
           MOVE 'N' TO WS-ZONE-START-PENDING-SW
           MOVE Step-Count     TO WS-ZONE-SAVE-STEP
           MOVE WS-LINE-NUMBER TO WS-ZONE-SAVE-LINE
           MOVE 0 TO Step-Count
           IF WS-ZONE-START-LINE > 0
             MOVE WS-ZONE-START-LINE TO WS-LINE-NUMBER
           END-IF
           SET Zone-Start-Judging TO TRUE
           PERFORM VARYING ZONE-IX FROM 1 BY 1
               UNTIL ZONE-IX > ZONE-COUNT
             IF (Zone-Walk-Inside(ZONE-IX)
                   AND Zone-Inside-Forbidden(ZONE-IX))
                 OR (NOT Zone-Walk-Inside(ZONE-IX)
                   AND Zone-Outside-Forbidden(ZONE-IX))
               PERFORM WRITE-ZONE-EVENT
             END-IF
           END-PERFORM
           MOVE 'N' TO WS-ZONE-START-JUDGING-SW
           MOVE WS-ZONE-SAVE-STEP TO Step-Count
           MOVE WS-ZONE-SAVE-LINE TO WS-LINE-NUMBER.

       TEST-ZONE-INSIDE.
           IF Horizontal >= ZONE-T-LOW-H(ZONE-IX)
               AND Horizontal <= ZONE-T-HIGH-H(ZONE-IX)
               AND Vertical >= ZONE-T-LOW-V(ZONE-IX)
               AND Vertical <= ZONE-T-HIGH-V(ZONE-IX)
             MOVE 'Y' TO WS-ZONE-NOW-INSIDE-SW
           ELSE
             MOVE 'N' TO WS-ZONE-NOW-INSIDE-SW
           END-IF.

      *> PERFORMed once per unit step: any zone whose inside/outside
      *> state changed with this step gets an ENTRY or EXIT record.
       CHECK-ZONE-STEP.
           PERFORM VARYING ZONE-IX FROM 1 BY 1
               UNTIL ZONE-IX > ZONE-COUNT
             PERFORM TEST-ZONE-INSIDE
             IF WS-ZONE-NOW-INSIDE-SW NOT = ZONE-T-INSIDE-SW(ZONE-IX)
               MOVE WS-ZONE-NOW-INSIDE-SW TO ZONE-T-INSIDE-SW(ZONE-IX)
               PERFORM WRITE-ZONE-EVENT
             END-IF
           END-PERFORM.

       WRITE-ZONE-EVENT.
           INITIALIZE ZONE-VIOL-RECORD
           MOVE WS-WALK-PROGRAM-NAME   TO ZV-PROGRAM-NAME
           MOVE WS-RUN-ID              TO ZV-RUN-ID
           MOVE ZONE-T-NAME(ZONE-IX)   TO ZV-ZONE-NAME
           MOVE ZONE-T-RULE(ZONE-IX)   TO ZV-RULE
           EVALUATE TRUE
             WHEN Zone-Start-Judging
               MOVE 'START' TO ZV-EVENT
             WHEN Zone-Walk-Inside(ZONE-IX)
               MOVE 'ENTRY' TO ZV-EVENT
             WHEN OTHER
               MOVE 'EXIT'  TO ZV-EVENT
           END-EVALUATE
           IF (Zone-Walk-Inside(ZONE-IX)
                 AND Zone-Inside-Forbidden(ZONE-IX))
               OR (NOT Zone-Walk-Inside(ZONE-IX)
                 AND Zone-Outside-Forbidden(ZONE-IX))
             MOVE 'BREACH' TO ZV-STATUS
             ADD 1 TO WS-ZONE-BREACHES
           ELSE
             MOVE 'CLEAR' TO ZV-STATUS
           END-IF
           MOVE WS-LINE-NUMBER         TO ZV-LINE-NUMBER
           MOVE Step-Count             TO ZV-STEP
           MOVE Horizontal             TO ZV-HORIZONTAL
           MOVE Vertical               TO ZV-VERTICAL
           MOVE WS-DIRECTIONS-FILE     TO ZV-DIRECTIONS-FILE
           MOVE SPACE TO ZV-SEP-1 ZV-SEP-2 ZV-SEP-3 ZV-SEP-4 ZV-SEP-5
           MOVE SPACE TO ZV-SEP-6 ZV-SEP-7 ZV-SEP-8 ZV-SEP-9 ZV-SEP-10
           WRITE ZONE-VIOL-RECORD
           ADD 1 TO WS-ZONE-EVENTS.

       OPEN-ZONE-VIOLATIONS.
           IF ZONE-COUNT > 0
             OPEN EXTEND ZONE-VIOLATIONS
             IF WS-ZONE-VIOL-STATUS = '35'
               OPEN OUTPUT ZONE-VIOLATIONS
             END-IF
           END-IF.

      *> closes the violations file and, when the walk broke a zone
      *> rule, says so on the console and to the operator.
       CLOSE-ZONE-VIOLATIONS.
           IF ZONE-COUNT > 0
             CLOSE ZONE-VIOLATIONS
             IF WS-ZONE-BREACHES > 0
               DISPLAY "restricted zones breached " WS-ZONE-BREACHES
                   " times - see day1zoneviol.dat"
               MOVE 'WARNING' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "restricted-zone violation - "
                   WS-ZONE-BREACHES " breaches walking "
                   DELIMITED BY SIZE
                   WS-DIRECTIONS-FILE DELIMITED BY SPACE
                   " run " WS-RUN-ID DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPERATOR-ALERT
             END-IF
           END-IF.
