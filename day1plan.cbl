*> target coordinate (PLAN-TARGET-H / PLAN-TARGET-V in runparms.dat,
*> signed) or the name of a landmark already defined in the POI file
*> (PLAN-POI-NAME, looked up in day1poi.dat or POI-FILE), this
*> program writes a valid directions file in the move-plus-magnitude
*> layout the walkers' DIRECTION-FILE FD expects
*> (PLAN-OUTPUT-FILE, default day1planned.txt) such that walking it
*> from the origin facing north ends exactly on the target. The
*> day1.cbl applies, and if the walk lands anywhere but the target
*> the file is emptied and the run ends with RETURN-CODE 8 - a route
*> that cannot be proven is never handed to the dispatch desk.
*> A vehicle that is parked somewhere else is planned for from
*> there: PLAN-START-H / PLAN-START-V / PLAN-START-HEADING (N/E/S/W)
*> put a START record (STARTFLD.cpy) at the top of the file, the
*> route is worked out from that position and heading, and the proof
*> walk starts from the origin like any walker and lets the START
*> record move it.
*> Straight-ahead and straight-behind targets are reached with one F
*> or U move; PLAN-TURNS-ONLY=Y keeps to L/R turns for a file that
*> has to go through a walker which only knows those.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    SELECT POI-FILE ASSIGN TO DYNAMIC WS-POI-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-POI-FILE-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
   01 DIRECTION-FILE.
      05 DIRECTION PIC X(1).
      05 MAGNITUDE PIC 9(7).
   01 DIRECTION-START-RECORD PIC X(22).

   FD POI-FILE.
   01 POI-RECORD.
   COPY TSFIELDS.
   COPY AUDITFLD.
   COPY MAGFLD.
   COPY STARTFLD.
   COPY RUNFLD.
   COPY ALERTFLD.
   COPY PARMFLD.
          88 Target-Is-Set VALUE 'Y'.
      05 WS-ABS-TARGET-H PIC 9(7) VALUE 0.
      05 WS-ABS-TARGET-V PIC 9(7) VALUE 0.
*> the target as seen from the start - the displacement turned so
*> that the start heading is "north", which is the only frame
*> PLAN-THE-ROUTE plans in. From the origin facing north it is the
*> target itself.
      05 Route-H PIC S9(8) VALUE 0.
      05 Route-V PIC S9(8) VALUE 0.
      05 WS-START-GIVEN-SWITCH PIC X(1) VALUE 'N'.
          88 Plan-Start-Given VALUE 'Y'.
*> the planned route - at most four instructions, see PLAN-THE-ROUTE.
   01 Planned-Route-Table.
      05 Planned-Instruction OCCURS 4 TIMES.
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   PERFORM RESOLVE-PLAN-START
   PERFORM PLAN-THE-ROUTE
   PERFORM WRITE-PLANNED-FILE
   PERFORM PROVE-PLANNED-FILE
     DISPLAY "planned " PL-COUNT " instructions to H " Target-H
         " V " Target-V " in " WS-PLAN-OUTPUT-FILE
         " - proof walk landed on target"
     IF Plan-Start-Given
       DISPLAY "route starts from H " Start-H " V " Start-V
           " facing " Start-Heading
     END-IF
   END-IF
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
     MOVE "route refused - proof walk missed the target"
         TO AUDIT-RESULT
   ELSE
     IF Plan-Start-Given
       STRING "route planned to H " Target-H " V " Target-V
           " from H " Start-H " V " Start-V " " Start-Heading
           DELIMITED BY SIZE INTO AUDIT-RESULT
     ELSE
       STRING "route planned to H " Target-H " V " Target-V
           DELIMITED BY SIZE INTO AUDIT-RESULT
     END-IF
   END-IF
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
      END-IF
    END-IF.

*> the start position and heading - the origin facing north unless
*> runparms names any part of a parked start, in which case the
*> rest defaults to the origin's. Route-H/Route-V come out as the
*> target seen from there: the displacement turned through the
*> start heading, so "ahead" is always north to PLAN-THE-ROUTE.
RESOLVE-PLAN-START.
    MOVE 0 TO Start-H Start-V
    MOVE 'N' TO Start-Heading
    IF Parm-Plan-Start-H-Supplied
        OR Parm-Plan-Start-V-Supplied
        OR Parm-Plan-Start-Hdg-Supplied
      SET Plan-Start-Given TO TRUE
      MOVE PARM-PLAN-START-H TO Start-H
      MOVE PARM-PLAN-START-V TO Start-V
      MOVE PARM-PLAN-START-HEADING TO Start-Heading
    END-IF
    EVALUATE Start-Heading
      WHEN 'E'
        COMPUTE Route-H = Start-V - Target-V
        COMPUTE Route-V = Target-H - Start-H
      WHEN 'S'
        COMPUTE Route-H = Start-H - Target-H
        COMPUTE Route-V = Start-V - Target-V
      WHEN 'W'
        COMPUTE Route-H = Target-V - Start-V
        COMPUTE Route-V = Start-H - Target-H
      WHEN OTHER
        COMPUTE Route-H = Target-H - Start-H
        COMPUTE Route-V = Target-V - Start-V
    END-EVALUATE.

*> from the start facing "north" (see RESOLVE-PLAN-START): a
*> sideways leg first (R right, L left), then the ahead/behind leg
*> with the turn that follows from the heading the first leg left us
*> on. A target straight ahead or behind gets a one-square sidestep
*> out and back so no instruction needs a zero magnitude, and the
*> start itself becomes a four-turn square that ends where it began -
*> unless F and U moves are allowed (PLAN-TURNS-ONLY not Y), when
*> straight ahead is one F, straight behind one U, and the start
*> itself one square forward and a U-turn back.
PLAN-THE-ROUTE.
    MOVE 0 TO PL-COUNT
    MOVE Route-H TO WS-ABS-TARGET-H
    IF Route-H < 0
      COMPUTE WS-ABS-TARGET-H = 0 - Route-H
    END-IF
    MOVE Route-V TO WS-ABS-TARGET-V
    IF Route-V < 0
      COMPUTE WS-ABS-TARGET-V = 0 - Route-V
    END-IF
    EVALUATE TRUE
      WHEN Route-H = 0 AND PARM-PLAN-TURNS-ONLY NOT = 'Y'
        EVALUATE TRUE
          WHEN Route-V > 0
            MOVE 'F' TO PL-DIRECTION(1)
            MOVE WS-ABS-TARGET-V TO PL-MAGNITUDE(1)
            MOVE 1 TO PL-COUNT
          WHEN Route-V < 0
            MOVE 'U' TO PL-DIRECTION(1)
            MOVE WS-ABS-TARGET-V TO PL-MAGNITUDE(1)
            MOVE 1 TO PL-COUNT
          WHEN OTHER
            MOVE 'F' TO PL-DIRECTION(1)
            MOVE 1   TO PL-MAGNITUDE(1)
            MOVE 'U' TO PL-DIRECTION(2)
            MOVE 1   TO PL-MAGNITUDE(2)
            MOVE 2 TO PL-COUNT
        END-EVALUATE
      WHEN Route-H = 0 AND Route-V = 0
        PERFORM ADD-INSTRUCTION-R1
        PERFORM ADD-INSTRUCTION-R1
        PERFORM ADD-INSTRUCTION-R1
        PERFORM ADD-INSTRUCTION-R1
      WHEN Route-H = 0 AND Route-V > 0
        MOVE 'L' TO PL-DIRECTION(1)
        MOVE 1   TO PL-MAGNITUDE(1)
        MOVE 'R' TO PL-DIRECTION(2)
        MOVE 'R' TO PL-DIRECTION(3)
        MOVE 1   TO PL-MAGNITUDE(3)
        MOVE 3 TO PL-COUNT
      WHEN Route-H = 0 AND Route-V < 0
        MOVE 'R' TO PL-DIRECTION(1)
        MOVE 1   TO PL-MAGNITUDE(1)
        MOVE 'R' TO PL-DIRECTION(2)
        MOVE 1   TO PL-MAGNITUDE(3)
        MOVE 3 TO PL-COUNT
      WHEN OTHER
        IF Route-H > 0
          MOVE 'R' TO PL-DIRECTION(1)
        ELSE
          MOVE 'L' TO PL-DIRECTION(1)
        END-IF
        MOVE WS-ABS-TARGET-H TO PL-MAGNITUDE(1)
        MOVE 1 TO PL-COUNT
        IF Route-V NOT = 0
*> facing right after an R leg, ahead is a left turn and behind a
*> right; facing left after an L leg it is the other way around.
          IF (Route-H > 0 AND Route-V > 0)
              OR (Route-H < 0 AND Route-V < 0)
            MOVE 'L' TO PL-DIRECTION(2)
          ELSE
            MOVE 'R' TO PL-DIRECTION(2)

WRITE-PLANNED-FILE.
    OPEN OUTPUT PLANNED-DIRECTIONS
    IF Plan-Start-Given
      PERFORM BUILD-START-RECORD
      MOVE Start-Record-Image TO DIRECTION-START-RECORD
      WRITE DIRECTION-START-RECORD
    END-IF
    PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-COUNT
      MOVE PL-DIRECTION(PL-IX) TO DIRECTION
      MOVE PL-MAGNITUDE(PL-IX) TO MAGNITUDE
*> turn-state EVALUATE blocks day1.cbl runs, validating each record
*> with VALIDATE-MAGNITUDE on the way - the proof must consume the
*> file exactly as a production walker would, not trust the table it
*> was written from. A START record is validated and honoured the
*> way day1walk honours it - only before the first turn.
PROVE-PLANNED-FILE.
    MOVE 0 TO Horizontal Vertical V-Horizontal
    MOVE 1 TO V-Vertical
    MOVE 'N' TO WS-PROOF-SWITCH
    MOVE 0 TO PL-IX
    MOVE SPACE TO WS-EOF
    OPEN INPUT PLANNED-DIRECTIONS
    PERFORM UNTIL WS-EOF = 'Y' OR Proof-Failed
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          SET Record-Is-Valid TO TRUE
          IF DIRECTION-FILE(1:5) = "START"
            MOVE DIRECTION-START-RECORD TO Start-Record-Image
            PERFORM VALIDATE-START-RECORD
            IF Record-Is-Invalid OR PL-IX > 0
              SET Proof-Failed TO TRUE
            ELSE
              MOVE Start-H TO Horizontal
              MOVE Start-V TO Vertical
              MOVE Start-Unit-H TO V-Horizontal
              MOVE Start-Unit-V TO V-Vertical
            END-IF
          ELSE
            IF WS-DIRECTION NOT = "L" AND WS-DIRECTION NOT = "R"
                AND WS-DIRECTION NOT = "F" AND WS-DIRECTION NOT = "U"
              SET Record-Is-Invalid TO TRUE
            END-IF
            PERFORM VALIDATE-MAGNITUDE
            IF Record-Is-Invalid
              SET Proof-Failed TO TRUE
            ELSE
              ADD 1 TO PL-IX
              PERFORM WALK-ONE-INSTRUCTION
            END-IF
          END-IF
      END-READ
    END-PERFORM
        END-IF
        SET V-Horizontal TO 0
      END-EVALUATE
    WHEN "F"
      EVALUATE TRUE
      WHEN V-Horizontal > 0
        SET V-Horizontal TO Num-Magnitude
      WHEN V-Horizontal < 0
        MULTIPLY -1 BY Num-Magnitude GIVING V-Horizontal
      WHEN V-Vertical > 0
        SET V-Vertical TO Num-Magnitude
      WHEN OTHER
        MULTIPLY -1 BY Num-Magnitude GIVING V-Vertical
      END-EVALUATE
    WHEN "U"
      EVALUATE TRUE
      WHEN V-Horizontal > 0
        MULTIPLY -1 BY Num-Magnitude GIVING V-Horizontal
      WHEN V-Horizontal < 0
        SET V-Horizontal TO Num-Magnitude
      WHEN V-Vertical > 0
        MULTIPLY -1 BY Num-Magnitude GIVING V-Vertical
      WHEN OTHER
        SET V-Vertical TO Num-Magnitude
      END-EVALUATE
    END-EVALUATE
    ADD V-Horizontal TO Horizontal
    ADD V-Vertical TO Vertical.
COPY LOCKMGR.
COPY RUNGEN.
COPY MAGPARSE.
COPY STARTPROC.
