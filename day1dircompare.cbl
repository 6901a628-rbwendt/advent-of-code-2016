*> COMPARE-FILE-B in runparms.dat record by record, parses each with
*> the same WS-DIRECTION/WS-MAGNITUDE split and VALIDATE-MAGNITUDE
*> rules the walkers apply, and reports every difference at the
*> instruction level: a direction flip (L for R), a move-type change
*> (a turn for an F or U move, or F for U), a magnitude change, both at
*> once, a validity change (a record one file would reject and the
*> other would walk), and the lines added or removed where one file
*> simply goes on past the end of the other - each with the line
*> number in each file. Output goes to day1dircompare.dat and the
*> screen; an unopenable input ends the job with RETURN-CODE 8.
*> A START record (STARTFLD.cpy) is parsed and placed by the same
*> rules day1walk applies, and a moved start position or heading
*> reports as a START change in its own right.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    SELECT COMPARE-REPORT ASSIGN TO 'day1dircompare.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-COMPARE-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
   01 DIRECTION-FILE.
      05 DIRECTION PIC X(1).
      05 MAGNITUDE PIC X(7).
   01 DIRECTION-START-RECORD PIC X(22).

   FD COMPARE-REPORT.
   01 COMPARE-REPORT-RECORD PIC X(250).
   COPY TSFIELDS.
   COPY AUDITFLD.
   COPY MAGFLD.
   COPY STARTFLD.
   COPY RUNFLD.
   COPY ALERTFLD.
   COPY PARMFLD.
      05 WS-File-B PIC X(100) VALUE SPACES.
*> one loaded instruction per record of each file - the direction
*> byte, the right-justified magnitude VALIDATE-MAGNITUDE produced,
*> and whether a walker would accept the record at all. A START
*> record loads with direction S, magnitude zero and its heading and
*> position in the START-STATE bytes, which are blank on a turn.
   78 WS-MAX-COMPARE-LINES VALUE 100000.
   01 Compare-A-Table.
      05 Compare-A-Entry OCCURS WS-MAX-COMPARE-LINES TIMES.
         07 CA-DIRECTION PIC X(1).
             88 CA-Is-Turn VALUE 'L' 'R'.
         07 CA-MAGNITUDE PIC 9(7).
         07 CA-VALID-SW  PIC X(1).
         07 CA-START-STATE PIC X(17).
      05 CA-COUNT PIC 9(6) VALUE 0.
      05 CA-DROPPED PIC 9(7) VALUE 0.
   01 Compare-B-Table.
      05 Compare-B-Entry OCCURS WS-MAX-COMPARE-LINES TIMES.
         07 CB-DIRECTION PIC X(1).
             88 CB-Is-Turn VALUE 'L' 'R'.
         07 CB-MAGNITUDE PIC 9(7).
         07 CB-VALID-SW  PIC X(1).
         07 CB-START-STATE PIC X(17).
      05 CB-COUNT PIC 9(6) VALUE 0.
      05 CB-DROPPED PIC 9(7) VALUE 0.
   01 Compare-Work-Variables.
      05 WS-ADDED-COUNT     PIC 9(6) VALUE 0.
      05 WS-REMOVED-COUNT   PIC 9(6) VALUE 0.
      05 WS-LOADING-SWITCH  PIC X(1) VALUE 'A'.
      05 WS-LEG-TURNS       PIC 9(6) VALUE 0.
      05 WS-LEG-START-SW    PIC X(1) VALUE 'N'.
      05 WS-START-STATE     PIC X(17) VALUE SPACES.
      05 WS-SHOW-A          PIC X(22) VALUE SPACES.
      05 WS-SHOW-B          PIC X(22) VALUE SPACES.
   01 WS-COMPARE-LINE PIC X(250).

PROCEDURE DIVISION.
      MOVE 8 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-LEG-TURNS
    MOVE 'N' TO WS-LEG-START-SW
    PERFORM UNTIL WS-EOF = 'Y'
      READ DIRECTIONS INTO WS-DIRECTIONS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          SET Record-Is-Valid TO TRUE
          MOVE SPACES TO WS-START-STATE
          IF DIRECTION-FILE(1:5) = "START"
            PERFORM LOAD-START-RECORD
          ELSE
            IF WS-DIRECTION NOT = "L" AND WS-DIRECTION NOT = "R"
                AND WS-DIRECTION NOT = "F" AND WS-DIRECTION NOT = "U"
              SET Record-Is-Invalid TO TRUE
            END-IF
            PERFORM VALIDATE-MAGNITUDE
*> a segment header opens a fresh leg for START placement, as it
*> does in day1walk.
            IF WS-DIRECTION = "S"
              MOVE 0 TO WS-LEG-TURNS
              MOVE 'N' TO WS-LEG-START-SW
            ELSE
              IF Record-Is-Valid
                ADD 1 TO WS-LEG-TURNS
              END-IF
            END-IF
          END-IF
          IF Record-Is-Invalid
            MOVE 0 TO Num-Magnitude
          END-IF
              MOVE WS-DIRECTION  TO CA-DIRECTION(CA-COUNT)
              MOVE Num-Magnitude TO CA-MAGNITUDE(CA-COUNT)
              MOVE WS-RECORD-VALID-SWITCH TO CA-VALID-SW(CA-COUNT)
              MOVE WS-START-STATE TO CA-START-STATE(CA-COUNT)
            ELSE
              ADD 1 TO CA-DROPPED
            END-IF
              MOVE WS-DIRECTION  TO CB-DIRECTION(CB-COUNT)
              MOVE Num-Magnitude TO CB-MAGNITUDE(CB-COUNT)
              MOVE WS-RECORD-VALID-SWITCH TO CB-VALID-SW(CB-COUNT)
              MOVE WS-START-STATE TO CB-START-STATE(CB-COUNT)
            ELSE
              ADD 1 TO CB-DROPPED
            END-IF
    END-PERFORM
    CLOSE DIRECTIONS.

*> a START record is valid when well formed and placed before the
*> first turn of its leg, once - the walker's rule.
LOAD-START-RECORD.
    MOVE DIRECTION-START-RECORD TO Start-Record-Image
    MOVE Start-Record-Image(6:17) TO WS-START-STATE
    PERFORM VALIDATE-START-RECORD
    IF WS-LEG-TURNS > 0 OR WS-LEG-START-SW = 'Y'
      SET Record-Is-Invalid TO TRUE
    END-IF
    IF Record-Is-Valid
      MOVE 'Y' TO WS-LEG-START-SW
    END-IF
    MOVE 0 TO Num-Magnitude.

*> line WS-CMP-IX of each file as it reads - the START record whole,
*> a turn as its direction and magnitude.
SHOW-COMPARE-ENTRIES.
    MOVE SPACES TO WS-SHOW-A WS-SHOW-B
    IF WS-CMP-IX <= CA-COUNT
      IF CA-START-STATE(WS-CMP-IX) = SPACES
        STRING CA-DIRECTION(WS-CMP-IX) CA-MAGNITUDE(WS-CMP-IX)
            DELIMITED BY SIZE INTO WS-SHOW-A
      ELSE
        STRING "START" CA-START-STATE(WS-CMP-IX)
            DELIMITED BY SIZE INTO WS-SHOW-A
      END-IF
    END-IF
    IF WS-CMP-IX <= CB-COUNT
      IF CB-START-STATE(WS-CMP-IX) = SPACES
        STRING CB-DIRECTION(WS-CMP-IX) CB-MAGNITUDE(WS-CMP-IX)
            DELIMITED BY SIZE INTO WS-SHOW-B
      ELSE
        STRING "START" CB-START-STATE(WS-CMP-IX)
            DELIMITED BY SIZE INTO WS-SHOW-B
      END-IF
    END-IF.

*> line-for-line over the stretch both files cover, then whatever one
*> file has past the end of the other reports as added or removed.
WRITE-COMPARISON-REPORT.
      IF CA-DIRECTION(WS-CMP-IX) NOT = CB-DIRECTION(WS-CMP-IX)
          OR CA-MAGNITUDE(WS-CMP-IX) NOT = CB-MAGNITUDE(WS-CMP-IX)
          OR CA-VALID-SW(WS-CMP-IX) NOT = CB-VALID-SW(WS-CMP-IX)
          OR CA-START-STATE(WS-CMP-IX)
             NOT = CB-START-STATE(WS-CMP-IX)
        PERFORM REPORT-ALTERED-LINE
      END-IF
    END-PERFORM
    PERFORM VARYING WS-CMP-IX FROM WS-CMP-TAIL-START BY 1
        UNTIL WS-CMP-IX > CB-COUNT
      ADD 1 TO WS-ADDED-COUNT
      PERFORM SHOW-COMPARE-ENTRIES
      MOVE SPACES TO WS-COMPARE-LINE
      STRING "line " WS-CMP-IX " ADDED in B    - '" DELIMITED BY SIZE
          WS-SHOW-B DELIMITED BY SPACE
          "'" DELIMITED BY SIZE INTO WS-COMPARE-LINE
      PERFORM WRITE-COMPARE-LINE
    END-PERFORM
    PERFORM VARYING WS-CMP-IX FROM WS-CMP-TAIL-START BY 1
        UNTIL WS-CMP-IX > CA-COUNT
      ADD 1 TO WS-REMOVED-COUNT
      PERFORM SHOW-COMPARE-ENTRIES
      MOVE SPACES TO WS-COMPARE-LINE
      STRING "line " WS-CMP-IX " REMOVED from A - '" DELIMITED BY SIZE
          WS-SHOW-A DELIMITED BY SPACE
          "'" DELIMITED BY SIZE INTO WS-COMPARE-LINE
      PERFORM WRITE-COMPARE-LINE
    END-PERFORM
    ADD 1 TO WS-ALTERED-COUNT
    MOVE SPACES TO WS-COMPARE-LINE
    EVALUATE TRUE
      WHEN CA-START-STATE(WS-CMP-IX) NOT = CB-START-STATE(WS-CMP-IX)
        PERFORM SHOW-COMPARE-ENTRIES
        STRING "line " WS-CMP-IX " START change - A '"
            DELIMITED BY SIZE
            WS-SHOW-A DELIMITED BY SPACE
            "' (valid " CA-VALID-SW(WS-CMP-IX) ") vs B '"
            DELIMITED BY SIZE
            WS-SHOW-B DELIMITED BY SPACE
            "' (valid " CB-VALID-SW(WS-CMP-IX) ")"
            DELIMITED BY SIZE INTO WS-COMPARE-LINE
      WHEN CA-VALID-SW(WS-CMP-IX) NOT = CB-VALID-SW(WS-CMP-IX)
        STRING "line " WS-CMP-IX " VALIDITY change - A '"
            CA-DIRECTION(WS-CMP-IX) CA-MAGNITUDE(WS-CMP-IX)
            "' vs B '"
            CB-DIRECTION(WS-CMP-IX) CB-MAGNITUDE(WS-CMP-IX) "'"
            DELIMITED BY SIZE INTO WS-COMPARE-LINE
*> only L against R is a flip - a turn swapped for a straight-on F
*> or an about-face U, or F for U, changes the kind of move.
      WHEN CA-DIRECTION(WS-CMP-IX) NOT = CB-DIRECTION(WS-CMP-IX)
          AND NOT (CA-Is-Turn(WS-CMP-IX) AND CB-Is-Turn(WS-CMP-IX))
        STRING "line " WS-CMP-IX " move-type CHANGE - A "
            CA-DIRECTION(WS-CMP-IX) " vs B "
            CB-DIRECTION(WS-CMP-IX) " (magnitude "
            CA-MAGNITUDE(WS-CMP-IX) " unchanged)"
            DELIMITED BY SIZE INTO WS-COMPARE-LINE
      WHEN CA-DIRECTION(WS-CMP-IX) NOT = CB-DIRECTION(WS-CMP-IX)
        STRING "line " WS-CMP-IX " direction FLIP - A "
            CA-DIRECTION(WS-CMP-IX) " vs B "
COPY LOCKMGR.
COPY RUNGEN.
COPY MAGPARSE.
COPY STARTPROC.
