*> means a change broke the walk: the misses go to day1mancheck.dat
*> and the program ends with RETURN-CODE 8. A walker with no result
*> record for the file is reported but not failed - proving the ones
*> that ran is the job here. When the generated file opens with a
*> START record the final-position checks also prove the distance
*> from the start (DR-START-MANHATTAN) - a walker that cannot read
*> START records publishes none, and fails there.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    SELECT MANIFEST ASSIGN TO 'day1manifest.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MANIFEST-STATUS.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT MANCHECK-REPORT ASSIGN TO 'day1mancheck.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MANCHECK-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
      05 MF-REPEAT-FOUND   PIC X(1).
      05 MF-SEP-3          PIC X(1).
      05 MF-GEN-FILE       PIC X(100).
      05 MF-SEP-4          PIC X(1).
      05 MF-START-HEADING  PIC X(1).
      05 MF-START-H        PIC S9(7).
      05 MF-START-V        PIC S9(7).
      05 MF-EXP-START-MAN  PIC S9(9).
      05 MF-SEP-5          PIC X(1).
      05 MF-FORWARD-COUNT  PIC 9(7).
      05 MF-UTURN-COUNT    PIC 9(7).

   FD DAY1-RESULTS.
   COPY DAY1REC.
      05 WS-EXP-VERTICAL   PIC S9(9) VALUE 0.
      05 WS-EXP-MANHATTAN  PIC S9(9) VALUE 0.
      05 WS-EXP-REPEAT-MAN PIC S9(9) VALUE 0.
      05 WS-EXP-START-MAN  PIC S9(9) VALUE 0.
      05 WS-MAN-START-SWITCH PIC X(1) VALUE 'N'.
          88 Manifest-Has-Start VALUE 'Y'.
*> latest result record per walker against the target file.
   01 Walker-Result-Table.
      05 Walker-Result-Entry OCCURS 3 TIMES.
         07 WR-VERTICAL   PIC S9(9).
         07 WR-MANHATTAN  PIC S9(9).
         07 WR-REPEAT-MAN PIC S9(9).
         07 WR-START-MAN  PIC S9(9).
      05 WR-IX PIC 9(1) VALUE 0.
   01 Mancheck-Counters.
      05 WS-CHECKED-COUNT  PIC 9(3) VALUE 0.
     END-IF
   END-IF
   CLOSE MANCHECK-REPORT.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
              MOVE MF-EXP-VERTICAL   TO WS-EXP-VERTICAL
              MOVE MF-EXP-MANHATTAN  TO WS-EXP-MANHATTAN
              MOVE MF-EXP-REPEAT-MAN TO WS-EXP-REPEAT-MAN
              MOVE 'N' TO WS-MAN-START-SWITCH
              IF MF-START-HEADING NOT = SPACE
                  AND MF-EXP-START-MAN IS NUMERIC
                SET Manifest-Has-Start TO TRUE
                MOVE MF-EXP-START-MAN TO WS-EXP-START-MAN
              END-IF
            END-IF
        END-READ
      END-PERFORM
        READ DAY1-RESULTS
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
            MOVE DR-RUN-ID TO WS-SANDBOX-CHECK-ID
            PERFORM CHECK-SANDBOX-RECORD
            IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
                AND NOT Sandbox-Record-Refused
                AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
                AND DR-DIRECTIONS-FILE = WS-TARGET-FILE
              PERFORM VARYING WR-IX FROM 1 BY 1 UNTIL WR-IX > 3
                  MOVE DR-VERTICAL         TO WR-VERTICAL(WR-IX)
                  MOVE DR-MANHATTAN        TO WR-MANHATTAN(WR-IX)
                  MOVE DR-REPEAT-MANHATTAN TO WR-REPEAT-MAN(WR-IX)
                  IF DR-START-MANHATTAN IS NUMERIC
                    MOVE DR-START-MANHATTAN TO WR-START-MAN(WR-IX)
                  ELSE
                    MOVE -1 TO WR-START-MAN(WR-IX)
                  END-IF
                END-IF
              END-PERFORM
            END-IF
          IF WR-HORIZONTAL(1) = WS-EXP-HORIZONTAL
              AND WR-VERTICAL(1) = WS-EXP-VERTICAL
              AND WR-MANHATTAN(1) = WS-EXP-MANHATTAN
              AND (NOT Manifest-Has-Start
                   OR WR-START-MAN(1) = WS-EXP-START-MAN)
            STRING WR-PROGRAM(1) " final position PROVEN"
                DELIMITED BY SIZE INTO WS-MANCHECK-LINE
          ELSE
            ADD 1 TO WS-MISMATCH-COUNT
            STRING "*** " WR-PROGRAM(1) " MISMATCH - walked H "
                WR-HORIZONTAL(1) " V " WR-VERTICAL(1) " M "
                WR-MANHATTAN(1) " SM " WR-START-MAN(1)
                " expected H " WS-EXP-HORIZONTAL
                " V " WS-EXP-VERTICAL " M " WS-EXP-MANHATTAN
                " SM " WS-EXP-START-MAN
                DELIMITED BY SIZE INTO WS-MANCHECK-LINE
          END-IF
        WHEN 2
              AND WR-VERTICAL(3) = WS-EXP-VERTICAL
              AND WR-MANHATTAN(3) = WS-EXP-MANHATTAN
              AND WR-REPEAT-MAN(3) = WS-EXP-REPEAT-MAN
              AND (NOT Manifest-Has-Start
                   OR WR-START-MAN(3) = WS-EXP-START-MAN)
            STRING WR-PROGRAM(3) " final position and repeat PROVEN"
                DELIMITED BY SIZE INTO WS-MANCHECK-LINE
          ELSE
            STRING "*** " WR-PROGRAM(3) " MISMATCH - walked H "
                WR-HORIZONTAL(3) " V " WR-VERTICAL(3) " M "
                WR-MANHATTAN(3) " RM " WR-REPEAT-MAN(3)
                " SM " WR-START-MAN(3)
                " expected H " WS-EXP-HORIZONTAL
                " V " WS-EXP-VERTICAL " M " WS-EXP-MANHATTAN
                " RM " WS-EXP-REPEAT-MAN " SM " WS-EXP-START-MAN
                DELIMITED BY SIZE INTO WS-MANCHECK-LINE
          END-IF
      END-EVALUATE
