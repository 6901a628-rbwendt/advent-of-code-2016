    SELECT DIRECTIONS ASSIGN TO DYNAMIC WS-DIRECTIONS-FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DIRECTIONS-STATUS.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT DAY1-EXCEPTIONS ASSIGN TO DYNAMIC WS-EXCEPTIONS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-EXCEPTIONS-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    SELECT GRID-REPORT ASSIGN TO DYNAMIC WS-GRID-REPORT-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-GRID-REPORT-STATUS.
    SELECT MOVE-SUMMARY ASSIGN TO DYNAMIC WS-MOVES-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MOVE-SUMMARY-STATUS.
    SELECT POI-FILE ASSIGN TO DYNAMIC WS-POI-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-POI-FILE-STATUS.
    SELECT POI-REPORT ASSIGN TO DYNAMIC WS-POI-REPORT-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-POI-REPORT-STATUS.
    SELECT BATCH-CONTROL ASSIGN TO DYNAMIC WS-BATCH-FILE
   MOVE "Advent-2016-Day-1.c" TO GRID-PROGRAM-NAME
   MOVE WS-RUN-ID             TO GRID-RUN-ID
   MOVE WS-DIRECTIONS-FILE    TO GRID-DIRECTIONS-FILE
   MOVE Spots-Visited TO MET-SPOTS-TABLE
   MOVE POI-COUNT     TO MET-POI-ENTRIES.
   PERFORM MARK-PHASE-CLOCK.
   PERFORM BUILD-PATH-GRID.
   PERFORM TAKE-PHASE-CLOCK.
   MOVE WS-Max-Abs-H          TO MS-MAX-ABS-H
   MOVE WS-Max-Abs-V          TO MS-MAX-ABS-V
   MOVE WS-DIRECTIONS-FILE    TO MS-DIRECTIONS-FILE
   MOVE WS-Forward-Count      TO MS-FORWARD-COUNT
   MOVE WS-Uturn-Count        TO MS-UTURN-COUNT
   ADD 1 TO WS-MOVE-CTL-COUNT
   ADD WS-Total-Moves TO WS-MOVE-CTL-HASH
   ADD WS-Max-Abs-H TO WS-MOVE-CTL-HASH
    MOVE 0     TO First-Repeat-Manhattan
    MOVE 0     TO GRID-POINT-COUNT
    MOVE 0     TO WS-Total-Moves WS-Left-Count WS-Right-Count
    MOVE 0     TO WS-Forward-Count WS-Uturn-Count
    MOVE 0     TO WS-Max-Abs-H WS-Max-Abs-V
    MOVE 'N'   TO WS-THRESHOLD-SWITCH
    MOVE 0     TO WS-RESULT-CTL-COUNT WS-RESULT-CTL-HASH
    MOVE 0     TO MET-GRID-HS MET-UNIT-STEPS MET-SPOTS-TABLE
    MOVE 0     TO MET-CHECKPOINTS
    MOVE 0     TO Leg-Count Leg-Move-Count
    MOVE 1     TO WS-PATH-LEG-NUMBER
    MOVE 0     TO Journey-Manhattan Journey-Repeat-Man
    MOVE 'N'   TO WS-SEGMENTED-SWITCH WS-LEG-REPEAT-SWITCH
    MOVE 'N'   TO WS-SPOTS-FULL-SWITCH.
*> and the journey's.
CLOSE-OUT-LEG.
    ADD 1 TO Leg-Count
    COMPUTE WS-PATH-LEG-NUMBER = Leg-Count + 1
    MOVE Horizontal TO LEG-H(Leg-Count)
    MOVE Vertical   TO LEG-V(Leg-Count)
    MOVE Horizontal TO WS-Abs-Horizontal
    MOVE WS-FP-CHECKSUM          TO DR-INPUT-CHECKSUM
    MOVE WS-DIRECTIONS-FILE      TO DR-DIRECTIONS-FILE
    MOVE Leg-IX                  TO DR-LEG-NUMBER
    MOVE SPACE                   TO DR-ZONE-FLAG
    MOVE SPACES                  TO DR-START-STATE
    ADD 1 TO WS-RESULT-CTL-COUNT
    ADD LEG-MANHATTAN(Leg-IX) TO WS-RESULT-CTL-HASH
    ADD LEG-REPEAT-MAN(Leg-IX) TO WS-RESULT-CTL-HASH
    MOVE WS-FP-CHECKSUM          TO DR-INPUT-CHECKSUM
    MOVE WS-DIRECTIONS-FILE      TO DR-DIRECTIONS-FILE
    MOVE 0                       TO DR-LEG-NUMBER
    MOVE SPACE                   TO DR-ZONE-FLAG
    MOVE SPACES                  TO DR-START-STATE
    ADD 1 TO WS-RESULT-CTL-COUNT
    ADD Journey-Manhattan TO WS-RESULT-CTL-HASH
    ADD Journey-Repeat-Man TO WS-RESULT-CTL-HASH
