*> name (Advent-2016-Day-1 / .b / .c), so every downstream reader,
*> the reconciliation pair, and the HDR/TRL conventions keep working
*> unchanged. POI tracking runs in the unit-step modes, which are
*> the only ones that can see every intermediate square - and so
*> does restricted-zone checking (ZONEPROC.cpy): every unit step is
*> tested against the zone file's rectangles, each zone entry and
*> exit lands in day1zoneviol.dat, a breach flags the run's result
*> records (DR-ZONE-FLAG) and raises an alert, and the zone edges
*> are drawn on the path grid.
*> A START record (STARTFLD.cpy) at the top of the file, or straight
*> after a segment header, starts that leg from the supplier's parked
*> position and heading instead of the origin facing north; each
*> result record then carries the leg's start and its distance from
*> there (DR-START-STATE) beside the distance from the origin.
*> Besides the L and R turns, an F record walks on along the current
*> heading and a U record turns about-face first; the move summary
*> counts them after the fields older readers already know.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
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
    SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHECKPOINT-FILE-NAME
    SELECT CHECKPOINT-SPOTS ASSIGN TO DYNAMIC WS-CHECKPOINT-SPOTS-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CHECKPOINT-SPOTS-STATUS.
    SELECT MOVE-SUMMARY ASSIGN TO DYNAMIC WS-MOVES-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MOVE-SUMMARY-STATUS.
    SELECT POI-FILE ASSIGN TO DYNAMIC WS-POI-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-POI-FILE-STATUS.
    SELECT POI-REPORT ASSIGN TO DYNAMIC WS-POI-REPORT-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-POI-REPORT-STATUS.
    SELECT ZONE-FILE ASSIGN TO DYNAMIC WS-ZONE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ZONE-FILE-STATUS.
    SELECT ZONE-VIOLATIONS ASSIGN TO DYNAMIC WS-ZONE-VIOL-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ZONE-VIOL-STATUS.
    SELECT BATCH-CONTROL ASSIGN TO DYNAMIC WS-BATCH-FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCH-CONTROL-STATUS.
   01 DIRECTION-FILE.
      05 DIRECTION PIC X(1).
      05 MAGNITUDE PIC X(7).
*> the rest of a START record (see STARTFLD.cpy) - blank on a turn
*> or a segment header.
      05 DIRECTION-START-REST PIC X(14).

   FD DAY1-RESULTS.
   COPY DAY1REC.
      05 CK-SEGMENTED          PIC X(1).
      05 CK-JOURNEY-MANHATTAN  PIC S9(9).
      05 CK-JOURNEY-REPEAT-MAN PIC S9(8).
*> restricted-zone breaches so far - blank in a checkpoint written
*> before zones were checked, which reads back as none.
      05 CK-ZONE-BREACHES      PIC 9(6).
*> where the leg in progress began - blank in a checkpoint written
*> before START records, which reads back as the origin facing north.
      05 CK-LEG-START-H        PIC S9(7).
      05 CK-LEG-START-V        PIC S9(7).
      05 CK-LEG-START-HEADING  PIC X(1).
*> F and U moves so far - blank in a checkpoint written before F and
*> U were accepted, which reads back as none.
      05 CK-FORWARD-COUNT      PIC 9(6).
      05 CK-UTURN-COUNT        PIC 9(6).

*> the header above is the only record in CHECKPOINT-FILE and is
*> rewritten in full at every checkpoint - cheap, since it is always
      05 CS-RECORD-TYPE        PIC X(1).
      05 CS-HORIZONTAL         PIC S9(7).
      05 CS-VERTICAL           PIC S9(7).
      05 CS-HEADING            PIC X(1).

   FD MOVE-SUMMARY.
   COPY MOVEREC.
   FD POI-REPORT.
   01 POI-REPORT-RECORD PIC X(200).

   FD ZONE-FILE.
   01 ZONE-RECORD.
      05 ZN-NAME      PIC X(20).
      05 ZN-SEP-1     PIC X(1).
      05 ZN-RULE      PIC X(17).
      05 ZN-SEP-2     PIC X(1).
      05 ZN-H1-SIGN   PIC X(1).
      05 ZN-H1-DIGITS PIC 9(7).
      05 ZN-SEP-3     PIC X(1).
      05 ZN-V1-SIGN   PIC X(1).
      05 ZN-V1-DIGITS PIC 9(7).
      05 ZN-SEP-4     PIC X(1).
      05 ZN-H2-SIGN   PIC X(1).
      05 ZN-H2-DIGITS PIC 9(7).
      05 ZN-SEP-5     PIC X(1).
      05 ZN-V2-SIGN   PIC X(1).
      05 ZN-V2-DIGITS PIC 9(7).

*> one record per zone edge crossed - ENTRY/EXIT, BREACH when the
*> crossing puts the walk on the forbidden side, CLEAR when it comes
*> back - and a START BREACH at step 0 for a leg that starts on the
*> forbidden side.
   FD ZONE-VIOLATIONS.
   01 ZONE-VIOL-RECORD.
      05 ZV-PROGRAM-NAME    PIC X(24).
      05 ZV-SEP-1           PIC X(1).
      05 ZV-RUN-ID          PIC X(20).
      05 ZV-SEP-2           PIC X(1).
      05 ZV-ZONE-NAME       PIC X(20).
      05 ZV-SEP-3           PIC X(1).
      05 ZV-RULE            PIC X(17).
      05 ZV-SEP-4           PIC X(1).
      05 ZV-EVENT           PIC X(5).
      05 ZV-SEP-5           PIC X(1).
      05 ZV-STATUS          PIC X(6).
      05 ZV-SEP-6           PIC X(1).
      05 ZV-LINE-NUMBER     PIC 9(6).
      05 ZV-SEP-7           PIC X(1).
      05 ZV-STEP            PIC 9(7).
      05 ZV-SEP-8           PIC X(1).
      05 ZV-HORIZONTAL      PIC +9(7).
      05 ZV-SEP-9           PIC X(1).
      05 ZV-VERTICAL        PIC +9(7).
      05 ZV-SEP-10          PIC X(1).
      05 ZV-DIRECTIONS-FILE PIC X(100).

   FD BATCH-CONTROL.
   01 BATCH-CONTROL-RECORD PIC X(100).

   COPY AUDITFLD.
   COPY GRIDFLD.
   COPY MAGFLD.
   COPY STARTFLD.
   COPY MOVEFLD.
   COPY RUNFLD.
   COPY CTLFLD.
   COPY METFLD.
   COPY HEATFLD.
   COPY POIFLD.
   COPY ZONEFLD.
   COPY ALERTFLD.
   COPY PARMFLD.
   COPY LOCKFLD.
   01 WS-RECORD-VALID-SWITCH PIC X(1) VALUE 'Y'.
       88 Record-Is-Valid   VALUE 'Y'.
       88 Record-Is-Invalid VALUE 'N'.
   01 WS-START-RECORD-SWITCH PIC X(1) VALUE 'N'.
       88 Record-Is-Start   VALUE 'Y'.
   01 Keeping-Track-Variables.
      05 Horizontal    PIC S9(7) VALUE 0.
      05 Vertical      PIC S9(7) VALUE 0.
*> Legs accumulate here during the walk and publish at end of run -
*> one result record per leg plus a whole-journey summary (see
*> DAY1REC.cpy).
*> A START record before a leg's first turn moves that leg's start
*> off the origin - LEG-START-* remember where each leg began, so
*> its result can say how far it ended from there as well.
   78 WS-MAX-JOURNEY-LEGS VALUE 100.
   01 Journey-Leg-Variables.
      05 Leg-Entry OCCURS WS-MAX-JOURNEY-LEGS TIMES.
         07 LEG-V          PIC S9(7).
         07 LEG-MANHATTAN  PIC S9(8).
         07 LEG-REPEAT-MAN PIC S9(8).
         07 LEG-START-H    PIC S9(7).
         07 LEG-START-V    PIC S9(7).
         07 LEG-START-HEADING PIC X(1).
      05 Leg-Count          PIC 9(3) VALUE 0.
      05 Leg-IX             PIC 9(3) VALUE 0.
      05 Leg-Move-Count     PIC 9(6) VALUE 0.
      05 Leg-Abs-V          PIC S9(7) VALUE 0.
      05 Journey-Manhattan  PIC S9(9) VALUE 0.
      05 Journey-Repeat-Man PIC S9(8) VALUE 0.
      05 Walk-Start-H       PIC S9(7) VALUE 0.
      05 Walk-Start-V       PIC S9(7) VALUE 0.
      05 Walk-Start-Heading PIC X(1) VALUE 'N'.
      05 Leg-Start-Man      PIC S9(8) VALUE 0.
      05 Journey-Start-Man  PIC S9(9) VALUE 0.
      05 WS-LEG-START-SWITCH PIC X(1) VALUE 'N'.
          88 Leg-Start-Placed VALUE 'Y'.
      05 WS-SEGMENTED-SWITCH PIC X(1) VALUE 'N'.
          88 Journey-Is-Segmented VALUE 'Y'.
      05 WS-LEG-REPEAT-SWITCH PIC X(1) VALUE 'N'.
   PERFORM RESET-RUN-STATE
   IF NOT Walk-Mode-Final
     PERFORM LOAD-POI-FILE
     PERFORM LOAD-ZONE-FILE
   END-IF
   PERFORM BUILD-CHECKPOINT-FILENAMES
   PERFORM BUILD-RUN-ID
   END-IF.
   PERFORM WRITE-CONTROL-HEADERS.
   PERFORM OPEN-PATH-TRACE.
   PERFORM OPEN-ZONE-VIOLATIONS.
   IF NOT Walk-Mode-Final
     PERFORM LOAD-CHECKPOINT
     IF Checkpoint-Was-Found
       PERFORM SEED-ZONE-STATE
     ELSE
       PERFORM OPEN-ZONE-LEG
     END-IF
   END-IF.
   PERFORM MARK-WALK-CLOCK.
      PERFORM UNTIL WS-EOF='Y'
              PERFORM ACCUMULATE-INPUT-FINGERPRINT
              INITIALIZE EXCEPTION-RECORD
              SET Record-Is-Valid TO TRUE
              MOVE 'N' TO WS-START-RECORD-SWITCH
              IF DIRECTION-FILE(1:5) = "START"
                SET Record-Is-Start TO TRUE
                PERFORM VALIDATE-START-HEADER
              ELSE
              IF WS-DIRECTION = "S"
                PERFORM VALIDATE-SEGMENT-HEADER
              ELSE
                IF WS-DIRECTION NOT = "L" AND WS-DIRECTION NOT = "R"
                    AND WS-DIRECTION NOT = "F" AND WS-DIRECTION NOT = "U"
                  SET Record-Is-Invalid TO TRUE
                  MOVE "invalid direction - expected L/R/F/U"
                      TO ER-REASON
                END-IF
                PERFORM VALIDATE-MAGNITUDE
              END-IF
              END-IF

              IF Record-Is-Invalid
                MOVE WS-RUN-ID      TO ER-RUN-ID
                ADD 1 TO WS-EXCEPT-CTL-COUNT
                ADD WS-LINE-NUMBER TO WS-EXCEPT-CTL-HASH
              ELSE
              IF Record-Is-Start
                PERFORM APPLY-START-RECORD
              ELSE
              IF WS-DIRECTION = "S"
                SET Journey-Is-Segmented TO TRUE
                PERFORM CLOSE-OUT-LEG
*> for the heatmap and the metrics record to read.
                MOVE 0 TO Spots-Visited
                MOVE 'N' TO Spot-Found-Switch
                PERFORM OPEN-ZONE-LEG
              ELSE
              IF Zone-Start-Pending
                PERFORM JUDGE-ZONE-START
              END-IF
              PERFORM COUNT-MOVE-TYPE
              ADD 1 TO Leg-Move-Count
              EVALUATE WS-DIRECTION

                  SET V-Horizontal TO 0
                END-EVALUATE
*> F carries straight on along the current heading and U turns
*> about-face before walking - neither changes which axis is moving.
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

              IF Walk-Mode-Final
                PERFORM TRACK-MAX-REACH
                ADD 1 TO MET-UNIT-STEPS
                PERFORM CHECK-POI-REACHED
                PERFORM CHECK-ZONE-STEP

*> every step is looked up even after the first repeat is on file -
*> the visit counts behind the heatmap cover the whole walk, and the
              END-IF
              END-IF
              END-IF
              END-IF

         END-READ
      END-PERFORM.
   PERFORM TAKE-WALK-CLOCK.
   CLOSE DIRECTIONS.
   PERFORM CLOSE-PATH-TRACE.
*> a walk with no turn at all still stood at its start position.
   IF Zone-Start-Pending AND Leg-Count = 0
     PERFORM JUDGE-ZONE-START
   END-IF
   PERFORM CLOSE-ZONE-VIOLATIONS.
   PERFORM WRITE-EXCEPTION-TRAILER.
   CLOSE DAY1-EXCEPTIONS.
   IF WS-LINE-NUMBER = 0
   MOVE WS-WALK-PROGRAM-NAME  TO GRID-PROGRAM-NAME
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
    MOVE 0     TO Walk-Start-H Walk-Start-V
    MOVE 'N'   TO Walk-Start-Heading WS-LEG-START-SWITCH
    MOVE 'N'   TO WS-SPOTS-FULL-SWITCH
    MOVE 0     TO WS-CHECKPOINT-LAST-SPOT WS-CHECKPOINT-LAST-GRID
    MOVE 0     TO WS-CHECKPOINT-LAST-LEG
    MOVE 'N'   TO WS-CHECKPOINT-FOUND-SWITCH
    MOVE 0     TO WS-ZONE-BREACHES WS-ZONE-EVENTS
    MOVE 'N'   TO WS-ZONE-START-PENDING-SW.

*> names CHECKPOINT-FILE/CHECKPOINT-SPOTS after the walk mode AND
*> the directions file this run is about to walk, so each file in a
*> DAY1_BATCH_FILE batch keeps its own checkpoint pair per mode and
*> an abended R run can never feed its leftovers to a B run of the
*> same file. A sandbox run's pairs carry the sbx_ prefix, so a trial
*> walk never resumes from, or clears, a production checkpoint.
BUILD-CHECKPOINT-FILENAMES.
    MOVE SPACES TO WS-CHECKPOINT-FILE-NAME WS-CHECKPOINT-SPOTS-NAME
    STRING WS-SANDBOX-PREFIX DELIMITED BY SPACE
        "day1walkckpt_" WS-WALK-MODE "_" DELIMITED BY SIZE
        WS-DIRECTIONS-FILE DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO WS-CHECKPOINT-FILE-NAME
    STRING WS-SANDBOX-PREFIX DELIMITED BY SPACE
        "day1walkckptspots_" WS-WALK-MODE "_" DELIMITED BY SIZE
        WS-DIRECTIONS-FILE DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO WS-CHECKPOINT-SPOTS-NAME.
        MOVE "journey exceeds the 100-leg limit" TO ER-REASON
    END-EVALUATE.

*> a START record must be well formed (STARTPROC.cpy) and must come
*> before the first turn of its leg - at the top of the file or
*> straight after a segment header. One placed later, or a second
*> one for the same leg, is rejected like any other bad record and
*> the walk carries on from wherever it already is.
VALIDATE-START-HEADER.
    MOVE DIRECTION-FILE TO Start-Record-Image
    PERFORM VALIDATE-START-RECORD
    IF Record-Is-Valid
      EVALUATE TRUE
        WHEN Leg-Move-Count > 0
          SET Record-Is-Invalid TO TRUE
          MOVE "start record after the leg's first turn"
              TO ER-REASON
        WHEN Leg-Start-Placed
          SET Record-Is-Invalid TO TRUE
          MOVE "second start record for one leg" TO ER-REASON
      END-EVALUATE
    END-IF.

*> puts the walker where the START record says the vehicle parked,
*> facing the way it says, and remembers that as the leg's start.
*> The zone state is re-seeded from the new position, exactly as a
*> segment header re-seeds it from the origin, and the new position
*> is the one judged when the leg's first turn is read.
APPLY-START-RECORD.
    SET Leg-Start-Placed TO TRUE
    MOVE Start-H       TO Horizontal Walk-Start-H
    MOVE Start-V       TO Vertical Walk-Start-V
    MOVE Start-Heading TO Walk-Start-Heading
    MOVE Start-Unit-H  TO V-Horizontal
    MOVE Start-Unit-V  TO V-Vertical
    PERFORM TRACK-MAX-REACH
    PERFORM OPEN-ZONE-LEG
    MOVE WS-LINE-NUMBER TO WS-ZONE-START-LINE.

*> records the leg just walked and puts the walker back at the origin
*> facing north for the next one - the segment handler gives the next
*> leg its fresh Visited-Spots table.
*> both the leg's repeat and the journey's.
CLOSE-OUT-LEG.
    ADD 1 TO Leg-Count
    COMPUTE WS-PATH-LEG-NUMBER = Leg-Count + 1
    MOVE Horizontal TO LEG-H(Leg-Count)
    MOVE Vertical   TO LEG-V(Leg-Count)
    MOVE Walk-Start-H    TO LEG-START-H(Leg-Count)
    MOVE Walk-Start-V    TO LEG-START-V(Leg-Count)
    MOVE Walk-Start-Heading TO LEG-START-HEADING(Leg-Count)
    MOVE Horizontal TO Leg-Abs-H
    IF Leg-Abs-H < 0
      MULTIPLY -1 BY Leg-Abs-H
    MOVE 0 TO Leg-Move-Count
    MOVE 0 TO Horizontal Vertical V-Horizontal
    MOVE 1 TO V-Vertical
    MOVE 0 TO Manhattan
    MOVE 0 TO Walk-Start-H Walk-Start-V
    MOVE 'N' TO Walk-Start-Heading WS-LEG-START-SWITCH.

PUBLISH-LEG-RESULT.
    MOVE WS-WALK-PROGRAM-NAME    TO DR-PROGRAM-NAME
    MOVE WS-FP-CHECKSUM          TO DR-INPUT-CHECKSUM
    MOVE WS-DIRECTIONS-FILE      TO DR-DIRECTIONS-FILE
    MOVE Leg-IX                  TO DR-LEG-NUMBER
    PERFORM SET-RESULT-ZONE-FLAG
    MOVE LEG-START-H(Leg-IX)     TO DR-START-HORIZONTAL
    MOVE LEG-START-V(Leg-IX)     TO DR-START-VERTICAL
    MOVE LEG-START-HEADING(Leg-IX) TO DR-START-HEADING
    PERFORM MEASURE-LEG-FROM-START
    MOVE Leg-Start-Man           TO DR-START-MANHATTAN
    ADD 1 TO WS-RESULT-CTL-COUNT
    ADD LEG-MANHATTAN(Leg-IX) TO WS-RESULT-CTL-HASH
    ADD LEG-REPEAT-MAN(Leg-IX) TO WS-RESULT-CTL-HASH

*> the whole-journey roll-up, leg number 000 - the last leg's
*> resting place, the sum of every leg's Manhattan, and the first
*> repeat found anywhere in the journey - and the first leg's start
*> with the sum of every leg's distance from its own start.
PUBLISH-JOURNEY-SUMMARY.
    MOVE 0 TO Journey-Start-Man
    PERFORM VARYING Leg-IX FROM 1 BY 1 UNTIL Leg-IX > Leg-Count
      PERFORM MEASURE-LEG-FROM-START
      ADD Leg-Start-Man TO Journey-Start-Man
    END-PERFORM
    MOVE WS-WALK-PROGRAM-NAME    TO DR-PROGRAM-NAME
    MOVE WS-RUN-ID               TO DR-RUN-ID
    MOVE WS-TS-Date-Out          TO DR-RUN-DATE
    MOVE WS-FP-CHECKSUM          TO DR-INPUT-CHECKSUM
    MOVE WS-DIRECTIONS-FILE      TO DR-DIRECTIONS-FILE
    MOVE 0                       TO DR-LEG-NUMBER
    PERFORM SET-RESULT-ZONE-FLAG
    MOVE LEG-START-H(1)          TO DR-START-HORIZONTAL
    MOVE LEG-START-V(1)          TO DR-START-VERTICAL
    MOVE LEG-START-HEADING(1)    TO DR-START-HEADING
    MOVE Journey-Start-Man       TO DR-START-MANHATTAN
    ADD 1 TO WS-RESULT-CTL-COUNT
    ADD Journey-Manhattan TO WS-RESULT-CTL-HASH
    ADD Journey-Repeat-Man TO WS-RESULT-CTL-HASH
    WRITE DAY1-RESULT-RECORD.

*> how far leg Leg-IX ended from where it began, into Leg-Start-Man
*> - the same abs(H)+abs(V) as LEG-MANHATTAN, measured from the
*> leg's start instead of the origin.
MEASURE-LEG-FROM-START.
    COMPUTE Leg-Abs-H = LEG-H(Leg-IX) - LEG-START-H(Leg-IX)
    IF Leg-Abs-H < 0
      MULTIPLY -1 BY Leg-Abs-H
    END-IF
    COMPUTE Leg-Abs-V = LEG-V(Leg-IX) - LEG-START-V(Leg-IX)
    IF Leg-Abs-V < 0
      MULTIPLY -1 BY Leg-Abs-V
    END-IF
    ADD Leg-Abs-H Leg-Abs-V GIVING Leg-Start-Man.

SET-RESULT-ZONE-FLAG.
    EVALUATE TRUE
      WHEN WS-ZONE-BREACHES > 0
        MOVE 'Y' TO DR-ZONE-FLAG
      WHEN ZONE-COUNT > 0
        MOVE 'N' TO DR-ZONE-FLAG
      WHEN OTHER
        MOVE SPACE TO DR-ZONE-FLAG
    END-EVALUATE.

*> binary search of the Visited-Spots table, which is kept ordered by
*> (First-Coord, Second-Coord): sets Spot-Found when (Horizontal,
*> Vertical) is already on file, and leaves Spot-Insert-Point at the
COPY PATHTRAK.
COPY INTKPROC.
COPY POIPROC.
COPY ZONEPROC.
COPY FPCALC.
COPY PARMLOAD.
COPY ALERTWRT.
COPY RUNGEN.
COPY GRIDBUILD.
COPY MAGPARSE.
COPY STARTPROC.
COPY METTRAK.
COPY HEATBLD.
COPY MOVETRAK.
*> zeroed leg state already describes.
            IF CK-LEG-COUNT IS NUMERIC
              MOVE CK-LEG-COUNT          TO Leg-Count
              COMPUTE WS-PATH-LEG-NUMBER = Leg-Count + 1
              MOVE CK-LEG-MOVE-COUNT     TO Leg-Move-Count
              MOVE CK-JOURNEY-MANHATTAN  TO Journey-Manhattan
              MOVE CK-JOURNEY-REPEAT-MAN TO Journey-Repeat-Man
                SET Journey-Is-Segmented TO TRUE
              END-IF
            END-IF
            IF CK-ZONE-BREACHES IS NUMERIC
              MOVE CK-ZONE-BREACHES TO WS-ZONE-BREACHES
            END-IF
            IF CK-LEG-START-HEADING NOT = SPACE
              MOVE CK-LEG-START-H       TO Walk-Start-H
              MOVE CK-LEG-START-V       TO Walk-Start-V
              MOVE CK-LEG-START-HEADING TO Walk-Start-Heading
              SET Leg-Start-Placed TO TRUE
            END-IF
            IF CK-FORWARD-COUNT IS NUMERIC
              MOVE CK-FORWARD-COUNT TO WS-Forward-Count
            END-IF
            IF CK-UTURN-COUNT IS NUMERIC
              MOVE CK-UTURN-COUNT TO WS-Uturn-Count
            END-IF
      END-READ
      CLOSE CHECKPOINT-FILE
    END-IF
      END-IF
      COMPUTE WS-CHECKPOINT-EXPECTED =
          Spots-Visited + Spots-Visited + GRID-POINT-COUNT
          + Leg-Count + Leg-Count + Leg-Count
      PERFORM VARYING WS-CHECKPOINT-INDEX FROM 1 BY 1
          UNTIL WS-CHECKPOINT-INDEX > WS-CHECKPOINT-EXPECTED
        READ CHECKPOINT-SPOTS
                      TO GRID-POINT-V(WS-CHECKPOINT-LAST-GRID)
*> one 'L' record per completed leg (its resting place - the leg
*> Manhattan rebuilds from abs(H)+abs(V)) followed by one 'J' record
*> (the leg's repeat Manhattan) and one 'T' record (where the leg
*> began, heading in CS-HEADING) - a checkpoint from before START
*> records has no 'T', and the leg began at the origin facing north.
                WHEN 'L'
                  ADD 1 TO WS-CHECKPOINT-LAST-LEG
                  MOVE CS-HORIZONTAL
                  END-IF
                  ADD Leg-Abs-H Leg-Abs-V
                      GIVING LEG-MANHATTAN(WS-CHECKPOINT-LAST-LEG)
                  MOVE 0 TO LEG-START-H(WS-CHECKPOINT-LAST-LEG)
                      LEG-START-V(WS-CHECKPOINT-LAST-LEG)
                  MOVE 'N' TO LEG-START-HEADING(WS-CHECKPOINT-LAST-LEG)
                WHEN 'J'
                  IF WS-CHECKPOINT-LAST-LEG > 0
                    MOVE CS-HORIZONTAL
                        TO LEG-REPEAT-MAN(WS-CHECKPOINT-LAST-LEG)
                  END-IF
                WHEN 'T'
                  IF WS-CHECKPOINT-LAST-LEG > 0
                    MOVE CS-HORIZONTAL
                        TO LEG-START-H(WS-CHECKPOINT-LAST-LEG)
                    MOVE CS-VERTICAL
                        TO LEG-START-V(WS-CHECKPOINT-LAST-LEG)
                    MOVE CS-HEADING
                        TO LEG-START-HEADING(WS-CHECKPOINT-LAST-LEG)
                  END-IF
              END-EVALUATE
        END-READ
      END-PERFORM
    MOVE WS-SEGMENTED-SWITCH   TO CK-SEGMENTED
    MOVE Journey-Manhattan     TO CK-JOURNEY-MANHATTAN
    MOVE Journey-Repeat-Man    TO CK-JOURNEY-REPEAT-MAN
    MOVE WS-ZONE-BREACHES      TO CK-ZONE-BREACHES
    MOVE Walk-Start-H          TO CK-LEG-START-H
    MOVE Walk-Start-V          TO CK-LEG-START-V
    MOVE Walk-Start-Heading    TO CK-LEG-START-HEADING
    MOVE WS-Forward-Count      TO CK-FORWARD-COUNT
    MOVE WS-Uturn-Count        TO CK-UTURN-COUNT
    WRITE CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE
    OPEN OUTPUT CHECKPOINT-SPOTS
    MOVE SPACE TO CS-HEADING
    PERFORM VARYING WS-CHECKPOINT-INDEX FROM 1 BY 1
        UNTIL WS-CHECKPOINT-INDEX > Spots-Visited
      MOVE 'S'                                    TO CS-RECORD-TYPE
      MOVE LEG-REPEAT-MAN(WS-CHECKPOINT-INDEX) TO CS-HORIZONTAL
      MOVE 0                                 TO CS-VERTICAL
      WRITE CHECKPOINT-SPOT-RECORD
      MOVE 'T'                              TO CS-RECORD-TYPE
      MOVE LEG-START-H(WS-CHECKPOINT-INDEX)  TO CS-HORIZONTAL
      MOVE LEG-START-V(WS-CHECKPOINT-INDEX)  TO CS-VERTICAL
      MOVE LEG-START-HEADING(WS-CHECKPOINT-INDEX) TO CS-HEADING
      WRITE CHECKPOINT-SPOT-RECORD
      MOVE SPACE                             TO CS-HEADING
    END-PERFORM
    CLOSE CHECKPOINT-SPOTS.

