IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.proximity".
AUTHOR. Ben Wendt.

*> spatial proximity search over the path-trace history - the
*> question dispatch asks after every incident: "which routes passed
*> within 3 blocks of this address in the last two weeks?"
*> day1paths.dat (see PATHFD.cpy) holds every plotted point of every
*> run; this program takes a target coordinate (PROXIMITY-TARGET-H /
*> PROXIMITY-TARGET-V in runparms.dat, signed) or the name of a
*> landmark in the POI file (PROXIMITY-POI-NAME, looked up in
*> day1poi.dat or POI-FILE, the same way day1plan resolves one), a
*> radius in blocks (PROXIMITY-RADIUS, default 3) and a run-date range
*> (PROXIMITY-FROM-DATE / PROXIMITY-TO-DATE - TO defaults to today and
*> FROM to 14 days before TO), and lists every run whose path came
*> within the radius - distance measured in blocks, |H| + |V| like
*> every Manhattan figure in the suite. For each run: the closest
*> approach, the step number and instruction line (and leg, on a
*> segmented journey) where it first came that close, the point it was
*> at, how many of its plotted points fell inside the radius, and the
*> directions file - closest approach first, ties in run order.
*> The run-date range is judged on the run identifier, whose first
*> eight digits are the run date (RUNGEN.cpy). With
*> PROXIMITY-USE-RUNMASTER=Y the runs in the range are found through
*> the keyed run master day1runmaster.dat (see day1runload) - START at
*> the first identifier of the range and browse forward - and only
*> trace points of those runs are measured, with the directions file
*> taken from the master. The master is only as fresh as the last
*> load, so trace runs in the range that it does not hold yet are
*> counted on the report; without the master (the default, and the
*> fallback when it cannot be opened) the directions file comes from
*> day1results.dat. Output goes to day1proximity.dat and the screen;
*> a target that cannot be resolved ends the run with return code 8.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT POI-FILE ASSIGN TO DYNAMIC WS-POI-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-POI-FILE-STATUS.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT RUN-MASTER ASSIGN TO 'day1runmaster.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS RM-RUN-ID
    FILE STATUS IS WS-RUN-MASTER-STATUS.
    SELECT PROXIMITY-REPORT ASSIGN TO 'day1proximity.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PROXIMITY-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY PATHSEL.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   FD POI-FILE.
   01 POI-RECORD.
      05 PR-NAME     PIC X(20).
      05 PR-SEP-1    PIC X(1).
      05 PR-SYMBOL   PIC X(1).
      05 PR-SEP-2    PIC X(1).
      05 PR-H-SIGN   PIC X(1).
      05 PR-H-DIGITS PIC 9(7).
      05 PR-SEP-3    PIC X(1).
      05 PR-V-SIGN   PIC X(1).
      05 PR-V-DIGITS PIC 9(7).

   FD DAY1-RESULTS.
   COPY DAY1REC.

*> the keyed run master exactly as day1runload writes it.
   FD RUN-MASTER.
   01 RUN-MASTER-RECORD.
      05 RM-RUN-ID            PIC X(20).
      05 RM-PROGRAM-NAME      PIC X(24).
      05 RM-RUN-DATE          PIC X(10).
      05 RM-RUN-TIME          PIC X(8).
      05 RM-HORIZONTAL        PIC S9(9).
      05 RM-VERTICAL          PIC S9(9).
      05 RM-MANHATTAN         PIC S9(9).
      05 RM-REPEAT-MANHATTAN  PIC S9(9).
      05 RM-INPUT-RECORDS     PIC 9(7).
      05 RM-INPUT-CHECKSUM    PIC 9(9).
      05 RM-DIRECTIONS-FILE   PIC X(100).

   FD PROXIMITY-REPORT.
   01 PROXIMITY-REPORT-RECORD PIC X(250).

   FD AUDIT-TRAIL.
   COPY AUDITREC.

   COPY PATHFD.

   COPY ALERTFD.

   COPY PARMFD.

   COPY LOCKFD.

   WORKING-STORAGE SECTION.
   COPY TSFIELDS.
   COPY AUDITFLD.
   COPY RUNFLD.
   COPY ALERTFLD.
   COPY PARMFLD.
   COPY LOCKFLD.
   COPY PATHFLD.
   01 WS-POI-FILE-NAME PIC X(100) VALUE 'day1poi.dat'.
   01 WS-POI-FILE-STATUS PIC X(2).
   01 WS-DAY1-RESULTS-STATUS PIC X(2).
   01 WS-RUN-MASTER-STATUS PIC X(2).
   01 WS-PROXIMITY-REPORT-STATUS PIC X(2).
   01 WS-EOF PIC A(1).
   01 Proximity-Target-Variables.
      05 Target-H PIC S9(7) VALUE 0.
      05 Target-V PIC S9(7) VALUE 0.
      05 WS-TARGET-SET-SWITCH PIC X(1) VALUE 'N'.
          88 Target-Is-Set VALUE 'Y'.
      05 WS-TARGET-NAME PIC X(20) VALUE SPACES.
      05 WS-RADIUS      PIC 9(7) VALUE 3.
   01 Proximity-Range-Variables.
      05 WS-FROM-DATE   PIC X(8)  VALUE SPACES.
      05 WS-TO-DATE     PIC X(8)  VALUE SPACES.
      05 WS-FROM-ISO    PIC X(10) VALUE SPACES.
      05 WS-TO-ISO      PIC X(10) VALUE SPACES.
      05 WS-TODAY-N     PIC 9(8)  VALUE 0.
      05 WS-WINDOW-INT  PIC 9(8)  VALUE 0.
      05 WS-WINDOW-N    PIC 9(8)  VALUE 0.
*> M when the runs come from the run master, S when the trace is
*> scanned on its own.
      05 WS-ACCESS-PATH PIC X(1)  VALUE 'S'.
          88 Using-Run-Master VALUE 'M'.
*> the runs the run master holds for the date range, in run
*> identifier order as the keyed browse returns them, so a trace
*> point's run is found by binary search.
   78 WS-MAX-PROX-CANDIDATES VALUE 5000.
   01 Proximity-Candidate-Table.
      05 Proximity-Candidate OCCURS WS-MAX-PROX-CANDIDATES TIMES.
         07 PC-RUN-ID     PIC X(20).
         07 PC-DIRECTIONS PIC X(100).
      05 PC-COUNT   PIC 9(5) VALUE 0.
      05 PC-DROPPED PIC 9(7) VALUE 0.
      05 PC-LOW     PIC 9(5) VALUE 0.
      05 PC-HIGH    PIC 9(5) VALUE 0.
      05 PC-MID     PIC 9(5) VALUE 0.
      05 PC-FOUND   PIC 9(5) VALUE 0.
*> one entry per run that came within the radius - its closest
*> approach so far, and the step, line, leg and point where it first
*> came that close.
   78 WS-MAX-PROX-HITS VALUE 2000.
   01 Proximity-Hit-Table.
      05 Proximity-Hit OCCURS WS-MAX-PROX-HITS TIMES.
         07 PH-RUN-ID     PIC X(20).
         07 PH-DISTANCE   PIC 9(8).
         07 PH-STEP       PIC 9(7).
         07 PH-LINE       PIC 9(6).
         07 PH-LEG        PIC 9(3).
         07 PH-H          PIC S9(7).
         07 PH-V          PIC S9(7).
         07 PH-INSIDE     PIC 9(7).
         07 PH-DIRECTIONS PIC X(100).
         07 PH-LEG-MATCH-SW PIC X(1).
             88 Hit-Leg-Matched VALUE 'Y'.
      05 PH-COUNT   PIC 9(4) VALUE 0.
      05 PH-IX      PIC 9(4) VALUE 0.
      05 PH-FOUND   PIC 9(4) VALUE 0.
      05 PH-DROPPED PIC 9(7) VALUE 0.
*> the hits in report order - closest approach first, then run
*> identifier - built by insertion as in INSERT-VISITED-SPOT.
   01 Proximity-Order-Table.
      05 PO-HIT PIC 9(4) OCCURS WS-MAX-PROX-HITS TIMES.
      05 PO-COUNT PIC 9(4) VALUE 0.
      05 PO-IX    PIC 9(4) VALUE 0.
      05 PO-SLOT  PIC 9(4) VALUE 0.
   01 Proximity-Scan-Variables.
      05 WS-POINT-H        PIC S9(8) VALUE 0.
      05 WS-POINT-V        PIC S9(8) VALUE 0.
      05 WS-POINT-DISTANCE PIC 9(8)  VALUE 0.
      05 WS-POINT-LEG      PIC 9(3)  VALUE 0.
      05 WS-POINTS-READ    PIC 9(9)  VALUE 0.
      05 WS-POINTS-MEASURED PIC 9(9) VALUE 0.
      05 WS-LAST-RUN-ID    PIC X(20) VALUE SPACES.
      05 WS-LAST-RUN-SW    PIC X(1)  VALUE 'N'.
          88 Last-Run-Wanted VALUE 'Y'.
      05 WS-NOT-IN-MASTER  PIC 9(7)  VALUE 0.
   01 Proximity-Edit-Fields.
      05 WS-DISTANCE-OUT PIC Z(7)9.
      05 WS-RADIUS-OUT   PIC Z(6)9.
      05 WS-H-OUT        PIC -(7)9.
      05 WS-V-OUT        PIC -(7)9.
   01 WS-PROXIMITY-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.proximity" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   PERFORM RESOLVE-PROXIMITY-TARGET
   IF NOT Target-Is-Set
     IF NOT Parm-Prox-Poi-Supplied
       DISPLAY "set PROXIMITY-TARGET-H and PROXIMITY-TARGET-V (signed "
           "coordinates) or PROXIMITY-POI-NAME (a landmark in the POI "
           "file) in runparms.dat - nothing searched"
     END-IF
     MOVE 8 TO RETURN-CODE
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   PERFORM RESOLVE-PROXIMITY-RANGE
   IF RETURN-CODE = 8
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   IF PARM-PROX-USE-MASTER = 'Y'
     IF Sandbox-Run
       DISPLAY "SANDBOX=Y - the run master holds production runs only"
           " - scanning the sandbox path trace instead"
     ELSE
       PERFORM LOAD-MASTER-CANDIDATES
     END-IF
   END-IF
   PERFORM SCAN-PATH-TRACE
   IF NOT Using-Run-Master
     PERFORM RESOLVE-HIT-DIRECTIONS
   END-IF
   PERFORM ORDER-PROXIMITY-HITS
   PERFORM WRITE-PROXIMITY-REPORT
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.proximity" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                     TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE           TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME           TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out                TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out                TO AUDIT-END-TIME
   STRING "proximity r" WS-RADIUS " - " PH-COUNT " runs within"
       DELIMITED BY SIZE INTO AUDIT-RESULT
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

*> coordinates straight from runparms, or a landmark looked up in the
*> POI file - the same rule as day1plan's RESOLVE-PLAN-TARGET: an
*> explicit coordinate wins when both are given.
RESOLVE-PROXIMITY-TARGET.
    IF Parm-Prox-H-Supplied AND Parm-Prox-V-Supplied
      MOVE PARM-PROX-TARGET-H TO Target-H
      MOVE PARM-PROX-TARGET-V TO Target-V
      SET Target-Is-Set TO TRUE
      EXIT PARAGRAPH
    END-IF
    IF NOT Parm-Prox-Poi-Supplied
      EXIT PARAGRAPH
    END-IF
    IF Parm-Poi-Supplied
      MOVE PARM-POI-FILE TO WS-POI-FILE-NAME
    END-IF
    MOVE SPACE TO WS-EOF
    OPEN INPUT POI-FILE
    IF WS-POI-FILE-STATUS NOT = '00'
      DISPLAY "POI file " WS-POI-FILE-NAME " could not be opened "
          "(status " WS-POI-FILE-STATUS ") - landmark "
          PARM-PROX-POI-NAME " cannot be resolved"
    ELSE
      PERFORM UNTIL WS-EOF = 'Y'
        READ POI-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
            IF PR-NAME = PARM-PROX-POI-NAME
                AND PR-H-DIGITS IS NUMERIC
                AND PR-V-DIGITS IS NUMERIC
              MOVE PR-H-DIGITS TO Target-H
              IF PR-H-SIGN = '-'
                MULTIPLY -1 BY Target-H
              END-IF
              MOVE PR-V-DIGITS TO Target-V
              IF PR-V-SIGN = '-'
                MULTIPLY -1 BY Target-V
              END-IF
              MOVE PR-NAME TO WS-TARGET-NAME
              SET Target-Is-Set TO TRUE
            END-IF
        END-READ
      END-PERFORM
      CLOSE POI-FILE
      IF NOT Target-Is-Set
        DISPLAY "landmark " PARM-PROX-POI-NAME " is not in "
            WS-POI-FILE-NAME
      END-IF
    END-IF.

*> the radius and the run-date range, as YYYYMMDD to compare with the
*> front of a run identifier - TO defaults to today and FROM to the
*> 14 days before TO, so a TO date on its own searches the two weeks
*> up to it.
RESOLVE-PROXIMITY-RANGE.
    MOVE PARM-PROX-RADIUS TO WS-RADIUS
    MOVE WS-Timestamp-Raw(1:8) TO WS-TO-DATE
    IF Parm-Prox-To-Supplied
      STRING PARM-PROX-TO(1:4) PARM-PROX-TO(6:2)
          PARM-PROX-TO(9:2) DELIMITED BY SIZE INTO WS-TO-DATE
    END-IF
    IF Parm-Prox-From-Supplied
      STRING PARM-PROX-FROM(1:4) PARM-PROX-FROM(6:2)
          PARM-PROX-FROM(9:2) DELIMITED BY SIZE INTO WS-FROM-DATE
    ELSE
      MOVE WS-TO-DATE TO WS-TODAY-N
      COMPUTE WS-WINDOW-INT =
          FUNCTION INTEGER-OF-DATE(WS-TODAY-N) - 14
      COMPUTE WS-WINDOW-N = FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
      MOVE WS-WINDOW-N TO WS-FROM-DATE
    END-IF
    STRING WS-FROM-DATE(1:4) "-" WS-FROM-DATE(5:2) "-"
        WS-FROM-DATE(7:2) DELIMITED BY SIZE INTO WS-FROM-ISO
    STRING WS-TO-DATE(1:4) "-" WS-TO-DATE(5:2) "-"
        WS-TO-DATE(7:2) DELIMITED BY SIZE INTO WS-TO-ISO
    IF WS-TO-DATE < WS-FROM-DATE
      DISPLAY "PROXIMITY-TO-DATE " WS-TO-ISO " is before "
          "PROXIMITY-FROM-DATE " WS-FROM-ISO " - nothing searched"
      MOVE 8 TO RETURN-CODE
    END-IF.

*> the runs of the date range from the keyed run master: START at the
*> first identifier the range can hold (the date followed by spaces,
*> which sort below any stamp) and READ NEXT until the date passes
*> the end of the range. A master that cannot be opened leaves the
*> search to the trace scan alone.
LOAD-MASTER-CANDIDATES.
    OPEN INPUT RUN-MASTER
    IF WS-RUN-MASTER-STATUS NOT = '00'
      DISPLAY "day1runmaster.dat could not be opened (status "
          WS-RUN-MASTER-STATUS ") - scanning the path trace without"
          " it"
      EXIT PARAGRAPH
    END-IF
    SET Using-Run-Master TO TRUE
    MOVE SPACES TO RM-RUN-ID
    MOVE WS-FROM-DATE TO RM-RUN-ID(1:8)
    MOVE SPACE TO WS-EOF
    START RUN-MASTER KEY IS >= RM-RUN-ID
      INVALID KEY MOVE 'Y' TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = 'Y'
      READ RUN-MASTER NEXT RECORD
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF RM-RUN-ID(1:8) > WS-TO-DATE
            MOVE 'Y' TO WS-EOF
          ELSE
            MOVE RM-RUN-ID TO WS-SANDBOX-CHECK-ID
            PERFORM CHECK-SANDBOX-RECORD
            IF NOT Sandbox-Record-Refused
              IF PC-COUNT < WS-MAX-PROX-CANDIDATES
                ADD 1 TO PC-COUNT
                MOVE RM-RUN-ID          TO PC-RUN-ID(PC-COUNT)
                MOVE RM-DIRECTIONS-FILE TO PC-DIRECTIONS(PC-COUNT)
              ELSE
                ADD 1 TO PC-DROPPED
              END-IF
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE RUN-MASTER.

*> one pass over the trace. Whether a point's run is wanted is
*> decided once per run, when its identifier changes, since a run's
*> points are written together; each wanted point inside the radius
*> updates that run's hit.
SCAN-PATH-TRACE.
    MOVE SPACE TO WS-EOF
    OPEN INPUT PATH-TRACE
    IF WS-PATH-TRACE-STATUS NOT = '00'
      DISPLAY WS-PATHS-FILE-NAME " not found or unreadable (status "
          WS-PATH-TRACE-STATUS ") - have the walkers written a "
          "trace yet?"
      EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
      READ PATH-TRACE
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          ADD 1 TO WS-POINTS-READ
          IF PP-RUN-ID NOT = WS-LAST-RUN-ID
            PERFORM JUDGE-TRACE-RUN
          END-IF
          IF Last-Run-Wanted
              AND PP-HORIZONTAL IS NUMERIC
              AND PP-VERTICAL IS NUMERIC
            PERFORM MEASURE-TRACE-POINT
          END-IF
      END-READ
    END-PERFORM
    CLOSE PATH-TRACE.

JUDGE-TRACE-RUN.
    MOVE PP-RUN-ID TO WS-LAST-RUN-ID
    MOVE 'N' TO WS-LAST-RUN-SW
    MOVE 0 TO PH-FOUND
    IF PP-RUN-ID(1:8) IS NOT NUMERIC
        OR PP-RUN-ID(1:8) < WS-FROM-DATE
        OR PP-RUN-ID(1:8) > WS-TO-DATE
      EXIT PARAGRAPH
    END-IF
    MOVE PP-RUN-ID TO WS-SANDBOX-CHECK-ID
    PERFORM CHECK-SANDBOX-RECORD
    IF Sandbox-Record-Refused
      EXIT PARAGRAPH
    END-IF
    IF Using-Run-Master
      PERFORM FIND-MASTER-CANDIDATE
      IF PC-FOUND = 0
        ADD 1 TO WS-NOT-IN-MASTER
        EXIT PARAGRAPH
      END-IF
    END-IF
    SET Last-Run-Wanted TO TRUE
    PERFORM VARYING PH-IX FROM 1 BY 1
        UNTIL PH-IX > PH-COUNT OR PH-FOUND > 0
      IF PH-RUN-ID(PH-IX) = PP-RUN-ID
        MOVE PH-IX TO PH-FOUND
      END-IF
    END-PERFORM.

*> binary search of the candidate table for PP-RUN-ID - PC-FOUND is
*> its entry, or 0 when the master does not hold the run.
FIND-MASTER-CANDIDATE.
    MOVE 0 TO PC-FOUND
    MOVE 1 TO PC-LOW
    MOVE PC-COUNT TO PC-HIGH
    PERFORM UNTIL PC-LOW > PC-HIGH OR PC-FOUND > 0
      COMPUTE PC-MID = (PC-LOW + PC-HIGH) / 2
      EVALUATE TRUE
        WHEN PC-RUN-ID(PC-MID) = PP-RUN-ID
          MOVE PC-MID TO PC-FOUND
        WHEN PC-RUN-ID(PC-MID) < PP-RUN-ID
          ADD 1 TO PC-MID GIVING PC-LOW
        WHEN OTHER
          IF PC-MID = 1
            MOVE 0 TO PC-HIGH
          ELSE
            SUBTRACT 1 FROM PC-MID GIVING PC-HIGH
          END-IF
      END-EVALUATE
    END-PERFORM.

*> distance in blocks from the target; a point inside the radius
*> opens the run's hit the first time and moves it only when the run
*> gets strictly closer, so the step reported is the first at that
*> distance.
MEASURE-TRACE-POINT.
    ADD 1 TO WS-POINTS-MEASURED
    COMPUTE WS-POINT-H = PP-HORIZONTAL - Target-H
    COMPUTE WS-POINT-V = PP-VERTICAL - Target-V
    IF WS-POINT-H < 0
      MULTIPLY -1 BY WS-POINT-H
    END-IF
    IF WS-POINT-V < 0
      MULTIPLY -1 BY WS-POINT-V
    END-IF
    COMPUTE WS-POINT-DISTANCE = WS-POINT-H + WS-POINT-V
    IF WS-POINT-DISTANCE > WS-RADIUS
      EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-POINT-LEG
    IF PP-LEG-NUMBER IS NUMERIC AND PP-LEG-NUMBER > 0
      MOVE PP-LEG-NUMBER TO WS-POINT-LEG
    END-IF
    IF PH-FOUND = 0
      IF PH-COUNT >= WS-MAX-PROX-HITS
        ADD 1 TO PH-DROPPED
        MOVE 'N' TO WS-LAST-RUN-SW
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO PH-COUNT
      MOVE PH-COUNT TO PH-FOUND
      INITIALIZE Proximity-Hit(PH-FOUND)
      MOVE PP-RUN-ID TO PH-RUN-ID(PH-FOUND)
      MOVE 99999999 TO PH-DISTANCE(PH-FOUND)
      IF Using-Run-Master
        MOVE PC-DIRECTIONS(PC-FOUND) TO PH-DIRECTIONS(PH-FOUND)
      END-IF
    END-IF
    ADD 1 TO PH-INSIDE(PH-FOUND)
    IF WS-POINT-DISTANCE < PH-DISTANCE(PH-FOUND)
      MOVE WS-POINT-DISTANCE TO PH-DISTANCE(PH-FOUND)
      MOVE PP-STEP-NUMBER    TO PH-STEP(PH-FOUND)
      MOVE PP-LINE-NUMBER    TO PH-LINE(PH-FOUND)
      MOVE WS-POINT-LEG      TO PH-LEG(PH-FOUND)
      MOVE PP-HORIZONTAL     TO PH-H(PH-FOUND)
      MOVE PP-VERTICAL       TO PH-V(PH-FOUND)
    END-IF.

*> without the master, each hit's directions file comes from its
*> result record - the record of the leg the closest approach was
*> on where there is one (a plain walk's single record otherwise),
*> any record of the run failing that.
RESOLVE-HIT-DIRECTIONS.
    IF PH-COUNT = 0
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    OPEN INPUT DAY1-RESULTS
    IF WS-DAY1-RESULTS-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
      READ DAY1-RESULTS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
              AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
            PERFORM VARYING PH-IX FROM 1 BY 1 UNTIL PH-IX > PH-COUNT
              IF PH-RUN-ID(PH-IX) = DR-RUN-ID
                  AND NOT Hit-Leg-Matched(PH-IX)
                IF (DR-LEG-NUMBER IS NUMERIC
                        AND DR-LEG-NUMBER = PH-LEG(PH-IX))
                    OR (DR-LEG-NUMBER IS NOT NUMERIC
                        AND PH-LEG(PH-IX) = 1)
                  MOVE DR-DIRECTIONS-FILE TO PH-DIRECTIONS(PH-IX)
                  SET Hit-Leg-Matched(PH-IX) TO TRUE
                ELSE
                  IF PH-DIRECTIONS(PH-IX) = SPACES
                    MOVE DR-DIRECTIONS-FILE TO PH-DIRECTIONS(PH-IX)
                  END-IF
                END-IF
              END-IF
            END-PERFORM
          END-IF
      END-READ
    END-PERFORM
    CLOSE DAY1-RESULTS.

*> insertion into PO-HIT: each hit goes in ahead of the first entry
*> that is farther away, or as far away with a later run identifier.
ORDER-PROXIMITY-HITS.
    MOVE 0 TO PO-COUNT
    PERFORM VARYING PH-IX FROM 1 BY 1 UNTIL PH-IX > PH-COUNT
      MOVE 1 TO PO-SLOT
      PERFORM UNTIL PO-SLOT > PO-COUNT
          OR PH-DISTANCE(PO-HIT(PO-SLOT)) > PH-DISTANCE(PH-IX)
          OR (PH-DISTANCE(PO-HIT(PO-SLOT)) = PH-DISTANCE(PH-IX)
              AND PH-RUN-ID(PO-HIT(PO-SLOT)) > PH-RUN-ID(PH-IX))
        ADD 1 TO PO-SLOT
      END-PERFORM
      PERFORM VARYING PO-IX FROM PO-COUNT BY -1 UNTIL PO-IX < PO-SLOT
        MOVE PO-HIT(PO-IX) TO PO-HIT(PO-IX + 1)
      END-PERFORM
      MOVE PH-IX TO PO-HIT(PO-SLOT)
      ADD 1 TO PO-COUNT
    END-PERFORM.

WRITE-PROXIMITY-REPORT.
    OPEN EXTEND PROXIMITY-REPORT
    IF WS-PROXIMITY-REPORT-STATUS = '35'
      OPEN OUTPUT PROXIMITY-REPORT
    END-IF
    MOVE Target-H TO WS-H-OUT
    MOVE Target-V TO WS-V-OUT
    MOVE WS-RADIUS TO WS-RADIUS-OUT
    MOVE SPACES TO WS-PROXIMITY-LINE
    STRING "=== proximity search run " WS-RUN-ID " " WS-TS-Date-Out
        " " WS-TS-Time-Out " ===" DELIMITED BY SIZE
        INTO WS-PROXIMITY-LINE
    PERFORM WRITE-PROXIMITY-LINE
    MOVE SPACES TO WS-PROXIMITY-LINE
    IF WS-TARGET-NAME = SPACES
      STRING "target H" WS-H-OUT " V" WS-V-OUT
          " - within" WS-RADIUS-OUT " blocks - runs dated " WS-FROM-ISO
          " to " WS-TO-ISO DELIMITED BY SIZE INTO WS-PROXIMITY-LINE
    ELSE
      STRING "target " DELIMITED BY SIZE
          WS-TARGET-NAME DELIMITED BY "  "
          " H" WS-H-OUT " V" WS-V-OUT
          " - within" WS-RADIUS-OUT " blocks - runs dated " WS-FROM-ISO
          " to " WS-TO-ISO DELIMITED BY SIZE INTO WS-PROXIMITY-LINE
    END-IF
    PERFORM WRITE-PROXIMITY-LINE
    MOVE SPACES TO WS-PROXIMITY-LINE
    IF Using-Run-Master
      STRING "runs found through day1runmaster.dat - " PC-COUNT
          " in the range, " WS-POINTS-MEASURED " trace points measured"
          DELIMITED BY SIZE INTO WS-PROXIMITY-LINE
    ELSE
      STRING "runs found by scanning " DELIMITED BY SIZE
          WS-PATHS-FILE-NAME DELIMITED BY SPACE
          " - " WS-POINTS-MEASURED " trace points measured"
          DELIMITED BY SIZE INTO WS-PROXIMITY-LINE
    END-IF
    PERFORM WRITE-PROXIMITY-LINE
    IF WS-NOT-IN-MASTER > 0
      MOVE SPACES TO WS-PROXIMITY-LINE
      STRING "*** " WS-NOT-IN-MASTER " traced runs in the range are not"
          " in the run master yet - reload it with day1runload or"
          " search without it" DELIMITED BY SIZE
          INTO WS-PROXIMITY-LINE
      PERFORM WRITE-PROXIMITY-LINE
    END-IF
    IF PC-DROPPED > 0
      MOVE SPACES TO WS-PROXIMITY-LINE
      STRING "*** more than " WS-MAX-PROX-CANDIDATES " runs in the "
          "range - " PC-DROPPED " later runs not searched"
          DELIMITED BY SIZE INTO WS-PROXIMITY-LINE
      PERFORM WRITE-PROXIMITY-LINE
    END-IF
    IF PH-DROPPED > 0
      MOVE SPACES TO WS-PROXIMITY-LINE
      STRING "*** more than " WS-MAX-PROX-HITS " runs within the "
          "radius - narrow the search; " PH-DROPPED
          " further runs not listed" DELIMITED BY SIZE
          INTO WS-PROXIMITY-LINE
      PERFORM WRITE-PROXIMITY-LINE
    END-IF
    IF PO-COUNT = 0
      MOVE "no run in the range came within the radius"
          TO WS-PROXIMITY-LINE
      PERFORM WRITE-PROXIMITY-LINE
    ELSE
      MOVE "  closest run                  step    line    leg"
          & "        H        V  inside  directions"
          TO WS-PROXIMITY-LINE
      PERFORM WRITE-PROXIMITY-LINE
    END-IF
    PERFORM VARYING PO-IX FROM 1 BY 1 UNTIL PO-IX > PO-COUNT
      MOVE PO-HIT(PO-IX) TO PH-IX
      MOVE PH-DISTANCE(PH-IX) TO WS-DISTANCE-OUT
      MOVE PH-H(PH-IX) TO WS-H-OUT
      MOVE PH-V(PH-IX) TO WS-V-OUT
      MOVE SPACES TO WS-PROXIMITY-LINE
      IF PH-DIRECTIONS(PH-IX) = SPACES
        MOVE "(no result record)" TO PH-DIRECTIONS(PH-IX)
      END-IF
      STRING WS-DISTANCE-OUT " " PH-RUN-ID(PH-IX) " " PH-STEP(PH-IX)
          " " PH-LINE(PH-IX) " " PH-LEG(PH-IX) " " WS-H-OUT " "
          WS-V-OUT " " PH-INSIDE(PH-IX) " " DELIMITED BY SIZE
          PH-DIRECTIONS(PH-IX) DELIMITED BY SPACE
          INTO WS-PROXIMITY-LINE
      PERFORM WRITE-PROXIMITY-LINE
    END-PERFORM
    MOVE SPACES TO WS-PROXIMITY-LINE
    STRING PO-COUNT " runs came within" WS-RADIUS-OUT " blocks"
        DELIMITED BY SIZE INTO WS-PROXIMITY-LINE
    PERFORM WRITE-PROXIMITY-LINE
    CLOSE PROXIMITY-REPORT.

WRITE-PROXIMITY-LINE.
    DISPLAY WS-PROXIMITY-LINE
    MOVE WS-PROXIMITY-LINE TO PROXIMITY-REPORT-RECORD
    WRITE PROXIMITY-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
