IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.capacity".
AUTHOR. Ben Wendt.

*> capacity headroom forecast for the walkers' fixed tables. The
*> walkers size their tables at compile time - Visited-Spots
*> (WS-MAX-VISITED-SPOTS), the path points behind the map
*> (WS-MAX-GRID-POINTS), the points of interest (WS-MAX-POI-ENTRIES)
*> and the map's cell and width caps (WS-MAX-GRID-CELLS /
*> WS-MAX-GRID-WIDTH) - and a table that fills stops the walk or
*> abandons the repeat check (HANDLE-SPOTS-TABLE-FULL), drops path
*> points or landmarks, or forces the map to a coarser scale. Until
*> now the first anyone heard of it was that night's alert.
*> This program reads the walk-metrics history (METREC.cpy) and, per
*> directions file, shows each limit's ceiling, the peak use on
*> record and when it happened, the growth trend - a least-squares
*> line through each night's peak, given as growth per 30 nights -
*> and the date that trend reaches the ceiling from the latest
*> night's use. Path-point demand is MT-UNIT-STEPS in the unit-step
*> modes and the points plotted otherwise, so a walk already past
*> the ceiling shows its true demand; map and POI use come from the
*> fields appended to the metrics record, and runs recorded before
*> those were kept count for the limits they can speak for only.
*> The POI file itself (POI-FILE, default day1poi.dat) is counted
*> too, since a landmark added since the last walk is not in the
*> history yet.
*> Any limit whose peak use is within CAPACITY-HEADROOM-PERCENT
*> (default 20) of its ceiling raises one alert per limit naming the
*> fullest directions file, so the capacity increase can be requested
*> before the batch breaks: WARNING for the tables whose overflow
*> loses data, INFO for the map caps, where overflow only coarsens
*> the printed map. A WARNING ends the run with return code 4.
*> Output is appended to day1capacity.dat and the screen.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT CAPACITY-REPORT ASSIGN TO 'day1capacity.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CAPACITY-REPORT-STATUS.
    SELECT POI-FILE ASSIGN TO DYNAMIC WS-POI-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-POI-FILE-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY METSEL.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   FD CAPACITY-REPORT.
   01 CAPACITY-REPORT-RECORD PIC X(250).

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

   FD AUDIT-TRAIL.
   COPY AUDITREC.

   FD METRICS-HISTORY.
   COPY METREC.

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
   COPY GRIDFLD.
   COPY POIFLD.
   01 WS-CAPACITY-REPORT-STATUS PIC X(2).
   01 WS-METRICS-HISTORY-STATUS PIC X(2).
   01 WS-EOF PIC A(1).
*> each walker declares its own Visited-Spots table; all of them size
*> it the same.
   78 WS-MAX-VISITED-SPOTS VALUE 1000000.
*> the limits forecast, with the severity of the alert each raises -
*> W for WARNING, I for INFO.
   78 WS-CAP-LIMITS VALUE 5.
   78 CAP-SPOTS     VALUE 1.
   78 CAP-POINTS    VALUE 2.
   78 CAP-POI       VALUE 3.
   78 CAP-CELLS     VALUE 4.
   78 CAP-WIDTH     VALUE 5.
   01 Capacity-Limit-List.
      05 FILLER PIC X(28) VALUE 'Visited-Spots table'.
      05 FILLER PIC 9(9)  VALUE WS-MAX-VISITED-SPOTS.
      05 FILLER PIC X(1)  VALUE 'W'.
      05 FILLER PIC X(28) VALUE 'path points (GRID-POINTS)'.
      05 FILLER PIC 9(9)  VALUE WS-MAX-GRID-POINTS.
      05 FILLER PIC X(1)  VALUE 'W'.
      05 FILLER PIC X(28) VALUE 'points of interest'.
      05 FILLER PIC 9(9)  VALUE WS-MAX-POI-ENTRIES.
      05 FILLER PIC X(1)  VALUE 'W'.
      05 FILLER PIC X(28) VALUE 'map cells'.
      05 FILLER PIC 9(9)  VALUE WS-MAX-GRID-CELLS.
      05 FILLER PIC X(1)  VALUE 'I'.
      05 FILLER PIC X(28) VALUE 'map width'.
      05 FILLER PIC 9(9)  VALUE WS-MAX-GRID-WIDTH.
      05 FILLER PIC X(1)  VALUE 'I'.
   01 Capacity-Limit-Table REDEFINES Capacity-Limit-List.
      05 Capacity-Limit-Entry OCCURS 5 TIMES.
         07 CL-NAME     PIC X(28).
         07 CL-CEILING  PIC 9(9).
         07 CL-SEVERITY PIC X(1).
*> per limit, how many files are inside the headroom and which is
*> fullest.
   01 Capacity-Breach-Table.
      05 Capacity-Breach-Entry OCCURS 5 TIMES.
         07 CB-FILES     PIC 9(4).
         07 CB-WORST-PCT PIC 9(7)V9.
         07 CB-WORST-FILE PIC X(100).
         07 CB-WORST-DUE PIC X(24).
*> one entry per directions file. Metrics records are appended in
*> run order, so a file's nights arrive in date order: each night's
*> peak is held in CU-DAY-PEAK until the next night starts, then
*> goes into the trend sums. Days are counted from the file's first
*> night (CF-BASE-DAY) to keep the sums small.
   78 WS-MAX-CAP-FILES VALUE 200.
   01 Capacity-File-Table.
      05 Capacity-File-Entry OCCURS WS-MAX-CAP-FILES TIMES.
         07 CF-FILE       PIC X(100).
         07 CF-RUNS       PIC 9(6).
         07 CF-NIGHTS     PIC 9(6).
         07 CF-FIRST-DATE PIC X(10).
         07 CF-LAST-DATE  PIC X(10).
         07 CF-BASE-DAY   PIC 9(7).
         07 CF-LAST-X     PIC 9(5).
         07 Capacity-Use-Entry OCCURS 5 TIMES.
            09 CU-PEAK      PIC 9(16).
            09 CU-PEAK-DATE PIC X(10).
            09 CU-DAY-SW    PIC X(1).
                88 Use-Seen-Today VALUE 'Y'.
            09 CU-DAY-PEAK  PIC 9(16).
            09 CU-LAST-Y    PIC 9(12).
            09 CU-N         PIC 9(6).
            09 CU-SUM-X     PIC 9(12).
            09 CU-SUM-Y     PIC 9(16).
            09 CU-SUM-XY    PIC 9(18).
            09 CU-SUM-XX    PIC 9(16).
      05 CF-COUNT   PIC 9(3) VALUE 0.
      05 CF-IX      PIC 9(3) VALUE 0.
      05 CF-FOUND   PIC 9(3) VALUE 0.
      05 CF-DROPPED PIC 9(7) VALUE 0.
      05 CU-IX      PIC 9(1) VALUE 0.
   01 Capacity-Work-Fields.
      05 WS-CAP-USE        PIC 9(16) VALUE 0.
      05 WS-CAP-Y          PIC 9(12) VALUE 0.
      05 WS-CAP-DATE-N     PIC 9(8)  VALUE 0.
      05 WS-CAP-DAY        PIC 9(7)  VALUE 0.
      05 WS-CAP-X          PIC 9(5)  VALUE 0.
      05 WS-CAP-SLOPE      PIC S9(11)V9(4) VALUE 0.
      05 WS-CAP-DIVISOR    PIC S9(18) VALUE 0.
      05 WS-CAP-GROWTH     PIC S9(11)V9(1) VALUE 0.
      05 WS-CAP-PCT        PIC 9(7)V9 VALUE 0.
      05 WS-CAP-DAYS-LEFT  PIC 9(9) VALUE 0.
      05 WS-CAP-DUE-N      PIC 9(8) VALUE 0.
      05 WS-CAP-DUE        PIC X(24).
      05 WS-CAP-FILE       PIC X(100).
      05 WS-CAP-THRESHOLD  PIC 9(3) VALUE 0.
      05 WS-CAP-WARNINGS   PIC 9(2) VALUE 0.
      05 WS-CAP-NEAR-COUNT PIC 9(1) VALUE 0.
      05 WS-CAP-LEAD       PIC 9(2) VALUE 0.
      05 WS-POI-FILE-COUNT PIC 9(7) VALUE 0.
      05 WS-CEILING-OUT    PIC Z(8)9.
      05 WS-PEAK-OUT       PIC Z(15)9.
      05 WS-PCT-OUT        PIC Z(6)9.9.
      05 WS-GROWTH-OUT     PIC +(11)9.9.
   01 Capacity-Limit-Line.
      05 FILLER    PIC X(4) VALUE SPACES.
      05 LL-NAME   PIC X(28).
      05 LL-CEILING PIC X(10) JUSTIFIED RIGHT.
      05 LL-PEAK   PIC X(17) JUSTIFIED RIGHT.
      05 FILLER    PIC X(1) VALUE SPACE.
      05 LL-PEAK-DATE PIC X(10).
      05 LL-PCT    PIC X(10) JUSTIFIED RIGHT.
      05 LL-GROWTH PIC X(15) JUSTIFIED RIGHT.
      05 FILLER    PIC X(2) VALUE SPACES.
      05 LL-DUE    PIC X(24).
      05 LL-FLAG   PIC X(10).
   01 WS-CAPACITY-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.capacity" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   COMPUTE WS-CAP-THRESHOLD = 100 - PARM-CAPACITY-HEADROOM
   INITIALIZE Capacity-Breach-Table
   PERFORM LOAD-CAPACITY-HISTORY
   PERFORM COUNT-POI-FILE
   PERFORM WRITE-CAPACITY-REPORT
   PERFORM RAISE-CAPACITY-ALERTS
   IF WS-CAP-WARNINGS > 0
     MOVE 4 TO RETURN-CODE
   END-IF
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.capacity" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                    TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE          TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME          TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out               TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out               TO AUDIT-END-TIME
   STRING "forecast " CF-COUNT " files - " WS-CAP-NEAR-COUNT
       " near ceiling" DELIMITED BY SIZE INTO AUDIT-RESULT
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

LOAD-CAPACITY-HISTORY.
    OPEN INPUT METRICS-HISTORY
    IF WS-METRICS-HISTORY-STATUS NOT = '00'
      DISPLAY WS-METRICS-FILE-NAME " not found or unreadable (status "
          WS-METRICS-HISTORY-STATUS ") - no walk history to forecast"
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ METRICS-HISTORY
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE MT-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          IF NOT Sandbox-Record-Refused
              AND MT-RUN-DATE(1:4) IS NUMERIC
              AND MT-RUN-DATE(6:2) IS NUMERIC
              AND MT-RUN-DATE(9:2) IS NUMERIC
            PERFORM NOTE-CAPACITY-RUN
          END-IF
      END-READ
    END-PERFORM
    CLOSE METRICS-HISTORY
    PERFORM VARYING CF-IX FROM 1 BY 1 UNTIL CF-IX > CF-COUNT
      PERFORM CLOSE-CAPACITY-NIGHT
    END-PERFORM.

NOTE-CAPACITY-RUN.
    MOVE 0 TO CF-FOUND
    PERFORM VARYING CF-IX FROM 1 BY 1
        UNTIL CF-IX > CF-COUNT OR CF-FOUND > 0
      IF CF-FILE(CF-IX) = MT-DIRECTIONS-FILE
        MOVE CF-IX TO CF-FOUND
      END-IF
    END-PERFORM
    STRING MT-RUN-DATE(1:4) MT-RUN-DATE(6:2) MT-RUN-DATE(9:2)
        DELIMITED BY SIZE INTO WS-CAP-DATE-N
    COMPUTE WS-CAP-DAY = FUNCTION INTEGER-OF-DATE(WS-CAP-DATE-N)
    IF CF-FOUND = 0
      IF CF-COUNT >= WS-MAX-CAP-FILES
        ADD 1 TO CF-DROPPED
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO CF-COUNT
      MOVE CF-COUNT TO CF-FOUND
      INITIALIZE Capacity-File-Entry(CF-FOUND)
      MOVE MT-DIRECTIONS-FILE TO CF-FILE(CF-FOUND)
      MOVE MT-RUN-DATE        TO CF-FIRST-DATE(CF-FOUND)
                                 CF-LAST-DATE(CF-FOUND)
      MOVE WS-CAP-DAY         TO CF-BASE-DAY(CF-FOUND)
      MOVE 1                  TO CF-NIGHTS(CF-FOUND)
    END-IF
    MOVE CF-FOUND TO CF-IX
    IF MT-RUN-DATE NOT = CF-LAST-DATE(CF-IX)
      PERFORM CLOSE-CAPACITY-NIGHT
      MOVE MT-RUN-DATE TO CF-LAST-DATE(CF-IX)
      ADD 1 TO CF-NIGHTS(CF-IX)
    END-IF
    IF WS-CAP-DAY >= CF-BASE-DAY(CF-IX)
      COMPUTE CF-LAST-X(CF-IX) = WS-CAP-DAY - CF-BASE-DAY(CF-IX)
    END-IF
    ADD 1 TO CF-RUNS(CF-IX)
*> path-point demand: every unit step is a point in the unit-step
*> modes; the final-position walk plots one per instruction.
    MOVE 0 TO WS-CAP-USE
    EVALUATE TRUE
      WHEN MT-UNIT-STEPS IS NUMERIC AND MT-UNIT-STEPS > 0
        MOVE MT-UNIT-STEPS TO WS-CAP-USE
      WHEN MT-GRID-POINTS IS NUMERIC
        MOVE MT-GRID-POINTS TO WS-CAP-USE
      WHEN MT-RECORDS-READ IS NUMERIC
        MOVE MT-RECORDS-READ TO WS-CAP-USE
    END-EVALUATE
    MOVE CAP-POINTS TO CU-IX
    PERFORM NOTE-CAPACITY-USE
    IF MT-SPOTS-TABLE IS NUMERIC
      MOVE MT-SPOTS-TABLE TO WS-CAP-USE
      MOVE CAP-SPOTS TO CU-IX
      PERFORM NOTE-CAPACITY-USE
    END-IF
    IF MT-POI-ENTRIES IS NUMERIC
      MOVE MT-POI-ENTRIES TO WS-CAP-USE
      MOVE CAP-POI TO CU-IX
      PERFORM NOTE-CAPACITY-USE
    END-IF
    IF MT-GRID-CELLS IS NUMERIC
      MOVE MT-GRID-CELLS TO WS-CAP-USE
      MOVE CAP-CELLS TO CU-IX
      PERFORM NOTE-CAPACITY-USE
    END-IF
    IF MT-GRID-WIDTH IS NUMERIC
      MOVE MT-GRID-WIDTH TO WS-CAP-USE
      MOVE CAP-WIDTH TO CU-IX
      PERFORM NOTE-CAPACITY-USE
    END-IF.

NOTE-CAPACITY-USE.
    IF WS-CAP-USE > CU-PEAK(CF-IX, CU-IX)
        OR CU-PEAK-DATE(CF-IX, CU-IX) = SPACES
      MOVE WS-CAP-USE  TO CU-PEAK(CF-IX, CU-IX)
      MOVE MT-RUN-DATE TO CU-PEAK-DATE(CF-IX, CU-IX)
    END-IF
    IF NOT Use-Seen-Today(CF-IX, CU-IX)
        OR WS-CAP-USE > CU-DAY-PEAK(CF-IX, CU-IX)
      MOVE WS-CAP-USE TO CU-DAY-PEAK(CF-IX, CU-IX)
    END-IF
    SET Use-Seen-Today(CF-IX, CU-IX) TO TRUE.

*> the night's peak of each limit goes into the trend sums - held
*> to ten times the ceiling, since past that the limit is long
*> reached and a runaway value would only swamp the sums.
CLOSE-CAPACITY-NIGHT.
    PERFORM VARYING CU-IX FROM 1 BY 1 UNTIL CU-IX > WS-CAP-LIMITS
      IF Use-Seen-Today(CF-IX, CU-IX)
        IF CU-DAY-PEAK(CF-IX, CU-IX) > CL-CEILING(CU-IX) * 10
          COMPUTE WS-CAP-Y = CL-CEILING(CU-IX) * 10
        ELSE
          MOVE CU-DAY-PEAK(CF-IX, CU-IX) TO WS-CAP-Y
        END-IF
        MOVE CF-LAST-X(CF-IX) TO WS-CAP-X
        ADD 1        TO CU-N(CF-IX, CU-IX)
        ADD WS-CAP-X TO CU-SUM-X(CF-IX, CU-IX)
        ADD WS-CAP-Y TO CU-SUM-Y(CF-IX, CU-IX)
        COMPUTE CU-SUM-XY(CF-IX, CU-IX) =
            CU-SUM-XY(CF-IX, CU-IX) + WS-CAP-X * WS-CAP-Y
        COMPUTE CU-SUM-XX(CF-IX, CU-IX) =
            CU-SUM-XX(CF-IX, CU-IX) + WS-CAP-X * WS-CAP-X
        MOVE WS-CAP-Y TO CU-LAST-Y(CF-IX, CU-IX)
        MOVE 'N' TO CU-DAY-SW(CF-IX, CU-IX)
        MOVE 0   TO CU-DAY-PEAK(CF-IX, CU-IX)
      END-IF
    END-PERFORM.

*> every landmark record the walkers' loader would accept, with no
*> cap - a POI file that has outgrown the table shows as such.
COUNT-POI-FILE.
    IF Parm-Poi-Supplied
      MOVE PARM-POI-FILE TO WS-POI-FILE-NAME
    END-IF
    OPEN INPUT POI-FILE
    IF WS-POI-FILE-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-POI-EOF
    PERFORM UNTIL WS-POI-EOF = 'Y'
      READ POI-FILE
        AT END MOVE 'Y' TO WS-POI-EOF
        NOT AT END
          IF PR-NAME NOT = SPACES
              AND PR-H-DIGITS IS NUMERIC
              AND PR-V-DIGITS IS NUMERIC
            ADD 1 TO WS-POI-FILE-COUNT
          END-IF
      END-READ
    END-PERFORM
    CLOSE POI-FILE.

WRITE-CAPACITY-REPORT.
    OPEN EXTEND CAPACITY-REPORT
    IF WS-CAPACITY-REPORT-STATUS = '35'
      OPEN OUTPUT CAPACITY-REPORT
    END-IF
    MOVE SPACES TO WS-CAPACITY-LINE
    STRING "=== capacity forecast run " WS-RUN-ID " " WS-TS-Date-Out
        " " WS-TS-Time-Out " - alert within " PARM-CAPACITY-HEADROOM
        "% of a ceiling ===" DELIMITED BY SIZE INTO WS-CAPACITY-LINE
    PERFORM WRITE-CAPACITY-LINE
    IF CF-DROPPED > 0
      MOVE SPACES TO WS-CAPACITY-LINE
      STRING "more than " WS-MAX-CAP-FILES " directions files - "
          CF-DROPPED " runs of the rest not forecast"
          DELIMITED BY SIZE INTO WS-CAPACITY-LINE
      PERFORM WRITE-CAPACITY-LINE
    END-IF
    IF CF-COUNT = 0
      MOVE "no walker runs in the metrics history - nothing to"
          & " forecast" TO WS-CAPACITY-LINE
      PERFORM WRITE-CAPACITY-LINE
    END-IF
    PERFORM VARYING CF-IX FROM 1 BY 1 UNTIL CF-IX > CF-COUNT
      MOVE SPACES TO WS-CAPACITY-LINE
      STRING CF-FILE(CF-IX) DELIMITED BY SPACE
          " - " CF-RUNS(CF-IX) " runs on " CF-NIGHTS(CF-IX)
          " nights, " CF-FIRST-DATE(CF-IX) " to " CF-LAST-DATE(CF-IX)
          DELIMITED BY SIZE INTO WS-CAPACITY-LINE
      PERFORM WRITE-CAPACITY-LINE
      PERFORM WRITE-LIMIT-HEADING
      PERFORM VARYING CU-IX FROM 1 BY 1 UNTIL CU-IX > WS-CAP-LIMITS
        IF CU-N(CF-IX, CU-IX) > 0
          PERFORM FORECAST-ONE-LIMIT
        END-IF
      END-PERFORM
    END-PERFORM
    MOVE SPACES TO WS-CAPACITY-LINE
    STRING "POI file " DELIMITED BY SIZE
        WS-POI-FILE-NAME DELIMITED BY SPACE
        " holds " WS-POI-FILE-COUNT " landmarks for a table of "
        WS-MAX-POI-ENTRIES DELIMITED BY SIZE INTO WS-CAPACITY-LINE
    PERFORM WRITE-CAPACITY-LINE
    IF WS-POI-FILE-COUNT > WS-MAX-POI-ENTRIES
      MOVE SPACES TO WS-CAPACITY-LINE
      COMPUTE WS-CAP-USE = WS-POI-FILE-COUNT - WS-MAX-POI-ENTRIES
      MOVE WS-CAP-USE TO WS-PEAK-OUT
      STRING "  " WS-PEAK-OUT " landmarks past the table are ignored"
          " by the walkers" DELIMITED BY SIZE INTO WS-CAPACITY-LINE
      PERFORM WRITE-CAPACITY-LINE
    END-IF
    IF WS-POI-FILE-COUNT > 0
      COMPUTE WS-CAP-PCT ROUNDED =
          WS-POI-FILE-COUNT * 100 / WS-MAX-POI-ENTRIES
      IF WS-CAP-PCT >= WS-CAP-THRESHOLD
        MOVE CAP-POI TO CU-IX
        MOVE "current POI file" TO WS-CAP-DUE
        MOVE WS-POI-FILE-NAME TO WS-CAP-FILE
        PERFORM NOTE-CAPACITY-BREACH
      END-IF
    END-IF
    CLOSE CAPACITY-REPORT.

WRITE-LIMIT-HEADING.
    MOVE SPACES TO Capacity-Limit-Line
    MOVE "table"        TO LL-NAME
    MOVE "ceiling"      TO LL-CEILING
    MOVE "peak"         TO LL-PEAK
    MOVE "on"           TO LL-PEAK-DATE
    MOVE "used %"       TO LL-PCT
    MOVE "per 30 nights" TO LL-GROWTH
    MOVE "ceiling reached" TO LL-DUE
    MOVE Capacity-Limit-Line TO WS-CAPACITY-LINE
    PERFORM WRITE-CAPACITY-LINE.

*> growth is the slope of the least-squares line through the nightly
*> peaks; the ceiling date runs that slope on from the latest night.
FORECAST-ONE-LIMIT.
    MOVE SPACES TO Capacity-Limit-Line
    MOVE CL-NAME(CU-IX) TO LL-NAME
    MOVE CL-CEILING(CU-IX) TO WS-CEILING-OUT
    MOVE WS-CEILING-OUT TO LL-CEILING
    MOVE CU-PEAK(CF-IX, CU-IX) TO WS-PEAK-OUT
    MOVE WS-PEAK-OUT TO LL-PEAK
    MOVE CU-PEAK-DATE(CF-IX, CU-IX) TO LL-PEAK-DATE
    COMPUTE WS-CAP-PCT ROUNDED =
        CU-PEAK(CF-IX, CU-IX) * 100 / CL-CEILING(CU-IX)
        ON SIZE ERROR MOVE 9999999.9 TO WS-CAP-PCT
    END-COMPUTE
    MOVE WS-CAP-PCT TO WS-PCT-OUT
    MOVE WS-PCT-OUT TO LL-PCT
    MOVE 0 TO WS-CAP-SLOPE
    COMPUTE WS-CAP-DIVISOR =
        CU-N(CF-IX, CU-IX) * CU-SUM-XX(CF-IX, CU-IX)
        - CU-SUM-X(CF-IX, CU-IX) * CU-SUM-X(CF-IX, CU-IX)
    IF WS-CAP-DIVISOR > 0
      COMPUTE WS-CAP-SLOPE ROUNDED =
          (CU-N(CF-IX, CU-IX) * CU-SUM-XY(CF-IX, CU-IX)
           - CU-SUM-X(CF-IX, CU-IX) * CU-SUM-Y(CF-IX, CU-IX))
          / WS-CAP-DIVISOR
      COMPUTE WS-CAP-GROWTH ROUNDED = WS-CAP-SLOPE * 30
      MOVE WS-CAP-GROWTH TO WS-GROWTH-OUT
      MOVE WS-GROWTH-OUT TO LL-GROWTH
    ELSE
      MOVE "-" TO LL-GROWTH
    END-IF
    EVALUATE TRUE
      WHEN CU-PEAK(CF-IX, CU-IX) >= CL-CEILING(CU-IX)
        MOVE SPACES TO WS-CAP-DUE
        STRING "REACHED " CU-PEAK-DATE(CF-IX, CU-IX)
            DELIMITED BY SIZE INTO WS-CAP-DUE
      WHEN WS-CAP-DIVISOR NOT > 0
        MOVE "too little history" TO WS-CAP-DUE
      WHEN WS-CAP-SLOPE NOT > 0
        MOVE "not growing" TO WS-CAP-DUE
      WHEN OTHER
        COMPUTE WS-CAP-DAYS-LEFT ROUNDED =
            (CL-CEILING(CU-IX) - CU-LAST-Y(CF-IX, CU-IX))
            / WS-CAP-SLOPE + 0.5
            ON SIZE ERROR MOVE 999999999 TO WS-CAP-DAYS-LEFT
        END-COMPUTE
        IF WS-CAP-DAYS-LEFT > 36500
          MOVE "not within 100 years" TO WS-CAP-DUE
        ELSE
          COMPUTE WS-CAP-DUE-N = FUNCTION DATE-OF-INTEGER(
              CF-BASE-DAY(CF-IX) + CF-LAST-X(CF-IX)
              + WS-CAP-DAYS-LEFT)
          MOVE SPACES TO WS-CAP-DUE
          STRING "about " WS-CAP-DUE-N(1:4) "-" WS-CAP-DUE-N(5:2)
              "-" WS-CAP-DUE-N(7:2) DELIMITED BY SIZE
              INTO WS-CAP-DUE
        END-IF
    END-EVALUATE
    MOVE WS-CAP-DUE TO LL-DUE
    IF WS-CAP-PCT >= WS-CAP-THRESHOLD
      MOVE "<< NEAR" TO LL-FLAG
      MOVE CF-FILE(CF-IX) TO WS-CAP-FILE
      PERFORM NOTE-CAPACITY-BREACH
    END-IF
    MOVE Capacity-Limit-Line TO WS-CAPACITY-LINE
    PERFORM WRITE-CAPACITY-LINE.

NOTE-CAPACITY-BREACH.
    ADD 1 TO CB-FILES(CU-IX)
    IF WS-CAP-PCT > CB-WORST-PCT(CU-IX) OR CB-FILES(CU-IX) = 1
      MOVE WS-CAP-PCT TO CB-WORST-PCT(CU-IX)
      MOVE WS-CAP-FILE TO CB-WORST-FILE(CU-IX)
      MOVE WS-CAP-DUE TO CB-WORST-DUE(CU-IX)
    END-IF.

RAISE-CAPACITY-ALERTS.
    PERFORM VARYING CU-IX FROM 1 BY 1 UNTIL CU-IX > WS-CAP-LIMITS
      IF CB-FILES(CU-IX) > 0
        ADD 1 TO WS-CAP-NEAR-COUNT
        IF CL-SEVERITY(CU-IX) = 'W'
          MOVE 'WARNING' TO WS-ALERT-SEVERITY
          ADD 1 TO WS-CAP-WARNINGS
        ELSE
          MOVE 'INFO' TO WS-ALERT-SEVERITY
        END-IF
        MOVE CB-WORST-PCT(CU-IX) TO WS-PCT-OUT
        MOVE 0 TO WS-CAP-LEAD
        INSPECT WS-PCT-OUT TALLYING WS-CAP-LEAD FOR LEADING SPACES
        MOVE SPACES TO WS-ALERT-MESSAGE
        STRING CL-NAME(CU-IX) DELIMITED BY "  "
            " at " DELIMITED BY SIZE
            WS-PCT-OUT(WS-CAP-LEAD + 1:) DELIMITED BY SIZE
            "% of ceiling for " DELIMITED BY SIZE
            CB-WORST-FILE(CU-IX) DELIMITED BY SPACE
            " (" CB-FILES(CU-IX) " within headroom) - "
            DELIMITED BY SIZE
            CB-WORST-DUE(CU-IX) DELIMITED BY "  "
            INTO WS-ALERT-MESSAGE
        PERFORM WRITE-OPERATOR-ALERT
      END-IF
    END-PERFORM.

WRITE-CAPACITY-LINE.
    DISPLAY WS-CAPACITY-LINE
    MOVE WS-CAPACITY-LINE TO CAPACITY-REPORT-RECORD
    WRITE CAPACITY-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
