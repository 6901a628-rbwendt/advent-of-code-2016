IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.cost".
AUTHOR. Ben Wendt.

*> route costing for billing. Every run says where the route ended
*> and how far it wandered, but not what it cost to travel. The rate
*> table day1rates.dat holds the tariff, one record per change of
*> rates ('*' in column one for comments):
*>     effective(10) blank step(7) blank turn(7) blank revisit(7)
*> where effective is the YYYY-MM-DD the rates take effect and each
*> rate is money with four implied decimals (0002500 is 0.25): per
*> unit step walked, per L, R or U turn, and a surcharge per revisited
*> square - a square the leg had already been through. A run is
*> priced at the record in force on its run date, the latest one
*> effective on or before it.
*>
*> Every walker run in day1results.dat from the first of the month
*> through the cost date (COST-DATE in runparms.dat, or today) is
*> priced from the histories: the result records give the run and its
*> legs, the path trace day1paths.dat gives the steps, the turns and
*> the squares of each leg - final-position traces carry only the
*> corner points, so the squares between are walked out here - and
*> the move summary in day1moves.dat gives the run's L/R/U count, the
*> authority for turns (an F move is a step but no turn): a turn the
*> trace never saw (a zero-length instruction, or one past the trace's
*> point limit) is billed on an adjustment line. Trace from before
*> legs were stamped on it prices as a single leg. Output is an
*> invoice per directions file - a line per run, a line per leg for
*> multi-leg journeys - and the month-to-date total, to
*> day1costreport.dat and the screen. A run with no rate in force is
*> listed unpriced with a WARNING alert and RETURN-CODE 4; no rate
*> table at all is RETURN-CODE 8.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT RATE-TABLE ASSIGN TO 'day1rates.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RATE-TABLE-STATUS.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT MOVE-SUMMARY ASSIGN TO DYNAMIC WS-MOVES-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MOVE-SUMMARY-STATUS.
    COPY PATHSEL.
    SELECT COST-REPORT ASSIGN TO 'day1costreport.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-COST-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   FD RATE-TABLE.
   01 RATE-RECORD.
      05 RR-EFFECTIVE     PIC X(10).
      05 RR-SEP-0         PIC X(1).
      05 RR-STEP-RATE     PIC X(7).
      05 RR-STEP-RATE-N REDEFINES RR-STEP-RATE PIC 9(3)V9(4).
      05 RR-SEP-1         PIC X(1).
      05 RR-TURN-RATE     PIC X(7).
      05 RR-TURN-RATE-N REDEFINES RR-TURN-RATE PIC 9(3)V9(4).
      05 RR-SEP-2         PIC X(1).
      05 RR-REVISIT-RATE  PIC X(7).
      05 RR-REVISIT-RATE-N REDEFINES RR-REVISIT-RATE PIC 9(3)V9(4).

   FD DAY1-RESULTS.
   COPY DAY1REC.

   FD MOVE-SUMMARY.
   COPY MOVEREC.

   COPY PATHFD.

   FD COST-REPORT.
   01 COST-REPORT-RECORD PIC X(250).

   FD AUDIT-TRAIL.
   COPY AUDITREC.

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
   01 WS-RATE-TABLE-STATUS    PIC X(2).
   01 WS-DAY1-RESULTS-STATUS  PIC X(2).
   01 WS-MOVE-SUMMARY-STATUS  PIC X(2).
   01 WS-COST-REPORT-STATUS   PIC X(2).
   01 WS-EOF PIC A(1).
   78 WS-MAX-RATES VALUE 50.
   01 Rate-Table-Entries.
      05 Rate-Entry OCCURS WS-MAX-RATES TIMES.
         07 RT-EFFECTIVE     PIC X(10).
         07 RT-STEP-RATE     PIC 9(3)V9(4).
         07 RT-TURN-RATE     PIC 9(3)V9(4).
         07 RT-REVISIT-RATE  PIC 9(3)V9(4).
      05 RT-COUNT PIC 9(3) VALUE 0.
      05 RT-IX    PIC 9(3) VALUE 0.
*> the runs being priced, in the order day1results.dat has them, each
*> with a line of counts per leg. The leg counts are binary - they
*> are added to once per unit step.
   78 WS-MAX-COST-RUNS VALUE 1000.
   78 WS-MAX-COST-LEGS VALUE 100.
   01 Cost-Run-Table.
      05 Cost-Run-Entry OCCURS WS-MAX-COST-RUNS TIMES.
         07 CR-RUN-ID        PIC X(20).
         07 CR-PROGRAM       PIC X(24).
         07 CR-RUN-DATE      PIC X(10).
         07 CR-DIRECTIONS    PIC X(100).
         07 CR-LEG-COUNT     PIC 9(3).
         07 CR-MOVES-TURNS   PIC 9(7).
         07 CR-MOVES-FORWARD PIC 9(7).
         07 CR-MOVES-SW      PIC X(1).
             88 Cost-Run-Has-Moves VALUE 'Y'.
         07 CR-TRACE-POINTS  PIC 9(7).
         07 CR-RATE-IX       PIC 9(3).
         07 Cost-Leg OCCURS WS-MAX-COST-LEGS TIMES.
            09 CL-STEPS      PIC 9(9) COMP.
            09 CL-TURNS      PIC 9(7) COMP.
            09 CL-REVISITS   PIC 9(9) COMP.
            09 CL-PARTIAL-SW PIC X(1).
                88 Leg-Revisits-Partial VALUE 'Y'.
*> where the leg began, from its result record's start state - zero,
*> the origin, when that is blank in older history.
            09 CL-START-H    PIC S9(7).
            09 CL-START-V    PIC S9(7).
      05 CR-COUNT PIC 9(4) VALUE 0.
      05 CR-IX    PIC 9(4) VALUE 0.
      05 CL-IX    PIC 9(3) VALUE 0.
   78 WS-MAX-COST-FILES VALUE 200.
   01 Cost-File-Table.
      05 CF-DIRECTIONS OCCURS WS-MAX-COST-FILES TIMES PIC X(100).
      05 CF-COUNT PIC 9(3) VALUE 0.
      05 CF-IX    PIC 9(3) VALUE 0.
*> squares entered in the leg being walked out, open-addressed by a
*> hash of the coordinates. A slot belongs to the current leg when
*> its generation matches - starting a leg is one increment, not a
*> clear of the whole table. A leg that fills the table to its limit
*> stops counting revisits, and its line says so.
   78 WS-HASH-SLOTS VALUE 1000003.
   78 WS-HASH-LIMIT VALUE 900000.
   01 Visited-Square-Hash.
      05 Hash-Slot OCCURS WS-HASH-SLOTS TIMES.
         07 HS-H    PIC S9(9) COMP.
         07 HS-V    PIC S9(9) COMP.
         07 HS-GEN  PIC 9(7) COMP.
   01 Hash-Work-Fields.
      05 WS-HASH-GEN    PIC 9(7)  COMP VALUE 0.
      05 WS-HASH-USED   PIC 9(7)  COMP VALUE 0.
      05 WS-HASH-IX     PIC 9(7)  COMP VALUE 0.
      05 WS-HASH-WORK   PIC 9(18) COMP VALUE 0.
      05 WS-HASH-QUOT   PIC 9(18) COMP VALUE 0.
      05 WS-HASH-FOUND-SWITCH PIC X(1) VALUE 'N'.
          88 Square-Seen-Before VALUE 'Y'.
*> a walker stops tracing at its grid-point limit (WS-MAX-GRID-POINTS
*> in GRIDFLD.cpy); a run that reached it is priced on what it traced.
   78 WS-MAX-TRACE-POINTS VALUE 100000.
   01 Trace-Walk-Fields.
      05 WS-CUR-RUN-ID   PIC X(20) VALUE SPACES.
      05 WS-CUR-RUN-IX   PIC 9(4) VALUE 0.
      05 WS-CUR-LEG      PIC 9(3) VALUE 0.
      05 WS-POINT-LEG    PIC 9(3) VALUE 0.
      05 WS-LAST-LINE    PIC 9(6) VALUE 0.
      05 WS-POS-H        PIC S9(9) COMP VALUE 0.
      05 WS-POS-V        PIC S9(9) COMP VALUE 0.
      05 WS-TARGET-H     PIC S9(9) COMP VALUE 0.
      05 WS-TARGET-V     PIC S9(9) COMP VALUE 0.
   01 Cost-Work-Fields.
      05 WS-COST-DATE        PIC X(10).
      05 WS-PERIOD-START     PIC X(10).
      05 WS-RUN-TURNS        PIC 9(7) VALUE 0.
      05 WS-EXTRA-TURNS      PIC 9(7) VALUE 0.
      05 WS-FORWARD-LEFT     PIC 9(7) VALUE 0.
      05 WS-LINE-STEPS       PIC 9(9) VALUE 0.
      05 WS-LINE-TURNS       PIC 9(7) VALUE 0.
      05 WS-LINE-REVISITS    PIC 9(9) VALUE 0.
      05 WS-LINE-AMOUNT      PIC 9(9)V99 VALUE 0.
      05 WS-RUN-AMOUNT       PIC 9(9)V99 VALUE 0.
      05 WS-FILE-AMOUNT      PIC 9(9)V99 VALUE 0.
      05 WS-FILE-RUNS        PIC 9(5) VALUE 0.
      05 WS-MTD-AMOUNT       PIC 9(9)V99 VALUE 0.
      05 WS-MTD-RUNS         PIC 9(5) VALUE 0.
      05 WS-MTD-STEPS        PIC 9(11) VALUE 0.
      05 WS-MTD-TURNS        PIC 9(9) VALUE 0.
      05 WS-MTD-REVISITS     PIC 9(11) VALUE 0.
      05 WS-UNPRICED-RUNS    PIC 9(5) VALUE 0.
      05 WS-REJECTED-RATES   PIC 9(3) VALUE 0.
      05 WS-RUNS-DROPPED     PIC 9(5) VALUE 0.
      05 WS-AMOUNT-DISPLAY   PIC Z(8)9.99.
      05 WS-RATE-DISPLAY-1   PIC ZZ9.9999.
      05 WS-RATE-DISPLAY-2   PIC ZZ9.9999.
      05 WS-RATE-DISPLAY-3   PIC ZZ9.9999.
      05 WS-STEPS-DISPLAY    PIC Z(8)9.
      05 WS-TURNS-DISPLAY    PIC Z(6)9.
      05 WS-REVISITS-DISPLAY PIC Z(8)9.
      05 WS-LEG-DISPLAY      PIC ZZ9.
      05 WS-LINE-NOTE        PIC X(40).
      05 WS-LINE-PTR         PIC 9(3) VALUE 0.
   01 WS-COST-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.cost" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   IF Parm-Cost-Date-Supplied
     MOVE PARM-COST-DATE TO WS-COST-DATE
   ELSE
     MOVE WS-TS-Date-Out TO WS-COST-DATE
   END-IF
   MOVE WS-COST-DATE TO WS-PERIOD-START
   MOVE "01" TO WS-PERIOD-START(9:2)
   OPEN EXTEND COST-REPORT.
   IF WS-COST-REPORT-STATUS = '35'
     OPEN OUTPUT COST-REPORT
   END-IF.
   MOVE SPACES TO WS-COST-LINE
   STRING "=== route costing report run " WS-RUN-ID " "
       WS-TS-Date-Out " " WS-TS-Time-Out " period " WS-PERIOD-START
       " to " WS-COST-DATE " ===" DELIMITED BY SIZE INTO WS-COST-LINE
   PERFORM WRITE-COST-LINE
   PERFORM LOAD-RATE-TABLE
   IF RT-COUNT = 0
     MOVE "no usable rates in day1rates.dat - nothing priced"
         TO WS-COST-LINE
     PERFORM WRITE-COST-LINE
     MOVE 8 TO RETURN-CODE
   ELSE
     PERFORM LOAD-PERIOD-RUNS
     PERFORM LOAD-RUN-TURNS
     PERFORM WALK-PATH-TRACE
     PERFORM VARYING CF-IX FROM 1 BY 1 UNTIL CF-IX > CF-COUNT
       PERFORM WRITE-FILE-INVOICE
     END-PERFORM
     PERFORM WRITE-MONTH-TO-DATE
   END-IF
   CLOSE COST-REPORT.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.cost" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE      TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME      TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out           TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out           TO AUDIT-END-TIME
   MOVE WS-MTD-AMOUNT TO WS-AMOUNT-DISPLAY
   STRING "runs " WS-MTD-RUNS " mtd " WS-AMOUNT-DISPLAY
       " unpriced " WS-UNPRICED-RUNS
       DELIMITED BY SIZE INTO AUDIT-RESULT
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

*> a rate record that does not parse is listed and skipped, with a
*> WARNING - the runs it would have priced fall back on the record
*> before it, which billing needs to know about.
LOAD-RATE-TABLE.
    MOVE SPACE TO WS-EOF
    OPEN INPUT RATE-TABLE
    IF WS-RATE-TABLE-STATUS NOT = '00'
      MOVE SPACES TO WS-COST-LINE
      STRING "day1rates.dat not found or unreadable (status "
          WS-RATE-TABLE-STATUS ")" DELIMITED BY SIZE INTO WS-COST-LINE
      PERFORM WRITE-COST-LINE
      EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
      READ RATE-TABLE
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF RATE-RECORD = SPACES
              OR RATE-RECORD(1:1) = '*'
            CONTINUE
          ELSE
            PERFORM ACCEPT-RATE-RECORD
          END-IF
      END-READ
    END-PERFORM
    CLOSE RATE-TABLE.

ACCEPT-RATE-RECORD.
    IF RR-EFFECTIVE(1:4) IS NUMERIC AND RR-EFFECTIVE(5:1) = '-'
        AND RR-EFFECTIVE(6:2) IS NUMERIC AND RR-EFFECTIVE(8:1) = '-'
        AND RR-EFFECTIVE(9:2) IS NUMERIC
        AND RR-STEP-RATE IS NUMERIC
        AND RR-TURN-RATE IS NUMERIC
        AND RR-REVISIT-RATE IS NUMERIC
        AND RT-COUNT < WS-MAX-RATES
      ADD 1 TO RT-COUNT
      MOVE RR-EFFECTIVE    TO RT-EFFECTIVE(RT-COUNT)
      MOVE RR-STEP-RATE-N    TO RT-STEP-RATE(RT-COUNT)
      MOVE RR-TURN-RATE-N    TO RT-TURN-RATE(RT-COUNT)
      MOVE RR-REVISIT-RATE-N TO RT-REVISIT-RATE(RT-COUNT)
      MOVE RT-STEP-RATE(RT-COUNT)    TO WS-RATE-DISPLAY-1
      MOVE RT-TURN-RATE(RT-COUNT)    TO WS-RATE-DISPLAY-2
      MOVE RT-REVISIT-RATE(RT-COUNT) TO WS-RATE-DISPLAY-3
      MOVE SPACES TO WS-COST-LINE
      STRING "rates effective " RR-EFFECTIVE ": step "
          WS-RATE-DISPLAY-1 " turn " WS-RATE-DISPLAY-2
          " revisited square " WS-RATE-DISPLAY-3
          DELIMITED BY SIZE INTO WS-COST-LINE
      PERFORM WRITE-COST-LINE
    ELSE
      ADD 1 TO WS-REJECTED-RATES
      MOVE SPACES TO WS-COST-LINE
      STRING "rate record rejected: " RATE-RECORD
          DELIMITED BY SIZE INTO WS-COST-LINE
      PERFORM WRITE-COST-LINE
      MOVE 'WARNING' TO WS-ALERT-SEVERITY
      MOVE SPACES TO WS-ALERT-MESSAGE
      STRING "rate record rejected in day1rates.dat - effective "
          RR-EFFECTIVE DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
      PERFORM WRITE-OPERATOR-ALERT
      IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
      END-IF
    END-IF.

*> the period's runs, one entry per run identifier - a multi-leg
*> journey's leg records only raise its leg count, and its 000
*> summary record adds nothing the legs do not.
LOAD-PERIOD-RUNS.
    MOVE SPACE TO WS-EOF
    OPEN INPUT DAY1-RESULTS
    IF WS-DAY1-RESULTS-STATUS NOT = '00'
      MOVE "no result history in day1results.dat - nothing to price"
          TO WS-COST-LINE
      PERFORM WRITE-COST-LINE
      EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
      READ DAY1-RESULTS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE DR-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
              AND NOT Sandbox-Record-Refused
              AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
              AND DR-RUN-DATE >= WS-PERIOD-START
              AND DR-RUN-DATE <= WS-COST-DATE
            PERFORM ACCEPT-PERIOD-RESULT
          END-IF
      END-READ
    END-PERFORM
    CLOSE DAY1-RESULTS
    IF WS-RUNS-DROPPED > 0
      MOVE SPACES TO WS-COST-LINE
      STRING "run table full at " WS-MAX-COST-RUNS " runs - "
          WS-RUNS-DROPPED " result records not priced"
          DELIMITED BY SIZE INTO WS-COST-LINE
      PERFORM WRITE-COST-LINE
      MOVE 'WARNING' TO WS-ALERT-SEVERITY
      MOVE "route costing run table full - invoice incomplete"
          TO WS-ALERT-MESSAGE
      PERFORM WRITE-OPERATOR-ALERT
      IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
      END-IF
    END-IF.

ACCEPT-PERIOD-RESULT.
    PERFORM FIND-COST-RUN
    IF CR-IX = 0
      IF CR-COUNT >= WS-MAX-COST-RUNS
        ADD 1 TO WS-RUNS-DROPPED
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO CR-COUNT
      MOVE CR-COUNT TO CR-IX
      INITIALIZE Cost-Run-Entry(CR-IX)
      MOVE DR-RUN-ID          TO CR-RUN-ID(CR-IX)
      MOVE DR-PROGRAM-NAME    TO CR-PROGRAM(CR-IX)
      MOVE DR-RUN-DATE        TO CR-RUN-DATE(CR-IX)
      MOVE DR-DIRECTIONS-FILE TO CR-DIRECTIONS(CR-IX)
      MOVE 1                  TO CR-LEG-COUNT(CR-IX)
      MOVE 'N'                TO CR-MOVES-SW(CR-IX)
      PERFORM PICK-RATE-IN-FORCE
      PERFORM NOTE-DIRECTIONS-FILE
    END-IF
    IF DR-LEG-NUMBER IS NUMERIC
        AND DR-LEG-NUMBER > CR-LEG-COUNT(CR-IX)
        AND DR-LEG-NUMBER <= WS-MAX-COST-LEGS
      MOVE DR-LEG-NUMBER TO CR-LEG-COUNT(CR-IX)
    END-IF
*> a blank leg number is a single-leg walk, leg 1; the journey
*> summary (leg 000) only repeats the first leg's start.
    IF DR-LEG-NUMBER IS NUMERIC
      MOVE DR-LEG-NUMBER TO CL-IX
    ELSE
      MOVE 1 TO CL-IX
    END-IF
    IF CL-IX > 0 AND CL-IX <= WS-MAX-COST-LEGS
        AND DR-START-HORIZONTAL IS NUMERIC
        AND DR-START-VERTICAL IS NUMERIC
      MOVE DR-START-HORIZONTAL TO CL-START-H(CR-IX, CL-IX)
      MOVE DR-START-VERTICAL   TO CL-START-V(CR-IX, CL-IX)
    END-IF.

FIND-COST-RUN.
    PERFORM VARYING CR-IX FROM CR-COUNT BY -1
        UNTIL CR-IX = 0 OR CR-RUN-ID(CR-IX) = DR-RUN-ID
      CONTINUE
    END-PERFORM.

*> the latest rate record effective on or before the run date.
PICK-RATE-IN-FORCE.
    MOVE 0 TO CR-RATE-IX(CR-IX)
    PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-COUNT
      IF RT-EFFECTIVE(RT-IX) <= CR-RUN-DATE(CR-IX)
        IF CR-RATE-IX(CR-IX) = 0
          MOVE RT-IX TO CR-RATE-IX(CR-IX)
        ELSE
          IF RT-EFFECTIVE(RT-IX) > RT-EFFECTIVE(CR-RATE-IX(CR-IX))
            MOVE RT-IX TO CR-RATE-IX(CR-IX)
          END-IF
        END-IF
      END-IF
    END-PERFORM.

NOTE-DIRECTIONS-FILE.
    PERFORM VARYING CF-IX FROM 1 BY 1
        UNTIL CF-IX > CF-COUNT
           OR CF-DIRECTIONS(CF-IX) = DR-DIRECTIONS-FILE
      CONTINUE
    END-PERFORM
    IF CF-IX > CF-COUNT AND CF-COUNT < WS-MAX-COST-FILES
      ADD 1 TO CF-COUNT
      MOVE DR-DIRECTIONS-FILE TO CF-DIRECTIONS(CF-COUNT)
    END-IF.

*> the run's L/R count from its move summary.
LOAD-RUN-TURNS.
    MOVE SPACE TO WS-EOF
    OPEN INPUT MOVE-SUMMARY
    IF WS-MOVE-SUMMARY-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
      READ MOVE-SUMMARY
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF MS-PROGRAM-NAME(1:3) NOT = 'HDR'
              AND MS-PROGRAM-NAME(1:3) NOT = 'TRL'
            PERFORM VARYING CR-IX FROM CR-COUNT BY -1
                UNTIL CR-IX = 0 OR CR-RUN-ID(CR-IX) = MS-RUN-ID
              CONTINUE
            END-PERFORM
            IF CR-IX > 0
              ADD MS-LEFT-COUNT MS-RIGHT-COUNT
                  GIVING CR-MOVES-TURNS(CR-IX)
*> a U is an about-face and bills as a turn; an F turns nothing.
*> Both are blank on a summary written before F and U existed.
              IF MS-UTURN-COUNT IS NUMERIC
                ADD MS-UTURN-COUNT TO CR-MOVES-TURNS(CR-IX)
              END-IF
              IF MS-FORWARD-COUNT IS NUMERIC
                MOVE MS-FORWARD-COUNT TO CR-MOVES-FORWARD(CR-IX)
              END-IF
              MOVE 'Y' TO CR-MOVES-SW(CR-IX)
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE MOVE-SUMMARY.

*> one pass of the path trace. Each leg starts where its result
*> record says it began - a START record's position, or the origin -
*> since the walkers never trace that first square; every
*> point is walked out a unit square at a time from the one before,
*> each square counted as a step and looked up among the squares the
*> leg has entered already. A new instruction line is a turn.
WALK-PATH-TRACE.
    MOVE SPACE TO WS-EOF
    MOVE SPACES TO WS-CUR-RUN-ID
    MOVE 0 TO WS-CUR-RUN-IX
    OPEN INPUT PATH-TRACE
    IF WS-PATH-TRACE-STATUS NOT = '00'
      MOVE "no path trace in day1paths.dat - steps and revisits "
          & "cannot be priced" TO WS-COST-LINE
      PERFORM WRITE-COST-LINE
      EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
      READ PATH-TRACE
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF PP-RUN-ID NOT = WS-CUR-RUN-ID
            MOVE PP-RUN-ID TO WS-CUR-RUN-ID
            PERFORM VARYING CR-IX FROM CR-COUNT BY -1
                UNTIL CR-IX = 0 OR CR-RUN-ID(CR-IX) = PP-RUN-ID
              CONTINUE
            END-PERFORM
            MOVE CR-IX TO WS-CUR-RUN-IX
            MOVE 0 TO WS-CUR-LEG
          END-IF
          IF WS-CUR-RUN-IX > 0
            PERFORM TRACE-ONE-POINT
          END-IF
      END-READ
    END-PERFORM
    CLOSE PATH-TRACE.

TRACE-ONE-POINT.
    MOVE WS-CUR-RUN-IX TO CR-IX
    IF PP-LEG-NUMBER IS NUMERIC AND PP-LEG-NUMBER > 0
      MOVE PP-LEG-NUMBER TO WS-POINT-LEG
    ELSE
      MOVE 1 TO WS-POINT-LEG
    END-IF
    IF WS-POINT-LEG > WS-MAX-COST-LEGS
      MOVE WS-MAX-COST-LEGS TO WS-POINT-LEG
    END-IF
    IF WS-POINT-LEG > CR-LEG-COUNT(CR-IX)
      MOVE WS-POINT-LEG TO CR-LEG-COUNT(CR-IX)
    END-IF
    IF WS-POINT-LEG NOT = WS-CUR-LEG
      MOVE WS-POINT-LEG TO WS-CUR-LEG
      MOVE 0 TO WS-LAST-LINE WS-HASH-USED
      MOVE CL-START-H(CR-IX, WS-CUR-LEG) TO WS-POS-H
      MOVE CL-START-V(CR-IX, WS-CUR-LEG) TO WS-POS-V
      ADD 1 TO WS-HASH-GEN
    END-IF
    MOVE WS-CUR-LEG TO CL-IX
    ADD 1 TO CR-TRACE-POINTS(CR-IX)
    IF PP-LINE-NUMBER NOT = WS-LAST-LINE
      ADD 1 TO CL-TURNS(CR-IX, CL-IX)
      MOVE PP-LINE-NUMBER TO WS-LAST-LINE
    END-IF
    MOVE PP-HORIZONTAL TO WS-TARGET-H
    MOVE PP-VERTICAL   TO WS-TARGET-V
    PERFORM UNTIL WS-POS-H = WS-TARGET-H AND WS-POS-V = WS-TARGET-V
      EVALUATE TRUE
        WHEN WS-POS-H < WS-TARGET-H ADD 1 TO WS-POS-H
        WHEN WS-POS-H > WS-TARGET-H SUBTRACT 1 FROM WS-POS-H
        WHEN WS-POS-V < WS-TARGET-V ADD 1 TO WS-POS-V
        WHEN OTHER                  SUBTRACT 1 FROM WS-POS-V
      END-EVALUATE
      ADD 1 TO CL-STEPS(CR-IX, CL-IX)
      IF NOT Leg-Revisits-Partial(CR-IX, CL-IX)
        PERFORM ENTER-SQUARE
      END-IF
    END-PERFORM.

*> looks the square up, probing on from its home slot; a square
*> already entered this leg is a revisit, a new one is recorded.
ENTER-SQUARE.
    COMPUTE WS-HASH-WORK =
        (WS-POS-H + 500000000) * 7919 + WS-POS-V + 500000000
    DIVIDE WS-HASH-WORK BY WS-HASH-SLOTS GIVING WS-HASH-QUOT
        REMAINDER WS-HASH-IX
    ADD 1 TO WS-HASH-IX
    MOVE 'N' TO WS-HASH-FOUND-SWITCH
    PERFORM UNTIL HS-GEN(WS-HASH-IX) NOT = WS-HASH-GEN
        OR Square-Seen-Before
      IF HS-H(WS-HASH-IX) = WS-POS-H AND HS-V(WS-HASH-IX) = WS-POS-V
        SET Square-Seen-Before TO TRUE
      ELSE
        ADD 1 TO WS-HASH-IX
        IF WS-HASH-IX > WS-HASH-SLOTS
          MOVE 1 TO WS-HASH-IX
        END-IF
      END-IF
    END-PERFORM
    IF Square-Seen-Before
      ADD 1 TO CL-REVISITS(CR-IX, CL-IX)
    ELSE
      IF WS-HASH-USED >= WS-HASH-LIMIT
        MOVE 'Y' TO CL-PARTIAL-SW(CR-IX, CL-IX)
      ELSE
        MOVE WS-POS-H    TO HS-H(WS-HASH-IX)
        MOVE WS-POS-V    TO HS-V(WS-HASH-IX)
        MOVE WS-HASH-GEN TO HS-GEN(WS-HASH-IX)
        ADD 1 TO WS-HASH-USED
      END-IF
    END-IF.

*> one directions file's invoice - its runs in run order, then the
*> file's total.
WRITE-FILE-INVOICE.
    MOVE 0 TO WS-FILE-AMOUNT WS-FILE-RUNS
    MOVE SPACES TO WS-COST-LINE
    STRING "--- invoice: directions file " DELIMITED BY SIZE
        CF-DIRECTIONS(CF-IX) DELIMITED BY SPACE
        " ---" DELIMITED BY SIZE INTO WS-COST-LINE
    PERFORM WRITE-COST-LINE
    PERFORM VARYING CR-IX FROM 1 BY 1 UNTIL CR-IX > CR-COUNT
      IF CR-DIRECTIONS(CR-IX) = CF-DIRECTIONS(CF-IX)
        PERFORM PRICE-ONE-RUN
      END-IF
    END-PERFORM
    MOVE WS-FILE-AMOUNT TO WS-AMOUNT-DISPLAY
    MOVE SPACES TO WS-COST-LINE
    STRING "  invoice total - runs " WS-FILE-RUNS
        DELIMITED BY SIZE INTO WS-COST-LINE
    PERFORM WRITE-AMOUNT-COLUMN.

PRICE-ONE-RUN.
    MOVE SPACES TO WS-COST-LINE
    IF CR-RATE-IX(CR-IX) = 0
      STRING "  run " CR-RUN-ID(CR-IX) " " CR-PROGRAM(CR-IX) " "
          CR-RUN-DATE(CR-IX) " NOT PRICED - no rate in force"
          DELIMITED BY SIZE INTO WS-COST-LINE
      PERFORM WRITE-COST-LINE
      ADD 1 TO WS-UNPRICED-RUNS
      MOVE 'WARNING' TO WS-ALERT-SEVERITY
      MOVE SPACES TO WS-ALERT-MESSAGE
      STRING "route costing - no rate in force on " CR-RUN-DATE(CR-IX)
          " for run " CR-RUN-ID(CR-IX) DELIMITED BY SIZE
          INTO WS-ALERT-MESSAGE
      PERFORM WRITE-OPERATOR-ALERT
      IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
      END-IF
      EXIT PARAGRAPH
    END-IF
    MOVE CR-RATE-IX(CR-IX) TO RT-IX
    STRING "  run " CR-RUN-ID(CR-IX) " " CR-PROGRAM(CR-IX) " "
        CR-RUN-DATE(CR-IX) " rates of " RT-EFFECTIVE(RT-IX)
        DELIMITED BY SIZE INTO WS-COST-LINE
    PERFORM WRITE-COST-LINE
    MOVE 0 TO WS-RUN-AMOUNT WS-RUN-TURNS
*> the trace counts every instruction line as a turn, F lines too -
*> the run's F moves come off the first legs' turn counts, since the
*> trace cannot say which leg they were walked in.
    MOVE CR-MOVES-FORWARD(CR-IX) TO WS-FORWARD-LEFT
    PERFORM VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > CR-LEG-COUNT(CR-IX)
      MOVE CL-STEPS(CR-IX, CL-IX)    TO WS-LINE-STEPS
      MOVE CL-TURNS(CR-IX, CL-IX)    TO WS-LINE-TURNS
      IF WS-FORWARD-LEFT > WS-LINE-TURNS
        SUBTRACT WS-LINE-TURNS FROM WS-FORWARD-LEFT
        MOVE 0 TO WS-LINE-TURNS
      ELSE
        SUBTRACT WS-FORWARD-LEFT FROM WS-LINE-TURNS
        MOVE 0 TO WS-FORWARD-LEFT
      END-IF
      MOVE CL-REVISITS(CR-IX, CL-IX) TO WS-LINE-REVISITS
      ADD WS-LINE-TURNS TO WS-RUN-TURNS
      MOVE SPACES TO WS-LINE-NOTE
      IF Leg-Revisits-Partial(CR-IX, CL-IX)
        MOVE "revisits counted to table limit only" TO WS-LINE-NOTE
      END-IF
      IF CR-LEG-COUNT(CR-IX) > 1
        MOVE CL-IX TO WS-LEG-DISPLAY
        MOVE SPACES TO WS-COST-LINE
        STRING "    leg " WS-LEG-DISPLAY DELIMITED BY SIZE
            INTO WS-COST-LINE
      ELSE
        MOVE "    walk" TO WS-COST-LINE
      END-IF
      PERFORM WRITE-PRICED-LINE
    END-PERFORM
*> the move summary counted every L, R and U the walk obeyed; any the
*> trace never saw are billed here.
    IF Cost-Run-Has-Moves(CR-IX)
        AND CR-MOVES-TURNS(CR-IX) > WS-RUN-TURNS
      COMPUTE WS-EXTRA-TURNS = CR-MOVES-TURNS(CR-IX) - WS-RUN-TURNS
      MOVE 0 TO WS-LINE-STEPS WS-LINE-REVISITS
      MOVE WS-EXTRA-TURNS TO WS-LINE-TURNS
      MOVE "turns with no traced step" TO WS-LINE-NOTE
      MOVE "    adjust" TO WS-COST-LINE
      PERFORM WRITE-PRICED-LINE
    END-IF
    IF CR-TRACE-POINTS(CR-IX) >= WS-MAX-TRACE-POINTS
      MOVE SPACES TO WS-COST-LINE
      STRING "    trace stopped at " WS-MAX-TRACE-POINTS
          " points - steps past it are not priced"
          DELIMITED BY SIZE INTO WS-COST-LINE
      PERFORM WRITE-COST-LINE
    END-IF
    MOVE WS-RUN-AMOUNT TO WS-AMOUNT-DISPLAY
    MOVE "    run total" TO WS-COST-LINE
    PERFORM WRITE-AMOUNT-COLUMN
    ADD WS-RUN-AMOUNT TO WS-FILE-AMOUNT WS-MTD-AMOUNT
    ADD 1 TO WS-FILE-RUNS WS-MTD-RUNS.

*> prices the counts in WS-LINE-STEPS/TURNS/REVISITS at the run's
*> rates and writes them after the label already in WS-COST-LINE.
WRITE-PRICED-LINE.
    COMPUTE WS-LINE-AMOUNT ROUNDED =
        WS-LINE-STEPS * RT-STEP-RATE(RT-IX)
      + WS-LINE-TURNS * RT-TURN-RATE(RT-IX)
      + WS-LINE-REVISITS * RT-REVISIT-RATE(RT-IX)
    MOVE WS-LINE-STEPS    TO WS-STEPS-DISPLAY
    MOVE WS-LINE-TURNS    TO WS-TURNS-DISPLAY
    MOVE WS-LINE-REVISITS TO WS-REVISITS-DISPLAY
    MOVE WS-LINE-AMOUNT   TO WS-AMOUNT-DISPLAY
    MOVE 13 TO WS-LINE-PTR
    STRING " steps " WS-STEPS-DISPLAY " turns " WS-TURNS-DISPLAY
        " revisits " WS-REVISITS-DISPLAY " amount " WS-AMOUNT-DISPLAY
        " " WS-LINE-NOTE
        DELIMITED BY SIZE INTO WS-COST-LINE WITH POINTER WS-LINE-PTR
    PERFORM WRITE-COST-LINE
    ADD WS-LINE-AMOUNT   TO WS-RUN-AMOUNT
    ADD WS-LINE-STEPS    TO WS-MTD-STEPS
    ADD WS-LINE-TURNS    TO WS-MTD-TURNS
    ADD WS-LINE-REVISITS TO WS-MTD-REVISITS.

*> a total line - the label already in WS-COST-LINE, the amount in
*> WS-AMOUNT-DISPLAY lined up under the priced lines' amounts.
WRITE-AMOUNT-COLUMN.
    MOVE 62 TO WS-LINE-PTR
    STRING " amount " WS-AMOUNT-DISPLAY
        DELIMITED BY SIZE INTO WS-COST-LINE WITH POINTER WS-LINE-PTR
    PERFORM WRITE-COST-LINE.

WRITE-MONTH-TO-DATE.
    MOVE SPACES TO WS-COST-LINE
    MOVE WS-MTD-AMOUNT TO WS-AMOUNT-DISPLAY
    STRING "=== month to date " WS-PERIOD-START " to " WS-COST-DATE
        ": runs priced " WS-MTD-RUNS " unpriced " WS-UNPRICED-RUNS
        " steps " WS-MTD-STEPS " turns " WS-MTD-TURNS
        " revisits " WS-MTD-REVISITS " amount " WS-AMOUNT-DISPLAY
        " ===" DELIMITED BY SIZE INTO WS-COST-LINE
    PERFORM WRITE-COST-LINE.

WRITE-COST-LINE.
    DISPLAY WS-COST-LINE
    MOVE WS-COST-LINE TO COST-REPORT-RECORD
    WRITE COST-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
