IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.slamon".
AUTHOR. Ben Wendt.

*> supplier delivery monitor. The intake registry day1intake.dat
*> records when each supplier file was registered, but nothing
*> noticed a delivery that never came - the walkers simply walked
*> yesterday's file again, or the intake check skipped it. The
*> expected-deliveries file day1expected.dat lists each supplier feed
*> with the weekdays it is due and its cutoff time, one per record:
*>     days(7) blank cutoff(5) blank feed(100)
*> where days is a Monday-to-Sunday mask of Y (due) and N, cutoff is
*> HH:MM, and feed is the file name as day1intake registers it
*> ('*' in column one for comments). A delivery for a due day is the
*> first registry entry for the feed received that day: on time at
*> or before the cutoff, LATE after it, MISSING when nothing was
*> registered at all. Registry entries from before arrival times
*> were kept count as on time - there is nothing to hold them to.
*>
*> The check date is SLA-CHECK-DATE in runparms.dat, or today. Every
*> late or missing delivery due on the check date raises an alert in
*> day1alerts.dat - CRITICAL for missing, WARNING for late - so a
*> daily run alerts on each one exactly once. Today's deliveries
*> still inside their cutoff are PENDING, neither alerted nor
*> counted. For the month to date each feed gets due, on-time, late
*> and missing counts and its on-time delivery percentage, the
*> figure the supplier review reads alongside the day1excreport
*> quality figures. Output goes to day1slareport.dat and the screen.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT EXPECTED-DELIVERIES ASSIGN TO 'day1expected.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXPECTED-STATUS.
    COPY INTKSEL.
    SELECT SLA-REPORT ASSIGN TO 'day1slareport.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SLA-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   FD EXPECTED-DELIVERIES.
   01 EXPECTED-RECORD.
      05 ED-DUE-DAYS  PIC X(7).
      05 ED-SEP-0     PIC X(1).
      05 ED-CUTOFF.
         07 ED-CUTOFF-HH  PIC X(2).
         07 ED-CUTOFF-SEP PIC X(1).
         07 ED-CUTOFF-MI  PIC X(2).
      05 ED-SEP-1     PIC X(1).
      05 ED-FEED-NAME PIC X(100).

   COPY INTKFD.

   FD SLA-REPORT.
   01 SLA-REPORT-RECORD PIC X(250).

   FD AUDIT-TRAIL.
   COPY AUDITREC.

   COPY ALERTFD.

   COPY PARMFD.

   COPY LOCKFD.

   WORKING-STORAGE SECTION.
   COPY TSFIELDS.
   COPY AUDITFLD.
   COPY RUNFLD.
   COPY INTKFLD.
   COPY ALERTFLD.
   COPY PARMFLD.
   COPY LOCKFLD.
   01 WS-EXPECTED-STATUS PIC X(2).
   01 WS-SLA-REPORT-STATUS PIC X(2).
   01 WS-EOF PIC A(1).
   78 WS-MAX-FEEDS VALUE 50.
   01 Expected-Feed-Table.
      05 Expected-Feed-Entry OCCURS WS-MAX-FEEDS TIMES.
         07 EF-FEED-NAME  PIC X(100).
         07 EF-DUE-DAYS   PIC X(7).
         07 EF-CUTOFF     PIC X(5).
         07 EF-DUE        PIC 9(3).
         07 EF-ON-TIME    PIC 9(3).
         07 EF-LATE       PIC 9(3).
         07 EF-MISSING    PIC 9(3).
         07 EF-PENDING    PIC 9(3).
      05 EF-COUNT PIC 9(3) VALUE 0.
      05 EF-IX    PIC 9(3) VALUE 0.
*> the registry is held whole - every feed is matched against it for
*> every due day of the month, and it arrives in registration order,
*> so the first match for a day is that day's delivery.
   78 WS-MAX-ARRIVALS VALUE 5000.
   01 Arrival-Table.
      05 Arrival-Entry OCCURS WS-MAX-ARRIVALS TIMES.
         07 AR-FILE-NAME PIC X(100).
         07 AR-DATE-N    PIC 9(8).
         07 AR-TIME      PIC X(8).
      05 AR-COUNT PIC 9(5) VALUE 0.
      05 AR-IX    PIC 9(5) VALUE 0.
   01 Sla-Work-Fields.
      05 WS-CHECK-DATE-N      PIC 9(8) VALUE 0.
      05 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE-N PIC X(8).
      05 WS-ARRIVAL-DATE-X    PIC X(8).
      05 WS-CHECK-DATE        PIC X(10).
      05 WS-CHECK-INT         PIC 9(7) VALUE 0.
      05 WS-MONTH-START-N     PIC 9(8) VALUE 0.
      05 WS-MONTH-START-INT   PIC 9(7) VALUE 0.
      05 WS-DAY-INT           PIC 9(7) VALUE 0.
      05 WS-DAY-N             PIC 9(8) VALUE 0.
      05 WS-DAY-DATE          PIC X(10).
      05 WS-DAY-WEEKDAY       PIC 9(1) VALUE 0.
      05 WS-DAY-MASK-POS      PIC 9(1) VALUE 0.
      05 WS-TODAY-N           PIC 9(8) VALUE 0.
      05 WS-NOW-HHMM          PIC X(5).
      05 WS-ARRIVAL-TIME      PIC X(8).
      05 WS-DAY-OUTCOME       PIC X(8).
      05 WS-MASK-IX           PIC 9(1) VALUE 0.
      05 WS-REJECTED-COUNT    PIC 9(4) VALUE 0.
      05 WS-ALERT-COUNT       PIC 9(5) VALUE 0.
      05 WS-ON-TIME-PERCENT   PIC 9(3)V9 VALUE 0.
      05 WS-PERCENT-DISPLAY   PIC ZZ9.9.
      05 WS-JUDGED            PIC 9(3) VALUE 0.
      05 WS-ARRIVED-SWITCH    PIC X(1) VALUE 'N'.
          88 Delivery-Arrived VALUE 'Y'.
      05 WS-MASK-OK-SWITCH    PIC X(1) VALUE 'Y'.
          88 Due-Mask-Valid   VALUE 'Y'.
   01 WS-SLA-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.slamon" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   MOVE WS-TS-Date TO WS-TODAY-N
   MOVE WS-TS-Time-Out(1:5) TO WS-NOW-HHMM
   IF Parm-Sla-Check-Supplied
     MOVE PARM-SLA-CHECK-DATE TO WS-CHECK-DATE
   ELSE
     MOVE WS-TS-Date-Out TO WS-CHECK-DATE
   END-IF
   STRING WS-CHECK-DATE(1:4) WS-CHECK-DATE(6:2) WS-CHECK-DATE(9:2)
       DELIMITED BY SIZE INTO WS-CHECK-DATE-X
   COMPUTE WS-CHECK-INT = FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-N)
   COMPUTE WS-MONTH-START-N =
       WS-CHECK-DATE-N - FUNCTION MOD(WS-CHECK-DATE-N, 100) + 1
   COMPUTE WS-MONTH-START-INT =
       FUNCTION INTEGER-OF-DATE(WS-MONTH-START-N)
   OPEN EXTEND SLA-REPORT.
   IF WS-SLA-REPORT-STATUS = '35'
     OPEN OUTPUT SLA-REPORT
   END-IF.
   MOVE SPACES TO WS-SLA-LINE
   STRING "=== supplier delivery report run " WS-RUN-ID " "
       WS-TS-Date-Out " " WS-TS-Time-Out " check date "
       WS-CHECK-DATE " ===" DELIMITED BY SIZE INTO WS-SLA-LINE
   PERFORM WRITE-SLA-LINE
   PERFORM LOAD-EXPECTED-DELIVERIES
   IF EF-COUNT = 0
     MOVE "no expected deliveries in day1expected.dat" TO WS-SLA-LINE
     PERFORM WRITE-SLA-LINE
   ELSE
     PERFORM LOAD-ARRIVALS
     PERFORM VARYING EF-IX FROM 1 BY 1 UNTIL EF-IX > EF-COUNT
       PERFORM JUDGE-ONE-FEED
     END-PERFORM
   END-IF
   CLOSE SLA-REPORT.
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.slamon" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                  TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE        TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME        TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out             TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out             TO AUDIT-END-TIME
   STRING "feeds " EF-COUNT " alerts " WS-ALERT-COUNT
       " rejected " WS-REJECTED-COUNT
       DELIMITED BY SIZE INTO AUDIT-RESULT
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

*> a record that does not parse is listed and skipped - one typo
*> must not take the monitoring of every other feed down with it -
*> but it raises its own alert, since that feed is now unwatched.
LOAD-EXPECTED-DELIVERIES.
    MOVE SPACE TO WS-EOF
    OPEN INPUT EXPECTED-DELIVERIES
    IF WS-EXPECTED-STATUS NOT = '00'
      DISPLAY "day1expected.dat not found or unreadable (status "
          WS-EXPECTED-STATUS ")"
      MOVE 8 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
      READ EXPECTED-DELIVERIES
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF EXPECTED-RECORD = SPACES
              OR EXPECTED-RECORD(1:1) = '*'
            CONTINUE
          ELSE
            PERFORM ACCEPT-EXPECTED-RECORD
          END-IF
      END-READ
    END-PERFORM
    CLOSE EXPECTED-DELIVERIES.

ACCEPT-EXPECTED-RECORD.
    SET Due-Mask-Valid TO TRUE
    PERFORM VARYING WS-MASK-IX FROM 1 BY 1 UNTIL WS-MASK-IX > 7
      IF ED-DUE-DAYS(WS-MASK-IX:1) NOT = 'Y'
          AND ED-DUE-DAYS(WS-MASK-IX:1) NOT = 'N'
        MOVE 'N' TO WS-MASK-OK-SWITCH
      END-IF
    END-PERFORM
    IF Due-Mask-Valid
        AND ED-CUTOFF-HH IS NUMERIC AND ED-CUTOFF-HH <= '23'
        AND ED-CUTOFF-SEP = ':'
        AND ED-CUTOFF-MI IS NUMERIC AND ED-CUTOFF-MI <= '59'
        AND ED-FEED-NAME NOT = SPACES
        AND EF-COUNT < WS-MAX-FEEDS
      ADD 1 TO EF-COUNT
      MOVE ED-FEED-NAME TO EF-FEED-NAME(EF-COUNT)
      MOVE ED-DUE-DAYS  TO EF-DUE-DAYS(EF-COUNT)
      MOVE ED-CUTOFF    TO EF-CUTOFF(EF-COUNT)
      MOVE 0 TO EF-DUE(EF-COUNT) EF-ON-TIME(EF-COUNT)
      MOVE 0 TO EF-LATE(EF-COUNT) EF-MISSING(EF-COUNT)
      MOVE 0 TO EF-PENDING(EF-COUNT)
    ELSE
      ADD 1 TO WS-REJECTED-COUNT
      MOVE SPACES TO WS-SLA-LINE
      STRING "expected-deliveries record rejected: "
          EXPECTED-RECORD DELIMITED BY SIZE INTO WS-SLA-LINE
      PERFORM WRITE-SLA-LINE
      MOVE 'WARNING' TO WS-ALERT-SEVERITY
      MOVE SPACES TO WS-ALERT-MESSAGE
      STRING "expected-deliveries record rejected - feed not "
          "monitored: " DELIMITED BY SIZE
          ED-FEED-NAME DELIMITED BY SPACE
          INTO WS-ALERT-MESSAGE
      PERFORM WRITE-OPERATOR-ALERT
      ADD 1 TO WS-ALERT-COUNT
    END-IF.

LOAD-ARRIVALS.
    MOVE SPACE TO WS-INTAKE-EOF
    OPEN INPUT INTAKE-REGISTRY
    IF WS-INTAKE-REGISTRY-STATUS NOT = '00'
      MOVE "no intake registry - every due delivery counts as missing"
          TO WS-SLA-LINE
      PERFORM WRITE-SLA-LINE
      EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-INTAKE-EOF = 'Y'
      READ INTAKE-REGISTRY
        AT END MOVE 'Y' TO WS-INTAKE-EOF
        NOT AT END
          IF IR-RECEIVED-DATE(1:4) IS NUMERIC
              AND IR-RECEIVED-DATE(6:2) IS NUMERIC
              AND IR-RECEIVED-DATE(9:2) IS NUMERIC
              AND AR-COUNT < WS-MAX-ARRIVALS
            ADD 1 TO AR-COUNT
            MOVE IR-FILE-NAME TO AR-FILE-NAME(AR-COUNT)
            STRING IR-RECEIVED-DATE(1:4) IR-RECEIVED-DATE(6:2)
                IR-RECEIVED-DATE(9:2) DELIMITED BY SIZE
                INTO WS-ARRIVAL-DATE-X
            MOVE WS-ARRIVAL-DATE-X TO AR-DATE-N(AR-COUNT)
            MOVE IR-RECEIVED-TIME TO AR-TIME(AR-COUNT)
          END-IF
      END-READ
    END-PERFORM
    CLOSE INTAKE-REGISTRY.

*> one feed: every due day from the first of the check date's month
*> through the check date, then the month-to-date figures.
JUDGE-ONE-FEED.
    MOVE SPACES TO WS-SLA-LINE
    STRING "--- " DELIMITED BY SIZE
        EF-FEED-NAME(EF-IX) DELIMITED BY SPACE
        " due " EF-DUE-DAYS(EF-IX) " (Mon-Sun) cutoff "
        EF-CUTOFF(EF-IX) " ---" DELIMITED BY SIZE INTO WS-SLA-LINE
    PERFORM WRITE-SLA-LINE
    PERFORM VARYING WS-DAY-INT FROM WS-MONTH-START-INT BY 1
        UNTIL WS-DAY-INT > WS-CHECK-INT
      COMPUTE WS-DAY-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7)
      IF WS-DAY-WEEKDAY = 0
        MOVE 7 TO WS-DAY-MASK-POS
      ELSE
        MOVE WS-DAY-WEEKDAY TO WS-DAY-MASK-POS
      END-IF
      IF EF-DUE-DAYS(EF-IX)(WS-DAY-MASK-POS:1) = 'Y'
        PERFORM JUDGE-ONE-DELIVERY
      END-IF
    END-PERFORM
    COMPUTE WS-JUDGED = EF-DUE(EF-IX) - EF-PENDING(EF-IX)
    IF WS-JUDGED > 0
      COMPUTE WS-ON-TIME-PERCENT ROUNDED =
          EF-ON-TIME(EF-IX) * 100 / WS-JUDGED
      MOVE WS-ON-TIME-PERCENT TO WS-PERCENT-DISPLAY
    ELSE
      MOVE 0 TO WS-PERCENT-DISPLAY
    END-IF
    MOVE SPACES TO WS-SLA-LINE
    STRING "  month to date " WS-CHECK-DATE(1:7) ": due "
        EF-DUE(EF-IX) " on time " EF-ON-TIME(EF-IX)
        " late " EF-LATE(EF-IX) " missing " EF-MISSING(EF-IX)
        " pending " EF-PENDING(EF-IX)
        " on-time " WS-PERCENT-DISPLAY "%"
        DELIMITED BY SIZE INTO WS-SLA-LINE
    PERFORM WRITE-SLA-LINE.

JUDGE-ONE-DELIVERY.
    ADD 1 TO EF-DUE(EF-IX)
    COMPUTE WS-DAY-N = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
    MOVE SPACES TO WS-DAY-DATE
    STRING WS-DAY-N(1:4) "-" WS-DAY-N(5:2) "-" WS-DAY-N(7:2)
        DELIMITED BY SIZE INTO WS-DAY-DATE
    MOVE 'N' TO WS-ARRIVED-SWITCH
    MOVE SPACES TO WS-ARRIVAL-TIME
    PERFORM VARYING AR-IX FROM 1 BY 1
        UNTIL AR-IX > AR-COUNT OR Delivery-Arrived
      IF AR-FILE-NAME(AR-IX) = EF-FEED-NAME(EF-IX)
          AND AR-DATE-N(AR-IX) = WS-DAY-N
        SET Delivery-Arrived TO TRUE
        MOVE AR-TIME(AR-IX) TO WS-ARRIVAL-TIME
      END-IF
    END-PERFORM
    EVALUATE TRUE
      WHEN Delivery-Arrived AND WS-ARRIVAL-TIME = SPACES
        MOVE 'ON TIME' TO WS-DAY-OUTCOME
        ADD 1 TO EF-ON-TIME(EF-IX)
      WHEN Delivery-Arrived
          AND WS-ARRIVAL-TIME(1:5) <= EF-CUTOFF(EF-IX)
        MOVE 'ON TIME' TO WS-DAY-OUTCOME
        ADD 1 TO EF-ON-TIME(EF-IX)
      WHEN Delivery-Arrived
        MOVE 'LATE' TO WS-DAY-OUTCOME
        ADD 1 TO EF-LATE(EF-IX)
      WHEN WS-DAY-N = WS-TODAY-N AND WS-NOW-HHMM <= EF-CUTOFF(EF-IX)
        MOVE 'PENDING' TO WS-DAY-OUTCOME
        ADD 1 TO EF-PENDING(EF-IX)
      WHEN WS-DAY-N > WS-TODAY-N
        MOVE 'PENDING' TO WS-DAY-OUTCOME
        ADD 1 TO EF-PENDING(EF-IX)
      WHEN OTHER
        MOVE 'MISSING' TO WS-DAY-OUTCOME
        ADD 1 TO EF-MISSING(EF-IX)
    END-EVALUATE
    MOVE SPACES TO WS-SLA-LINE
    STRING "  " WS-DAY-DATE " " WS-DAY-OUTCOME " "
        WS-ARRIVAL-TIME DELIMITED BY SIZE INTO WS-SLA-LINE
    PERFORM WRITE-SLA-LINE
    IF WS-DAY-N = WS-CHECK-DATE-N
        AND (WS-DAY-OUTCOME = 'LATE' OR WS-DAY-OUTCOME = 'MISSING')
      PERFORM RAISE-DELIVERY-ALERT
    END-IF.

RAISE-DELIVERY-ALERT.
    IF WS-DAY-OUTCOME = 'MISSING'
      MOVE 'CRITICAL' TO WS-ALERT-SEVERITY
      MOVE 'none' TO WS-ARRIVAL-TIME
    ELSE
      MOVE 'WARNING' TO WS-ALERT-SEVERITY
    END-IF
    MOVE SPACES TO WS-ALERT-MESSAGE
    STRING "supplier delivery " DELIMITED BY SIZE
        WS-DAY-OUTCOME DELIMITED BY SPACE
        " - " DELIMITED BY SIZE
        EF-FEED-NAME(EF-IX) DELIMITED BY SPACE
        " due " WS-DAY-DATE " by " EF-CUTOFF(EF-IX)
        " arrived " WS-ARRIVAL-TIME DELIMITED BY SIZE
        INTO WS-ALERT-MESSAGE
    PERFORM WRITE-OPERATOR-ALERT
    ADD 1 TO WS-ALERT-COUNT.

WRITE-SLA-LINE.
    DISPLAY WS-SLA-LINE
    MOVE WS-SLA-LINE TO SLA-REPORT-RECORD
    WRITE SLA-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
