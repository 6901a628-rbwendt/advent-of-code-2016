      *> shared working-storage for the batch schedule-control file -
      *> paired with SCHDSEL.cpy / SCHDFD.cpy / SCHDCHK.cpy.
      *> LOAD-SCHEDULE-CONTROL fills the step and holiday tables;
      *> EVALUATE-STEP-SCHEDULE then answers, for WS-SCHED-STEP on
      *> WS-SCHED-DATE-N (YYYYMMDD), whether the step is due, with
      *> the reason in WS-SCHED-REASON. Weekdays are held as
      *> FUNCTION INTEGER-OF-DATE MOD 7 - 1 Monday through 6
      *> Saturday, 0 Sunday.
       78 WS-MAX-SCHEDULE-ENTRIES VALUE 100.
       78 WS-MAX-HOLIDAY-ENTRIES  VALUE 100.
       01 WS-SCHEDULE-STATUS PIC X(2).
       01 Schedule-Control-Tables.
          05 Schedule-Entry OCCURS WS-MAX-SCHEDULE-ENTRIES TIMES.
             07 SCH-T-STEP         PIC X(20).
             07 SCH-T-FREQUENCY    PIC X(8).
             07 SCH-T-WEEKDAY      PIC 9(1).
             07 SCH-T-HOLIDAY-SKIP PIC X(1).
          05 SCH-COUNT PIC 9(3) VALUE 0.
          05 SCH-IX    PIC 9(3) VALUE 0.
          05 Holiday-Entry OCCURS WS-MAX-HOLIDAY-ENTRIES TIMES.
             07 HOL-T-DATE         PIC 9(8).
             07 HOL-T-DESCRIPTION  PIC X(40).
          05 HOL-COUNT PIC 9(3) VALUE 0.
          05 HOL-IX    PIC 9(3) VALUE 0.
          05 WS-SCHED-EOF           PIC A(1) VALUE SPACE.
          05 WS-SCHED-REJECT-COUNT  PIC 9(4) VALUE 0.
          05 WS-SCHED-FILE-SWITCH   PIC X(1) VALUE 'N'.
              88 Schedule-File-Present VALUE 'Y'.
          05 WS-SCHED-ERROR-SWITCH  PIC X(1) VALUE 'N'.
              88 Schedule-Invalid      VALUE 'Y'.
       01 Schedule-Weekday-Names.
          05 FILLER PIC X(21) VALUE 'SUNMONTUEWEDTHUFRISAT'.
       01 Schedule-Weekday-Table REDEFINES Schedule-Weekday-Names.
          05 SCH-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 Schedule-Evaluation-Fields.
          05 WS-SCHED-STEP          PIC X(20).
          05 WS-SCHED-DATE-N        PIC 9(8) VALUE 0.
          05 WS-SCHED-DATE-X REDEFINES WS-SCHED-DATE-N.
             07 WS-SCHED-DATE-YM    PIC 9(6).
             07 WS-SCHED-DATE-DD    PIC 9(2).
          05 WS-SCHED-DATE-INT      PIC 9(7) VALUE 0.
          05 WS-SCHED-WEEKDAY       PIC 9(1) VALUE 0.
          05 WS-SCHED-DAY-IX        PIC 9(1) VALUE 0.
          05 WS-SCHED-NAME-IX       PIC 9(1) VALUE 0.
          05 WS-SCHED-DAY-FOUND-SW  PIC X(1) VALUE 'N'.
              88 Sched-Weekday-Found  VALUE 'Y'.
          05 WS-SCHED-PROBE-N       PIC 9(8) VALUE 0.
          05 WS-SCHED-PROBE-X REDEFINES WS-SCHED-PROBE-N.
             07 WS-SCHED-PROBE-YM   PIC 9(6).
             07 WS-SCHED-PROBE-DD   PIC 9(2).
          05 WS-SCHED-PROBE-INT     PIC 9(7) VALUE 0.
          05 WS-SCHED-PROBE-WEEKDAY PIC 9(1) VALUE 0.
          05 WS-SCHED-HOLIDAY-NAME  PIC X(40).
          05 WS-SCHED-REASON        PIC X(60).
          05 WS-SCHED-PROBE-HOL-SW  PIC X(1) VALUE 'N'.
              88 Sched-Probe-Holiday  VALUE 'Y'.
          05 WS-SCHED-PROBE-BUS-SW  PIC X(1) VALUE 'N'.
              88 Sched-Probe-Business VALUE 'Y'.
          05 WS-SCHED-HOLIDAY-SW    PIC X(1) VALUE 'N'.
              88 Sched-Holiday        VALUE 'Y'.
          05 WS-SCHED-BUSINESS-SW   PIC X(1) VALUE 'N'.
              88 Sched-Business-Day   VALUE 'Y'.
          05 WS-SCHED-FIRST-BUS-SW  PIC X(1) VALUE 'N'.
              88 Sched-First-Business VALUE 'Y'.
          05 WS-SCHED-MONTH-END-SW  PIC X(1) VALUE 'N'.
              88 Sched-Month-End      VALUE 'Y'.
          05 WS-SCHED-NAMED-SW      PIC X(1) VALUE 'N'.
              88 Step-Named-In-Schedule VALUE 'Y'.
          05 WS-SCHED-DUE-SW        PIC X(1) VALUE 'Y'.
              88 Step-Due             VALUE 'Y'.
              88 Step-Not-Due         VALUE 'N'.
