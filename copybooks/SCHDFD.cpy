      *> shared FD for the batch schedule-control file - see
      *> SCHDSEL.cpy. Two kinds of record, '*' in column one for
      *> comments:
      *>     STEP <step(20)> <frequency(8)> <weekday(3)> <hol(1)>
      *>         frequency DAILY, WEEKLY (on the named weekday MON..
      *>         SUN), MONTHEND (last business day of the month) or
      *>         FIRSTBUS (first business day of the month); hol Y
      *>         holds the step on a shop holiday, N or blank runs
      *>         it regardless. A step may carry several STEP
      *>         records - it is due when any one of them says so.
      *>     HOL  <YYYY-MM-DD> <description(40)>
      *>         a shop holiday - never a business day, so month-end
      *>         and first-business-day work moves off it.
      *> The step name is the run_suite.sh step name, the same one
      *> day1stepstatus.dat records.
       FD SCHEDULE-CONTROL.
       01 SCHEDULE-STEP-RECORD.
          05 SC-RECORD-TYPE  PIC X(4).
          05 SC-SEP-0        PIC X(1).
          05 SC-STEP-NAME    PIC X(20).
          05 SC-SEP-1        PIC X(1).
          05 SC-FREQUENCY    PIC X(8).
          05 SC-SEP-2        PIC X(1).
          05 SC-WEEKDAY      PIC X(3).
          05 SC-SEP-3        PIC X(1).
          05 SC-HOLIDAY-SKIP PIC X(1).
          05 FILLER          PIC X(40).
       01 SCHEDULE-HOLIDAY-RECORD.
          05 SH-RECORD-TYPE  PIC X(4).
          05 SH-SEP-0        PIC X(1).
          05 SH-DATE         PIC X(10).
          05 SH-SEP-1        PIC X(1).
          05 SH-DESCRIPTION  PIC X(40).
          05 FILLER          PIC X(24).
