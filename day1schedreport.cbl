IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.schedreport".
AUTHOR. Ben Wendt.

*> batch-calendar look-ahead. day1stepctl decides night by night
*> whether the schedule-control file day1schedule.dat calls for a
*> step; this report asks the same question of every day in the
*> coming month, so operations can see the month-end and
*> first-business-day work land on the right nights - and see a
*> holiday move it - before it happens rather than the morning
*> after. The report starts at SCHEDULE-FROM-DATE in runparms.dat,
*> or today, and covers 31 days. Each day shows its weekday, whether
*> it is a business day, a shop holiday, or the first or last
*> business day of its month, then every step the schedule names
*> with RUN or HELD and the reason. Steps the schedule does not name
*> run every night and are not listed. The answers come from the
*> same SCHDCHK.cpy paragraphs day1stepctl uses, so the two can
*> never disagree. Output goes to day1schedreport.dat and the
*> screen.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    COPY SCHDSEL.
    SELECT SCHED-REPORT ASSIGN TO 'day1schedreport.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SCHED-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   COPY SCHDFD.

   FD SCHED-REPORT.
   01 SCHED-REPORT-RECORD PIC X(250).

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
   COPY SCHDFLD.
   01 WS-SCHED-REPORT-STATUS PIC X(2).
   78 WS-REPORT-DAYS VALUE 31.
   01 Schedule-Report-Variables.
      05 WS-FROM-DATE-N      PIC 9(8) VALUE 0.
      05 WS-FROM-DATE-INT    PIC 9(7) VALUE 0.
      05 WS-DAY-OFFSET       PIC 9(3) VALUE 0.
      05 WS-DAY-DATE-N       PIC 9(8) VALUE 0.
      05 WS-DAY-DATE         PIC X(10).
      05 WS-DAY-KIND         PIC X(60).
      05 WS-STEP-IX          PIC 9(3) VALUE 0.
      05 WS-STEP-SCAN        PIC 9(3) VALUE 0.
      05 WS-STEP-RESULT      PIC X(4).
      05 WS-RUN-COUNT        PIC 9(5) VALUE 0.
      05 WS-HELD-COUNT       PIC 9(5) VALUE 0.
      05 WS-MONTH-END-COUNT  PIC 9(3) VALUE 0.
      05 WS-DUPLICATE-SWITCH PIC X(1) VALUE 'N'.
          88 Step-Already-Listed VALUE 'Y'.
   01 WS-SCHED-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.schedreport" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   IF Parm-Schedule-From-Supplied
     STRING PARM-SCHEDULE-FROM(1:4) PARM-SCHEDULE-FROM(6:2)
         PARM-SCHEDULE-FROM(9:2) DELIMITED BY SIZE
         INTO WS-SCHED-DATE-X
     MOVE WS-SCHED-DATE-N TO WS-FROM-DATE-N
   ELSE
     MOVE WS-TS-Date TO WS-FROM-DATE-N
   END-IF
   PERFORM LOAD-SCHEDULE-CONTROL
   OPEN EXTEND SCHED-REPORT.
   IF WS-SCHED-REPORT-STATUS = '35'
     OPEN OUTPUT SCHED-REPORT
   END-IF.
   MOVE SPACES TO WS-SCHED-LINE
   STRING "=== batch schedule report run " WS-RUN-ID " "
       WS-TS-Date-Out " " WS-TS-Time-Out " ==="
       DELIMITED BY SIZE INTO WS-SCHED-LINE
   PERFORM WRITE-SCHED-LINE
   EVALUATE TRUE
     WHEN Schedule-Invalid
       MOVE SPACES TO WS-SCHED-LINE
       STRING "day1schedule.dat rejected - " WS-SCHED-REJECT-COUNT
           " record(s) not understood; the batch will refuse to "
           "check steps until it is fixed"
           DELIMITED BY SIZE INTO WS-SCHED-LINE
       PERFORM WRITE-SCHED-LINE
       MOVE 'CRITICAL' TO WS-ALERT-SEVERITY
       MOVE "day1schedule.dat rejected - batch cannot check steps"
           TO WS-ALERT-MESSAGE
       PERFORM WRITE-OPERATOR-ALERT
       MOVE 8 TO RETURN-CODE
     WHEN NOT Schedule-File-Present
       MOVE "no day1schedule.dat - every step runs every night"
           TO WS-SCHED-LINE
       PERFORM WRITE-SCHED-LINE
     WHEN OTHER
       MOVE SPACES TO WS-SCHED-LINE
       STRING "schedule holds " SCH-COUNT " step entries and "
           HOL-COUNT " shop holidays; steps it does not name run "
           "every night" DELIMITED BY SIZE INTO WS-SCHED-LINE
       PERFORM WRITE-SCHED-LINE
       COMPUTE WS-FROM-DATE-INT =
           FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-N)
       PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
           UNTIL WS-DAY-OFFSET >= WS-REPORT-DAYS
         PERFORM REPORT-ONE-DAY
       END-PERFORM
       MOVE SPACES TO WS-SCHED-LINE
       STRING "--- " WS-REPORT-DAYS " days: " WS-RUN-COUNT
           " scheduled step runs, " WS-HELD-COUNT " held, "
           WS-MONTH-END-COUNT " month-end night(s) ---"
           DELIMITED BY SIZE INTO WS-SCHED-LINE
       PERFORM WRITE-SCHED-LINE
   END-EVALUATE
   CLOSE SCHED-REPORT.
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.schedreport" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                       TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE             TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME             TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out                  TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out                  TO AUDIT-END-TIME
   IF Schedule-Invalid
     MOVE "schedule rejected - not reported" TO AUDIT-RESULT
   ELSE
     STRING "scheduled " WS-RUN-COUNT " held " WS-HELD-COUNT
         DELIMITED BY SIZE INTO AUDIT-RESULT
   END-IF
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

*> one calendar day: a header describing the day, then each step the
*> schedule names, once, however many STEP records it carries.
REPORT-ONE-DAY.
    COMPUTE WS-DAY-DATE-N =
        FUNCTION DATE-OF-INTEGER(WS-FROM-DATE-INT + WS-DAY-OFFSET)
    MOVE WS-DAY-DATE-N TO WS-SCHED-DATE-N
    PERFORM CLASSIFY-SCHEDULE-DATE
    MOVE SPACES TO WS-DAY-DATE
    STRING WS-DAY-DATE-N(1:4) "-" WS-DAY-DATE-N(5:2) "-"
        WS-DAY-DATE-N(7:2) DELIMITED BY SIZE INTO WS-DAY-DATE
    MOVE SPACES TO WS-DAY-KIND
    EVALUATE TRUE
      WHEN Sched-Holiday
        STRING "shop holiday - " DELIMITED BY SIZE
            WS-SCHED-HOLIDAY-NAME DELIMITED BY SIZE
            INTO WS-DAY-KIND
      WHEN NOT Sched-Business-Day
        MOVE "weekend" TO WS-DAY-KIND
      WHEN Sched-First-Business AND Sched-Month-End
        MOVE "first and last business day of the month"
            TO WS-DAY-KIND
      WHEN Sched-First-Business
        MOVE "first business day of the month" TO WS-DAY-KIND
      WHEN Sched-Month-End
        MOVE "month-end - last business day of the month"
            TO WS-DAY-KIND
      WHEN OTHER
        MOVE "business day" TO WS-DAY-KIND
    END-EVALUATE
    IF Sched-Month-End
      ADD 1 TO WS-MONTH-END-COUNT
    END-IF
    MOVE SPACES TO WS-SCHED-LINE
    STRING "--- " WS-DAY-DATE " "
        SCH-WEEKDAY-NAME(WS-SCHED-WEEKDAY + 1) " " DELIMITED BY SIZE
        WS-DAY-KIND DELIMITED BY "  "
        " ---" DELIMITED BY SIZE INTO WS-SCHED-LINE
    PERFORM WRITE-SCHED-LINE
    PERFORM VARYING WS-STEP-IX FROM 1 BY 1
        UNTIL WS-STEP-IX > SCH-COUNT
      MOVE 'N' TO WS-DUPLICATE-SWITCH
      PERFORM VARYING WS-STEP-SCAN FROM 1 BY 1
          UNTIL WS-STEP-SCAN >= WS-STEP-IX
        IF SCH-T-STEP(WS-STEP-SCAN) = SCH-T-STEP(WS-STEP-IX)
          SET Step-Already-Listed TO TRUE
        END-IF
      END-PERFORM
      IF NOT Step-Already-Listed
        PERFORM REPORT-ONE-STEP
      END-IF
    END-PERFORM.

REPORT-ONE-STEP.
    MOVE SCH-T-STEP(WS-STEP-IX) TO WS-SCHED-STEP
    MOVE WS-DAY-DATE-N TO WS-SCHED-DATE-N
    PERFORM EVALUATE-STEP-SCHEDULE
    IF Step-Due
      MOVE 'RUN ' TO WS-STEP-RESULT
      ADD 1 TO WS-RUN-COUNT
    ELSE
      MOVE 'HELD' TO WS-STEP-RESULT
      ADD 1 TO WS-HELD-COUNT
    END-IF
    MOVE SPACES TO WS-SCHED-LINE
    STRING "  " WS-STEP-RESULT " " WS-SCHED-STEP " " WS-SCHED-REASON
        DELIMITED BY SIZE INTO WS-SCHED-LINE
    PERFORM WRITE-SCHED-LINE.

WRITE-SCHED-LINE.
    DISPLAY WS-SCHED-LINE
    MOVE WS-SCHED-LINE TO SCHED-REPORT-RECORD
    WRITE SCHED-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
COPY SCHDCHK.
