*> for the night. The batch driver now brackets every step with this
*> program and the step-status file day1stepstatus.dat:
*>     day1stepctl CHECK  <step>       - RETURN-CODE 0 run it,
*>                                       2 not scheduled today,
*>                                       4 already complete today
*>     day1stepctl RECORD <step> <rc>  - record the step's outcome
*>     day1stepctl RESET               - clear the night for an
*> checkpointing in the walker solves a different problem - resuming
*> inside one file; this is about not repeating whole completed
*> programs.
*>
*> Not every step belongs in every night. The schedule-control file
*> day1schedule.dat (see SCHDFD.cpy) says which steps run daily,
*> weekly on a named weekday, on the last business day of the month
*> or the first, and which are held on the shop holidays it lists;
*> CHECK answers "not scheduled today" for a step the calendar does
*> not call for, and run_suite.sh passes over it without recording
*> anything. A step the schedule does not name runs every night, and
*> no schedule file at all means every step does. A schedule the
*> loader cannot read fails the CHECK outright rather than guess.
*> day1schedreport lists what the calendar will run over the coming
*> month.
*>
*> RESET throws away the night's record of what has run, so it is
*> under operator authority control: only an operator the authority
*> file grants day1stepctl RESET (see AUTHFD.cpy) may clear the
*> night, anyone else is refused with return code 8 and a SECURITY
*> alert, and either way an audit record names the operator. CHECK
*> and RECORD are the batch driver's own bookkeeping and stay open.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    SELECT STEP-STATUS ASSIGN TO 'day1stepstatus.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-STEP-STATUS-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY SCHDSEL.
    COPY AUTHSEL.
    COPY ALERTSEL.

DATA DIVISION.
   FILE SECTION.
      05 SS-SEP-3  PIC X(1).
      05 SS-STATUS PIC X(8).

   COPY SCHDFD.

   FD AUDIT-TRAIL.
   COPY AUDITREC.

   COPY AUTHFD.

   COPY ALERTFD.

   WORKING-STORAGE SECTION.
   COPY TSFIELDS.
   COPY AUDITFLD.
   COPY RUNFLD.
   COPY SCHDFLD.
   COPY AUTHFLD.
   COPY ALERTFLD.
*> names this program on its alert and audit records the way
*> LOAD-RUN-PARAMETERS leaves it named elsewhere - runparms.dat
*> itself is never read here (see the header).
   01 WS-PARM-PROGRAM PIC X(30) VALUE "Advent-2016-Day-1.stepctl".
   01 WS-STEP-STATUS-STATUS PIC X(2).
   01 WS-EOF PIC A(1).
   01 Stepctl-Arguments.
   END-EVALUATE
STOP RUN.

*> RETURN-CODE 2 means "the calendar does not call for this step
*> today", 4 means "this step already completed today - skip it";
*> anything in the status file from another date is history, not a
*> blocker. No status file at all is simply the first run of a new
*> installation.
CHECK-STEP-STATUS.
      MOVE 8 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-SCHEDULE-CONTROL
    IF Schedule-Invalid
      DISPLAY "step " WS-STEP-NAME " not checked - fix "
          "day1schedule.dat before the batch can go on"
      MOVE 8 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF
    MOVE WS-STEP-NAME TO WS-SCHED-STEP
    MOVE WS-TS-Date TO WS-SCHED-DATE-N
    PERFORM EVALUATE-STEP-SCHEDULE
    IF Step-Not-Due
      DISPLAY "step " WS-STEP-NAME " not scheduled today - "
          WS-SCHED-REASON
      MOVE 2 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    OPEN INPUT STEP-STATUS
    IF WS-STEP-STATUS-STATUS NOT = '00'
    CLOSE STEP-STATUS.

RESET-STEP-STATUS.
    MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
    MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
    MOVE "day1stepctl" TO WS-AUTH-PROGRAM
    MOVE "RESET" TO WS-AUTH-ACTION
    PERFORM CHECK-OPERATOR-AUTHORITY
    IF NOT Operator-Authorized
      EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT STEP-STATUS
    CLOSE STEP-STATUS
    DISPLAY "step status cleared - the whole suite will run again"
    PERFORM BUILD-TIMESTAMP
    OPEN EXTEND AUDIT-TRAIL
    IF WS-AUDIT-TRAIL-STATUS = '35'
      OPEN OUTPUT AUDIT-TRAIL
    END-IF
    INITIALIZE AUDIT-RECORD
    MOVE WS-PARM-PROGRAM     TO AUDIT-PROGRAM-NAME
    MOVE WS-RUN-ID           TO AUDIT-RUN-ID
    MOVE WS-AUDIT-START-DATE TO AUDIT-START-DATE
    MOVE WS-AUDIT-START-TIME TO AUDIT-START-TIME
    MOVE WS-TS-Date-Out      TO AUDIT-END-DATE
    MOVE WS-TS-Time-Out      TO AUDIT-END-TIME
    MOVE "step status cleared for a full rerun" TO AUDIT-RESULT
    MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
    WRITE AUDIT-RECORD
    CLOSE AUDIT-TRAIL.

COPY TSBUILD.
COPY RUNGEN.
COPY SCHDCHK.
COPY ALERTWRT.
COPY AUTHPROC.
