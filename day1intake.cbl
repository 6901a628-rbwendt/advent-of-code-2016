*> that it is cleared to walk. A fingerprint already in the registry
*> is reported, never registered twice. The walkers consult the
*> registry in their CHECK-DIRECTIONS-FILE step (see INTKPROC.cpy)
*> and skip a file already PROCESSED in the current window. The
*> registration time is kept alongside the received date, so the
*> supplier delivery monitor day1slamon can hold each arrival to its
*> feed's cutoff.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DIRECTIONS-STATUS.
    COPY INTKSEL.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
   01 DIRECTION-FILE.
      05 DIRECTION PIC X(1).
      05 MAGNITUDE PIC X(7).
*> the rest of a START record - the fingerprint covers it, exactly
*> as the walker's does (see FPCALC.cpy).
      05 DIRECTION-START-REST PIC X(14).

   COPY INTKFD.

   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   IF Sandbox-Run
     DISPLAY "SANDBOX=Y - a trial run leaves the intake registry alone"
         " - nothing registered"
     MOVE 4 TO RETURN-CODE
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   IF NOT Parm-Intake-File-Supplied
     DISPLAY "INTAKE-FILE must name the arriving directions file in "
         "runparms.dat - nothing registered"
    INITIALIZE INTAKE-RECORD
    MOVE WS-DIRECTIONS-FILE TO IR-FILE-NAME
    MOVE SPACE TO IR-SEP-0 IR-SEP-1 IR-SEP-2 IR-SEP-3 IR-SEP-4
    MOVE SPACE TO IR-SEP-5 IR-SEP-6
    MOVE WS-FP-RECORD-COUNT TO IR-FP-COUNT
    MOVE WS-FP-CHECKSUM     TO IR-FP-CHECKSUM
    MOVE WS-TS-Date-Out     TO IR-RECEIVED-DATE
    MOVE WS-TS-Time-Out     TO IR-RECEIVED-TIME
    MOVE 'NEW'              TO IR-STATUS
    MOVE SPACES             TO IR-PROCESSED-DATE
    WRITE INTAKE-RECORD
