*> moved from the previous run of the same program against the same
*> file. A flagged line is the earliest warning that an input file was
*> silently re-cut or a program change altered an answer. Output goes
*> to day1trend.dat and the screen. Sandbox trial runs (SANDBOX=Y, see
*> RUNFLD.cpy) never show here: run against production, the report
*> refuses any sandbox-marked record it finds and raises a WARNING.
*> Runs aged out to the archive files are trended by bringing them back
*> with day1retrieve and setting RETRIEVAL-SET to that retrieval set,
*> which the report then reads in place of day1results.dat.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT TREND-REPORT ASSIGN TO 'day1trend.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TREND-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   IF Parm-Retrieval-Set-Supplied
     MOVE PARM-RETRIEVAL-SET TO WS-RETRIEVAL-SET-NAME
     PERFORM SWITCH-TO-RETRIEVAL-SET
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
*> record with the same run identifier replaces the earlier one, the
*> same rule day1runload applies, leaving the summary to speak for
*> the journey and leg 001 for a plain walk.
              MOVE DR-RUN-ID TO WS-SANDBOX-CHECK-ID
              PERFORM CHECK-SANDBOX-RECORD
              IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
                  AND NOT Sandbox-Record-Refused
                  AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
                  AND NOT (DR-LEG-NUMBER IS NUMERIC
                           AND DR-LEG-NUMBER > 1)
      CLOSE DAY1-RESULTS
      PERFORM WRITE-TREND-REPORT
   END-IF.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
        " " WS-TS-Time-Out " ===" DELIMITED BY SIZE
        INTO WS-TREND-LINE
    PERFORM WRITE-TREND-LINE
    IF Retrieval-Set-Run
      MOVE SPACES TO WS-TREND-LINE
      STRING "archived runs from retrieval set " WS-RETRIEVAL-SET-NAME
          DELIMITED BY SIZE INTO WS-TREND-LINE
      PERFORM WRITE-TREND-LINE
    END-IF
    IF WS-DROPPED-COUNT > 0
      MOVE SPACES TO WS-TREND-LINE
      STRING "history larger than " WS-MAX-TREND-RUNS " runs - "
