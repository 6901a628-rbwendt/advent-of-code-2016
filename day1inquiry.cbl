*> missing piece is usually the story. Output goes to day1inquiry.dat
*> and the screen; a run that left no trace at all in any file ends
*> the job with RETURN-CODE 8.
*> A run already aged out to the archive files is looked up by first
*> bringing it back with day1retrieve and then setting RETRIEVAL-SET
*> to that retrieval set: results, moves, exceptions and the audit
*> record are then read from the set instead of the live files.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT MOVE-SUMMARY ASSIGN TO DYNAMIC WS-MOVES-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MOVE-SUMMARY-STATUS.
    SELECT DAY1-EXCEPTIONS ASSIGN TO DYNAMIC WS-EXCEPTIONS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-EXCEPTIONS-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    SELECT INQUIRY-REPORT ASSIGN TO 'day1inquiry.dat'
   01 WS-DAY1-EXCEPTIONS-STATUS PIC X(2).
   01 WS-INQUIRY-REPORT-STATUS  PIC X(2).
   01 WS-EOF PIC A(1).
   01 WS-LIVE-AUDIT-NAME PIC X(40).
   01 Inquiry-Parameters.
      05 WS-WANTED-RUN-ID  PIC X(20) VALUE SPACES.
      05 WS-WANTED-PROGRAM PIC X(24) VALUE SPACES.
      05 WS-M-TOTAL-MOVES PIC 9(6).
      05 WS-M-LEFT-COUNT  PIC 9(6).
      05 WS-M-RIGHT-COUNT PIC 9(6).
      05 WS-M-FORWARD-COUNT PIC 9(6).
      05 WS-M-UTURN-COUNT PIC 9(6).
      05 WS-M-MAX-ABS-H   PIC 9(7).
      05 WS-M-MAX-ABS-V   PIC 9(7).
   01 Inquiry-Saved-Audit.
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
   ELSE
     MOVE PARM-INQUIRY-PROGRAM TO WS-WANTED-PROGRAM
   END-IF
   MOVE WS-WANTED-RUN-ID TO WS-SANDBOX-CHECK-ID
   PERFORM CHECK-SANDBOX-RECORD
   IF Sandbox-Record-Refused
     DISPLAY "run " WS-WANTED-RUN-ID " is a sandbox trial run - "
         "production history holds none; set SANDBOX=Y to look it up"
     MOVE 8 TO RETURN-CODE
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   PERFORM FIND-RESULT-RECORD
   PERFORM FIND-MOVE-SUMMARY
   PERFORM FIND-AUDIT-RECORD
       AND WS-EXCEPTION-COUNT = 0
     MOVE 8 TO RETURN-CODE
   END-IF
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
        READ DAY1-RESULTS
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
            MOVE DR-RUN-ID TO WS-SANDBOX-CHECK-ID
            PERFORM CHECK-SANDBOX-RECORD
            IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
                AND NOT Sandbox-Record-Refused
                AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
              IF (WS-WANTED-PROGRAM NOT = SPACES
                      AND DR-PROGRAM-NAME = WS-WANTED-PROGRAM
              MOVE MS-RIGHT-COUNT TO WS-M-RIGHT-COUNT
              MOVE MS-MAX-ABS-H   TO WS-M-MAX-ABS-H
              MOVE MS-MAX-ABS-V   TO WS-M-MAX-ABS-V
              MOVE 0 TO WS-M-FORWARD-COUNT WS-M-UTURN-COUNT
              IF MS-FORWARD-COUNT IS NUMERIC
                MOVE MS-FORWARD-COUNT TO WS-M-FORWARD-COUNT
              END-IF
              IF MS-UTURN-COUNT IS NUMERIC
                MOVE MS-UTURN-COUNT TO WS-M-UTURN-COUNT
              END-IF
            END-IF
        END-READ
      END-PERFORM
*> LOCKMGR.cpy) carry the same run identifier but mark the start of
*> the run, and intake-skip records (see INTKPROC.cpy) mark a run
*> that never happened, so neither must pass for the completion
*> entry - the same rule day1xref's audit scan applies. Pointed at
*> a retrieval set, the search reads the set's audit trail, and the
*> live name is put back for this run's own audit record.
FIND-AUDIT-RECORD.
    IF WS-WANTED-RUN-ID = SPACES
      EXIT PARAGRAPH
    END-IF
    MOVE WS-AUDIT-TRAIL-NAME TO WS-LIVE-AUDIT-NAME
    IF Retrieval-Set-Run
      MOVE WS-RTV-AUDIT-NAME TO WS-AUDIT-TRAIL-NAME
    END-IF
    MOVE SPACE TO WS-EOF
    OPEN INPUT AUDIT-TRAIL
    IF WS-AUDIT-TRAIL-STATUS NOT = '00'
        END-READ
      END-PERFORM
      CLOSE AUDIT-TRAIL
    END-IF
    MOVE WS-LIVE-AUDIT-NAME TO WS-AUDIT-TRAIL-NAME.

*> elapsed wall-clock seconds between the audit start and end stamps
*> - days via FUNCTION INTEGER-OF-DATE so a run over midnight still
        WS-WANTED-RUN-ID DELIMITED BY SPACE
        " ===" DELIMITED BY SIZE INTO WS-INQUIRY-LINE
    PERFORM WRITE-INQUIRY-LINE
    IF Retrieval-Set-Run
      MOVE SPACES TO WS-INQUIRY-LINE
      STRING "source  - archived records in retrieval set "
          WS-RETRIEVAL-SET-NAME DELIMITED BY SIZE
          INTO WS-INQUIRY-LINE
      PERFORM WRITE-INQUIRY-LINE
    END-IF
    IF Result-Found
      MOVE SPACES TO WS-INQUIRY-LINE
      STRING "result  - " DELIMITED BY SIZE
    IF Moves-Found
      MOVE SPACES TO WS-INQUIRY-LINE
      STRING "moves   - " WS-M-TOTAL-MOVES " total, "
          WS-M-LEFT-COUNT " L / " WS-M-RIGHT-COUNT " R / "
          WS-M-FORWARD-COUNT " F / " WS-M-UTURN-COUNT " U, reached "
          "H " WS-M-MAX-ABS-H " V " WS-M-MAX-ABS-V
          DELIMITED BY SIZE INTO WS-INQUIRY-LINE
      PERFORM WRITE-INQUIRY-LINE
