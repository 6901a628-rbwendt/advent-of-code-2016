*> anything failed so the batch chain stops before reading bad data.
*> Records written before control records were introduced sit outside
*> any HDR/TRL pair - those are counted and noted, not failed.
*> A block whose run identifier is sandbox-marked (see RUNFLD.cpy) is
*> trial output copied into production: it is still balanced, but it
*> is reported and raises a WARNING with return code 4.

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
    SELECT VERIFY-REPORT ASSIGN TO 'day1verify.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-VERIFY-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
   01 WS-VERIFY-REPORT-STATUS   PIC X(2).
   01 WS-EOF PIC A(1).
   01 Verify-Variables.
      05 WS-CHK-FILE-NAME    PIC X(40).
      05 WS-CHK-RECORD       PIC X(250).
      05 WS-IN-BLOCK-SWITCH  PIC X(1) VALUE 'N'.
          88 In-Control-Block VALUE 'Y'.
   PERFORM VERIFY-MOVES-FILE
   PERFORM VERIFY-EXCEPTIONS-FILE
   CLOSE VERIFY-REPORT.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
STOP RUN.

VERIFY-RESULTS-FILE.
    MOVE WS-RESULTS-FILE-NAME TO WS-CHK-FILE-NAME
    PERFORM RESET-FILE-STATE
    OPEN INPUT DAY1-RESULTS
    IF WS-DAY1-RESULTS-STATUS NOT = '00'
    END-IF.

VERIFY-MOVES-FILE.
    MOVE WS-MOVES-FILE-NAME TO WS-CHK-FILE-NAME
    PERFORM RESET-FILE-STATE
    OPEN INPUT MOVE-SUMMARY
    IF WS-MOVE-SUMMARY-STATUS NOT = '00'
    END-IF.

VERIFY-EXCEPTIONS-FILE.
    MOVE WS-EXCEPTIONS-FILE-NAME TO WS-CHK-FILE-NAME
    PERFORM RESET-FILE-STATE
    OPEN INPUT DAY1-EXCEPTIONS
    IF WS-DAY1-EXCEPTIONS-STATUS NOT = '00'
NOTE-BLOCK-HEADER.
    IF In-Control-Block
      MOVE SPACES TO WS-VERIFY-LINE
      STRING "*** " DELIMITED BY SIZE
          WS-CHK-FILE-NAME DELIMITED BY SPACE " run " WS-CUR-RUN-ID
          " has HDR but no TRL - run died mid-write"
          DELIMITED BY SIZE INTO WS-VERIFY-LINE
      PERFORM WRITE-VERIFY-LINE
    MOVE WS-CHK-RECORD TO CONTROL-RECORD
    MOVE 'Y' TO WS-IN-BLOCK-SWITCH
    MOVE CTL-RUN-ID TO WS-CUR-RUN-ID
    MOVE CTL-RUN-ID TO WS-SANDBOX-CHECK-ID
    PERFORM CHECK-SANDBOX-RECORD
    IF Sandbox-Record-Refused
      MOVE SPACES TO WS-VERIFY-LINE
      STRING "*** " DELIMITED BY SIZE
          WS-CHK-FILE-NAME DELIMITED BY SPACE " run " WS-CUR-RUN-ID
          " is a sandbox trial run - it does not belong in production"
          " history" DELIMITED BY SIZE INTO WS-VERIFY-LINE
      PERFORM WRITE-VERIFY-LINE
    END-IF
    MOVE 0 TO WS-ACT-COUNT WS-ACT-HASH
    ADD 1 TO WS-BLOCK-COUNT.

    MOVE WS-CHK-RECORD TO CONTROL-RECORD
    IF NOT In-Control-Block
      MOVE SPACES TO WS-VERIFY-LINE
      STRING "*** " DELIMITED BY SIZE
          WS-CHK-FILE-NAME DELIMITED BY SPACE " run " CTL-RUN-ID
          " has TRL with no HDR - file damaged or truncated"
          DELIMITED BY SIZE INTO WS-VERIFY-LINE
      PERFORM WRITE-VERIFY-LINE
          OR CTL-RECORD-COUNT NOT = WS-ACT-COUNT
          OR CTL-HASH-TOTAL NOT = WS-ACT-HASH
        MOVE SPACES TO WS-VERIFY-LINE
        STRING "*** " DELIMITED BY SIZE
          WS-CHK-FILE-NAME DELIMITED BY SPACE " run " WS-CUR-RUN-ID
            " OUT OF BALANCE - trailer " CTL-RECORD-COUNT "/"
            CTL-HASH-TOTAL " recomputed " WS-ACT-COUNT "/"
            WS-ACT-HASH DELIMITED BY SIZE INTO WS-VERIFY-LINE

REPORT-FILE-MISSING.
    MOVE SPACES TO WS-VERIFY-LINE
    STRING WS-CHK-FILE-NAME DELIMITED BY SPACE
        " not found or unreadable - nothing to verify"
        DELIMITED BY SIZE INTO WS-VERIFY-LINE
    PERFORM WRITE-VERIFY-LINE.
REPORT-FILE-SUMMARY.
    IF In-Control-Block
      MOVE SPACES TO WS-VERIFY-LINE
      STRING "*** " DELIMITED BY SIZE
          WS-CHK-FILE-NAME DELIMITED BY SPACE " run " WS-CUR-RUN-ID
          " has HDR but no TRL - run died mid-write"
          DELIMITED BY SIZE INTO WS-VERIFY-LINE
      PERFORM WRITE-VERIFY-LINE
      MOVE 'N' TO WS-IN-BLOCK-SWITCH
    END-IF
    MOVE SPACES TO WS-VERIFY-LINE
    STRING WS-CHK-FILE-NAME DELIMITED BY SPACE " - " WS-BLOCK-COUNT " control blocks, "
        WS-FILE-FAILURES " bad, " WS-STRAY-COUNT
        " records outside any block"
        DELIMITED BY SIZE INTO WS-VERIFY-LINE
