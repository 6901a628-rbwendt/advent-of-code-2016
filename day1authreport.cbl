IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.authreport".
AUTHOR. Ben Wendt.

*> operator authority report. Lists every grant in the authority file
*> day1authority.dat (see AUTHFD.cpy) - who may run which controlled
*> program and take which action, with the '*' wildcards spelled out
*> - and marks any grant that names a program/action pair nothing in
*> the suite checks, which is usually a typo that leaves the operator
*> without the authority they were meant to have. Then every refused
*> attempt logged in day1authlog.dat over the last 30 days, newest
*> last, with the operator, what they tried and why it was refused.
*> Output goes to day1authreport.dat. A missing authority file means
*> every controlled program refuses everyone, so the report says so
*> and ends with return code 4.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT AUTH-REPORT ASSIGN TO 'day1authreport.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUTH-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY AUTHSEL.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   FD AUTH-REPORT.
   01 AUTH-REPORT-RECORD PIC X(250).

   FD AUDIT-TRAIL.
   COPY AUDITREC.

   COPY AUTHFD.

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
   COPY AUTHFLD.
   01 WS-AUTH-REPORT-STATUS PIC X(2).
*> the program/action pairs the suite actually checks - see the
*> header comments of the programs themselves.
   01 Controlled-Action-List.
      05 FILLER PIC X(30) VALUE 'day1poimaint        MAINTAIN  '.
      05 FILLER PIC X(30) VALUE 'day1resubmit        RESUBMIT  '.
      05 FILLER PIC X(30) VALUE 'day1import          IMPORT    '.
      05 FILLER PIC X(30) VALUE 'day1archive         ARCHIVE   '.
      05 FILLER PIC X(30) VALUE 'day1stepctl         RESET     '.
      05 FILLER PIC X(30) VALUE 'day1retrieve        RETRIEVE  '.
   01 Controlled-Action-Table REDEFINES Controlled-Action-List.
      05 Controlled-Action-Entry OCCURS 6 TIMES.
         07 CA-PROGRAM PIC X(20).
         07 CA-ACTION  PIC X(10).
   01 Authority-Report-Fields.
      05 CA-IX                PIC 9(1) VALUE 0.
      05 WS-GRANT-KNOWN-SW    PIC X(1) VALUE 'N'.
          88 Grant-Is-Known   VALUE 'Y'.
      05 WS-GRANT-PROGRAM     PIC X(20).
      05 WS-GRANT-ACTION      PIC X(11).
      05 WS-GRANT-NOTE        PIC X(40).
      05 WS-GRANT-COUNT       PIC 9(5) VALUE 0.
      05 WS-UNKNOWN-COUNT     PIC 9(5) VALUE 0.
      05 WS-REFUSAL-COUNT     PIC 9(5) VALUE 0.
      05 WS-TODAY-N           PIC 9(8) VALUE 0.
      05 WS-WINDOW-INT        PIC 9(8) VALUE 0.
      05 WS-WINDOW-DATE-N     PIC 9(8) VALUE 0.
      05 WS-WINDOW-DATE-X     PIC X(8).
      05 WS-WINDOW-DATE       PIC X(10).
   78 WS-REFUSAL-WINDOW-DAYS VALUE 30.
   01 WS-AUTH-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.authreport" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   MOVE WS-Timestamp-Raw(1:8) TO WS-TODAY-N
   COMPUTE WS-WINDOW-INT =
       FUNCTION INTEGER-OF-DATE(WS-TODAY-N) - WS-REFUSAL-WINDOW-DAYS
   COMPUTE WS-WINDOW-DATE-N = FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
   MOVE WS-WINDOW-DATE-N TO WS-WINDOW-DATE-X
   STRING WS-WINDOW-DATE-X(1:4) "-" WS-WINDOW-DATE-X(5:2) "-"
       WS-WINDOW-DATE-X(7:2) DELIMITED BY SIZE INTO WS-WINDOW-DATE
   OPEN EXTEND AUTH-REPORT.
   IF WS-AUTH-REPORT-STATUS = '35'
     OPEN OUTPUT AUTH-REPORT
   END-IF.
   MOVE SPACES TO WS-AUTH-LINE
   STRING "=== operator authority report run " WS-RUN-ID " "
       WS-TS-Date-Out " " WS-TS-Time-Out " ===" DELIMITED BY SIZE
       INTO WS-AUTH-LINE
   PERFORM WRITE-AUTH-LINE
   PERFORM LIST-AUTHORITY-GRANTS
   PERFORM LIST-REFUSED-ATTEMPTS
   CLOSE AUTH-REPORT.
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.authreport" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                      TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE            TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME            TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out                 TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out                 TO AUDIT-END-TIME
   STRING WS-GRANT-COUNT " grants, " WS-REFUSAL-COUNT
       " refusals in window" DELIMITED BY SIZE INTO AUDIT-RESULT
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

LIST-AUTHORITY-GRANTS.
    MOVE "--- who can do what ---" TO WS-AUTH-LINE
    PERFORM WRITE-AUTH-LINE
    OPEN INPUT OPERATOR-AUTHORITY
    IF WS-OPERATOR-AUTHORITY-STATUS NOT = '00'
      MOVE "  day1authority.dat not found - every controlled program "
          & "refuses every operator" TO WS-AUTH-LINE
      PERFORM WRITE-AUTH-LINE
      MOVE 4 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-AUTH-EOF
    PERFORM UNTIL WS-AUTH-EOF = 'Y'
      READ OPERATOR-AUTHORITY
        AT END MOVE 'Y' TO WS-AUTH-EOF
        NOT AT END
          IF AUTHORITY-RECORD NOT = SPACES
              AND AUTHORITY-RECORD(1:1) NOT = '*'
            PERFORM WRITE-GRANT-LINE
          END-IF
      END-READ
    END-PERFORM
    CLOSE OPERATOR-AUTHORITY
    MOVE SPACES TO WS-AUTH-LINE
    STRING "  " WS-GRANT-COUNT " grants, " WS-UNKNOWN-COUNT
        " naming nothing the suite controls" DELIMITED BY SIZE
        INTO WS-AUTH-LINE
    PERFORM WRITE-AUTH-LINE.

WRITE-GRANT-LINE.
    ADD 1 TO WS-GRANT-COUNT
    MOVE AU-PROGRAM TO WS-GRANT-PROGRAM
    MOVE AU-ACTION  TO WS-GRANT-ACTION
    IF AU-PROGRAM = '*'
      MOVE "all programs" TO WS-GRANT-PROGRAM
    END-IF
    IF AU-ACTION = '*'
      MOVE "all actions" TO WS-GRANT-ACTION
    END-IF
    MOVE 'N' TO WS-GRANT-KNOWN-SW
    PERFORM VARYING CA-IX FROM 1 BY 1 UNTIL CA-IX > 6
      IF (AU-PROGRAM = CA-PROGRAM(CA-IX) OR AU-PROGRAM = '*')
          AND (AU-ACTION = CA-ACTION(CA-IX) OR AU-ACTION = '*')
        SET Grant-Is-Known TO TRUE
      END-IF
    END-PERFORM
    MOVE SPACES TO WS-GRANT-NOTE
    IF NOT Grant-Is-Known
      MOVE "  ** not a controlled program/action **" TO WS-GRANT-NOTE
      ADD 1 TO WS-UNKNOWN-COUNT
    END-IF
    MOVE SPACES TO WS-AUTH-LINE
    STRING "  " AU-OPERATOR-ID " " AU-OPERATOR-NAME " "
        WS-GRANT-PROGRAM " " WS-GRANT-ACTION WS-GRANT-NOTE
        DELIMITED BY SIZE INTO WS-AUTH-LINE
    PERFORM WRITE-AUTH-LINE.

LIST-REFUSED-ATTEMPTS.
    MOVE SPACES TO WS-AUTH-LINE
    STRING "--- refused attempts since " WS-WINDOW-DATE " ---"
        DELIMITED BY SIZE INTO WS-AUTH-LINE
    PERFORM WRITE-AUTH-LINE
    OPEN INPUT AUTHORITY-LOG
    IF WS-AUTHORITY-LOG-STATUS = '00'
      MOVE SPACE TO WS-AUTH-EOF
      PERFORM UNTIL WS-AUTH-EOF = 'Y'
        READ AUTHORITY-LOG
          AT END MOVE 'Y' TO WS-AUTH-EOF
          NOT AT END
            IF AG-DATE >= WS-WINDOW-DATE
              ADD 1 TO WS-REFUSAL-COUNT
              MOVE SPACES TO WS-AUTH-LINE
              STRING "  " AG-DATE " " AG-TIME " " AG-OPERATOR-ID " "
                  DELIMITED BY SIZE
                  AG-PROGRAM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AG-ACTION DELIMITED BY SPACE
                  " run " AG-RUN-ID " - " DELIMITED BY SIZE
                  AG-REASON DELIMITED BY SIZE
                  INTO WS-AUTH-LINE
              PERFORM WRITE-AUTH-LINE
            END-IF
        END-READ
      END-PERFORM
      CLOSE AUTHORITY-LOG
    END-IF
    MOVE SPACES TO WS-AUTH-LINE
    STRING "  " WS-REFUSAL-COUNT " refused attempts in the last "
        WS-REFUSAL-WINDOW-DAYS " days" DELIMITED BY SIZE
        INTO WS-AUTH-LINE
    PERFORM WRITE-AUTH-LINE.

WRITE-AUTH-LINE.
    DISPLAY WS-AUTH-LINE
    MOVE WS-AUTH-LINE TO AUTH-REPORT-RECORD
    WRITE AUTH-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
