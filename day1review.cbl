IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.review".
AUTHOR. Ben Wendt.

*> pending sign-off review for the analytics extract. Builds the
*> run-level view of day1results.dat, marks every run day1trend would
*> show as moved and every run day1recon would report as mismatched
*> (see SIGNFLD.cpy for exactly what each means), lays the operator
*> decisions in day1signoff.dat over them, and writes
*> day1review.dat: each flagged run still waiting for an APPROVED or
*> WITHHELD decision with the reason it was flagged, the flagged runs
*> already decided with who decided them, and - when
*> EXTRACT-UNFLAGGED is not Y, so the extract publishes approved runs
*> only - the unflagged runs that are also waiting for approval.
*> Flagged runs left undecided end the run with return code 4 and a
*> WARNING alert, so nobody has to remember to look.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT REVIEW-REPORT ASSIGN TO 'day1review.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REVIEW-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY SIGNSEL.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   FD DAY1-RESULTS.
   COPY DAY1REC.

   FD REVIEW-REPORT.
   01 REVIEW-REPORT-RECORD PIC X(250).

   FD AUDIT-TRAIL.
   COPY AUDITREC.

   COPY SIGNFD.

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
   COPY SIGNFLD.
   01 WS-DAY1-RESULTS-STATUS  PIC X(2).
   01 WS-REVIEW-REPORT-STATUS PIC X(2).
   01 Review-Counters.
      05 WS-PENDING-FLAGGED   PIC 9(6) VALUE 0.
      05 WS-DECIDED-FLAGGED   PIC 9(6) VALUE 0.
      05 WS-PENDING-UNFLAGGED PIC 9(6) VALUE 0.
   01 WS-REVIEW-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.review" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   PERFORM LOAD-REVIEW-RUNS
   IF WS-DAY1-RESULTS-STATUS NOT = '00'
     DISPLAY "day1results.dat not found or unreadable (status "
         WS-DAY1-RESULTS-STATUS ") - nothing to review"
     MOVE 8 TO RETURN-CODE
   ELSE
     PERFORM WRITE-REVIEW-REPORT
     IF WS-PENDING-FLAGGED > 0
       MOVE 4 TO RETURN-CODE
       MOVE 'WARNING' TO WS-ALERT-SEVERITY
       MOVE SPACES TO WS-ALERT-MESSAGE
       STRING WS-PENDING-FLAGGED " flagged runs await sign-off"
           " before the analytics extract can publish them"
           " - see day1review.dat" DELIMITED BY SIZE
           INTO WS-ALERT-MESSAGE
       PERFORM WRITE-OPERATOR-ALERT
     END-IF
   END-IF.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.review" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                  TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE        TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME        TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out             TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out             TO AUDIT-END-TIME
   STRING "reviewed " RV-COUNT " runs, " WS-PENDING-FLAGGED
       " flagged pending" DELIMITED BY SIZE INTO AUDIT-RESULT
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

WRITE-REVIEW-REPORT.
    OPEN EXTEND REVIEW-REPORT
    IF WS-REVIEW-REPORT-STATUS = '35'
      OPEN OUTPUT REVIEW-REPORT
    END-IF
    MOVE SPACES TO WS-REVIEW-LINE
    STRING "=== sign-off review run " WS-RUN-ID " " WS-TS-Date-Out
        " " WS-TS-Time-Out " ===" DELIMITED BY SIZE
        INTO WS-REVIEW-LINE
    PERFORM WRITE-REVIEW-LINE
    MOVE SPACES TO WS-REVIEW-LINE
    STRING "runs reviewed " RV-COUNT "  flagged " RV-FLAGGED-COUNT
        "  sign-off records " RV-SIGN-OFF-COUNT
        "  ignored " RV-SIGN-REJECTED
        "  for runs not in history " RV-SIGN-UNMATCHED
        DELIMITED BY SIZE INTO WS-REVIEW-LINE
    PERFORM WRITE-REVIEW-LINE
    IF RV-DROPPED-COUNT > 0
      MOVE SPACES TO WS-REVIEW-LINE
      STRING "history larger than " WS-MAX-REVIEW-RUNS " runs - "
          RV-DROPPED-COUNT " newest runs past capacity not reviewed"
          DELIMITED BY SIZE INTO WS-REVIEW-LINE
      PERFORM WRITE-REVIEW-LINE
    END-IF
    MOVE "--- flagged runs awaiting a decision ---" TO WS-REVIEW-LINE
    PERFORM WRITE-REVIEW-LINE
    PERFORM VARYING RV-IX FROM 1 BY 1 UNTIL RV-IX > RV-COUNT
      IF Review-Run-Flagged(RV-IX) AND Review-Run-Undecided(RV-IX)
        ADD 1 TO WS-PENDING-FLAGGED
        PERFORM BUILD-REVIEW-REASON
        PERFORM WRITE-REVIEW-RUN-LINE
      END-IF
    END-PERFORM
    IF WS-PENDING-FLAGGED = 0
      MOVE "  none" TO WS-REVIEW-LINE
      PERFORM WRITE-REVIEW-LINE
    END-IF
    MOVE "--- flagged runs already decided ---" TO WS-REVIEW-LINE
    PERFORM WRITE-REVIEW-LINE
    PERFORM VARYING RV-IX FROM 1 BY 1 UNTIL RV-IX > RV-COUNT
      IF Review-Run-Flagged(RV-IX)
          AND NOT Review-Run-Undecided(RV-IX)
        ADD 1 TO WS-DECIDED-FLAGGED
        MOVE SPACES TO WS-REVIEW-REASON
        STRING RV-DECISION(RV-IX) " by " RV-SIGN-INITIALS(RV-IX)
            " " RV-SIGN-DATE(RV-IX) " - " DELIMITED BY SIZE
            RV-SIGN-REASON(RV-IX) DELIMITED BY SIZE
            INTO WS-REVIEW-REASON
        PERFORM WRITE-REVIEW-RUN-LINE
      END-IF
    END-PERFORM
    IF WS-DECIDED-FLAGGED = 0
      MOVE "  none" TO WS-REVIEW-LINE
      PERFORM WRITE-REVIEW-LINE
    END-IF
    IF PARM-EXTRACT-UNFLAGGED NOT = 'Y'
      MOVE "--- unflagged runs awaiting approval (EXTRACT-UNFLAGGED"
          & " is not Y) ---" TO WS-REVIEW-LINE
      PERFORM WRITE-REVIEW-LINE
      PERFORM VARYING RV-IX FROM 1 BY 1 UNTIL RV-IX > RV-COUNT
        IF NOT Review-Run-Flagged(RV-IX)
            AND Review-Run-Undecided(RV-IX)
          ADD 1 TO WS-PENDING-UNFLAGGED
          MOVE "not flagged" TO WS-REVIEW-REASON
          PERFORM WRITE-REVIEW-RUN-LINE
        END-IF
      END-PERFORM
      IF WS-PENDING-UNFLAGGED = 0
        MOVE "  none" TO WS-REVIEW-LINE
        PERFORM WRITE-REVIEW-LINE
      END-IF
    END-IF
    MOVE SPACES TO WS-REVIEW-LINE
    STRING "awaiting a decision: " WS-PENDING-FLAGGED " flagged, "
        WS-PENDING-UNFLAGGED " unflagged" DELIMITED BY SIZE
        INTO WS-REVIEW-LINE
    PERFORM WRITE-REVIEW-LINE
    CLOSE REVIEW-REPORT.

WRITE-REVIEW-RUN-LINE.
    MOVE SPACES TO WS-REVIEW-LINE
    STRING "  " RV-RUN-DATE(RV-IX) " " RV-RUN-TIME(RV-IX)
        " run " RV-RUN-ID(RV-IX) " " DELIMITED BY SIZE
        RV-PROGRAM(RV-IX) DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        RV-DIRECTIONS(RV-IX) DELIMITED BY SPACE
        " : " DELIMITED BY SIZE
        WS-REVIEW-REASON DELIMITED BY SIZE
        INTO WS-REVIEW-LINE
    PERFORM WRITE-REVIEW-LINE.

WRITE-REVIEW-LINE.
    DISPLAY WS-REVIEW-LINE
    MOVE WS-REVIEW-LINE TO REVIEW-REPORT-RECORD
    WRITE REVIEW-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
COPY SIGNPROC.
