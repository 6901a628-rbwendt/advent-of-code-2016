IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.scorecard".
AUTHOR. Ben Wendt.

*> month-end KPI scorecard - the one page that answers "how did the
*> month go" against the month before, where the daily reports only
*> say what happened last night. For the month in SCORECARD-MONTH
*> (YYYY-MM, the current month when not given) and the month before
*> it, it scores:
*>   - runs completed and runs failed, from audittrail.dat. Lock and
*>     intake-skip records are not runs (see day1opsreport); a run
*>     failed when its result opens with one of the failure phrases
*>     the suite writes (Failure-Phrase-List below) - a gate NO-GO or
*>     a reconciliation mismatch is a run that did its job, and is
*>     scored on its own line instead;
*>   - nights the gate said NO-GO (distinct dates of day1gate NO-GO
*>     decisions) and reconciliation mismatches found by day1recon;
*>   - the reject rate - day1exceptions.dat rejects against the
*>     DR-INPUT-RECORDS of the same runs in day1results.dat, as
*>     day1excreport joins them - for the month overall and per
*>     supplier directions file;
*>   - CRITICAL and WARNING alerts raised, from day1alerts.dat;
*>   - intake files received and processed in the month, and the
*>     backlog still unprocessed at month end, by fingerprint from
*>     day1intake.dat;
*>   - the average walk time per run in each phase, and in total,
*>     from the walker metrics history (see METREC.cpy);
*>   - the history records day1archive moved out of the live files.
*> Each figure is shown with the prior month and the change. Figures
*> with a KPI-<figure>-AMBER / KPI-<figure>-RED level in runparms.dat
*> (see PARMFLD.cpy) are marked AMBER or RED when they reach it; any
*> RED ends the run with return code 4 and a WARNING alert.
*> The report is appended to day1scorecard.dat and one CSV row per
*> scorecard to day1scorecard.csv for the analytics team. Because
*> day1archive ages records out of the live files after
*> DAY1_RETAIN_DAYS, the prior month's figures are taken from that
*> month's own row in day1scorecard.csv when it was scored - only a
*> month never scored falls back to what is left in live history,
*> and the report says which it used. Per-file reject rates always
*> come from live history. A sandbox scorecard (SANDBOX=Y) scores
*> the sandbox history and writes no CSV row.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT DAY1-EXCEPTIONS ASSIGN TO DYNAMIC WS-EXCEPTIONS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-EXCEPTIONS-STATUS.
    SELECT SCORECARD-REPORT ASSIGN TO 'day1scorecard.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SCORECARD-REPORT-STATUS.
    SELECT SCORECARD-CSV ASSIGN TO 'day1scorecard.csv'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SCORECARD-CSV-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY METSEL.
    COPY INTKSEL.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   FD DAY1-RESULTS.
   COPY DAY1REC.

   FD DAY1-EXCEPTIONS.
   01 EXCEPTION-RECORD.
      05 ER-RUN-ID       PIC X(20).
      05 ER-SEP-0        PIC X(1).
      05 ER-LINE-NUMBER  PIC 9(6).
      05 ER-SEP-1        PIC X(1).
      05 ER-RAW-DIRECTION PIC X(1).
      05 ER-RAW-MAGNITUDE PIC X(7).
      05 ER-SEP-2        PIC X(1).
      05 ER-REASON       PIC X(40).
      05 ER-DIRECTIONS-FILE PIC X(100).

   FD SCORECARD-REPORT.
   01 SCORECARD-REPORT-RECORD PIC X(250).

   FD SCORECARD-CSV.
   01 SCORECARD-CSV-RECORD PIC X(300).

   FD AUDIT-TRAIL.
   COPY AUDITREC.

   FD METRICS-HISTORY.
   COPY METREC.

   COPY INTKFD.

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
   COPY INTKFLD.
   01 WS-DAY1-RESULTS-STATUS     PIC X(2).
   01 WS-DAY1-EXCEPTIONS-STATUS  PIC X(2).
   01 WS-SCORECARD-REPORT-STATUS PIC X(2).
   01 WS-SCORECARD-CSV-STATUS    PIC X(2).
   01 WS-METRICS-HISTORY-STATUS  PIC X(2).
   01 WS-EOF PIC A(1).
*> the months scored - subscript 1 is the month, 2 the month before.
   01 Scorecard-Months.
      05 WS-SC-MONTH        PIC X(7) OCCURS 2 TIMES.
      05 WS-SC-YEAR-N       PIC 9(4) VALUE 0.
      05 WS-SC-MM-N         PIC 9(2) VALUE 0.
      05 WS-SC-REC-MONTH    PIC X(7).
      05 WS-SC-M            PIC 9(1) VALUE 0.
      05 WS-SC-MX           PIC 9(1) VALUE 0.
*> the figures, in report and CSV order. SF-LEVEL is the figure's
*> Parm-Kpi-Level-Entry (see PARMFLD.cpy), 0 for a figure shown for
*> information only; SF-KIND is P for a percentage, C for a count.
   78 WS-SC-FIGURES VALUE 16.
   78 SC-COMPLETED  VALUE 1.
   78 SC-FAILED     VALUE 2.
   78 SC-NOGO       VALUE 3.
   78 SC-MISMATCH   VALUE 4.
   78 SC-REJECT-PCT VALUE 5.
   78 SC-CRITICAL   VALUE 6.
   78 SC-WARNING    VALUE 7.
   78 SC-RECEIVED   VALUE 8.
   78 SC-PROCESSED  VALUE 9.
   78 SC-BACKLOG    VALUE 10.
   78 SC-READ-HS    VALUE 11.
   78 SC-SPOTS-HS   VALUE 12.
   78 SC-CKPT-HS    VALUE 13.
   78 SC-GRID-HS    VALUE 14.
   78 SC-WALK-HS    VALUE 15.
   78 SC-ARCHIVED   VALUE 16.
   01 Scorecard-Figure-List.
      05 FILLER PIC X(34) VALUE 'runs completed'.
      05 FILLER PIC 9(1)  VALUE 0.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'runs failed'.
      05 FILLER PIC 9(1)  VALUE 1.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'gate NO-GO nights'.
      05 FILLER PIC 9(1)  VALUE 2.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'reconciliation mismatches'.
      05 FILLER PIC 9(1)  VALUE 3.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'reject rate % (all files)'.
      05 FILLER PIC 9(1)  VALUE 4.
      05 FILLER PIC X(1)  VALUE 'P'.
      05 FILLER PIC X(34) VALUE 'CRITICAL alerts'.
      05 FILLER PIC 9(1)  VALUE 5.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'WARNING alerts'.
      05 FILLER PIC 9(1)  VALUE 6.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'intake files received'.
      05 FILLER PIC 9(1)  VALUE 0.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'intake files processed'.
      05 FILLER PIC 9(1)  VALUE 0.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'intake backlog at month end'.
      05 FILLER PIC 9(1)  VALUE 7.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'avg READ phase per walk (hs)'.
      05 FILLER PIC 9(1)  VALUE 0.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'avg SPOTS phase per walk (hs)'.
      05 FILLER PIC 9(1)  VALUE 0.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'avg CHECKPOINT phase per walk (hs)'.
      05 FILLER PIC 9(1)  VALUE 0.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'avg GRID phase per walk (hs)'.
      05 FILLER PIC 9(1)  VALUE 0.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'avg walk time per run (hs)'.
      05 FILLER PIC 9(1)  VALUE 8.
      05 FILLER PIC X(1)  VALUE 'C'.
      05 FILLER PIC X(34) VALUE 'history records archived'.
      05 FILLER PIC 9(1)  VALUE 0.
      05 FILLER PIC X(1)  VALUE 'C'.
   01 Scorecard-Figure-Table REDEFINES Scorecard-Figure-List.
      05 Scorecard-Figure-Entry OCCURS 16 TIMES.
         07 SF-LABEL PIC X(34).
         07 SF-LEVEL PIC 9(1).
         07 SF-KIND  PIC X(1).
   01 Scorecard-Values.
      05 Scorecard-Value-Entry OCCURS 16 TIMES.
         07 SV-VALUE  PIC 9(9)V9(2) OCCURS 2 TIMES.
         07 SV-STATUS PIC X(5).
      05 SV-IX PIC 9(2) VALUE 0.
*> the audit results that mean a run failed, each behind its length -
*> matched against the start of AUDIT-RESULT only, since a result
*> such as "normalized ... rejected ..." is a good run reporting
*> what it turned away.
   01 Failure-Phrase-List.
      05 FILLER PIC X(26) VALUE '10aborted - '.
      05 FILLER PIC X(26) VALUE '13verify failed'.
      05 FILLER PIC X(26) VALUE '11xref failed'.
      05 FILLER PIC X(26) VALUE '21manifest check failed'.
      05 FILLER PIC X(26) VALUE '16cannot reconcile'.
      05 FILLER PIC X(26) VALUE '22reconciliation refused'.
      05 FILLER PIC X(26) VALUE '22reconciliation skipped'.
      05 FILLER PIC X(26) VALUE '18comparison refused'.
      05 FILLER PIC X(26) VALUE '13route refused'.
      05 FILLER PIC X(26) VALUE '21bundle import refused'.
      05 FILLER PIC X(26) VALUE '10refused - '.
      05 FILLER PIC X(26) VALUE '15certify refused'.
      05 FILLER PIC X(26) VALUE '17schedule rejected'.
      05 FILLER PIC X(26) VALUE '17resubmit rejected'.
      05 FILLER PIC X(26) VALUE '17resubmit REJECTED'.
      05 FILLER PIC X(26) VALUE '24POI maintenance rejected'.
   01 Failure-Phrase-Table REDEFINES Failure-Phrase-List.
      05 Failure-Phrase-Entry OCCURS 16 TIMES.
         07 FP-LENGTH PIC 9(2).
         07 FP-PHRASE PIC X(24).
   01 Failure-Phrase-Work.
      05 FP-IX     PIC 9(2) VALUE 0.
      05 FP-FOUND  PIC 9(2) VALUE 0.
*> gate NO-GO dates seen, so a night with several NO-GO decisions
*> counts once.
   78 WS-MAX-NOGO-DATES VALUE 62.
   01 Nogo-Date-Table.
      05 Nogo-Date-Entry OCCURS WS-MAX-NOGO-DATES TIMES.
         07 NG-DATE PIC X(10).
      05 NG-COUNT PIC 9(2) VALUE 0.
      05 NG-IX    PIC 9(2) VALUE 0.
      05 NG-FOUND PIC 9(2) VALUE 0.
*> one entry per intake fingerprint - when it arrived and when any
*> program first walked it.
   78 WS-MAX-SC-INTAKE VALUE 2000.
   01 Intake-Score-Table.
      05 Intake-Score-Entry OCCURS WS-MAX-SC-INTAKE TIMES.
         07 IK-FP-COUNT        PIC 9(7).
         07 IK-FP-CHECKSUM     PIC 9(9).
         07 IK-RECEIVED-DATE   PIC X(10).
         07 IK-FIRST-PROCESSED PIC X(10).
      05 IK-COUNT PIC 9(4) VALUE 0.
      05 IK-IX    PIC 9(4) VALUE 0.
      05 IK-FOUND PIC 9(4) VALUE 0.
*> per directions file, rejects against records read in each month.
   78 WS-MAX-SC-FILES VALUE 100.
   01 Reject-File-Table.
      05 Reject-File-Entry OCCURS WS-MAX-SC-FILES TIMES.
         07 RF-FILE    PIC X(100).
         07 RF-REJECTS PIC 9(7) OCCURS 2 TIMES.
         07 RF-INPUTS  PIC 9(9) OCCURS 2 TIMES.
      05 RF-COUNT   PIC 9(3) VALUE 0.
      05 RF-IX      PIC 9(3) VALUE 0.
      05 RF-FOUND   PIC 9(3) VALUE 0.
      05 RF-DROPPED PIC 9(7) VALUE 0.
   01 Scorecard-Work-Fields.
      05 WS-REJECTS-TOTAL  PIC 9(7) OCCURS 2 TIMES.
      05 WS-INPUTS-TOTAL   PIC 9(9) OCCURS 2 TIMES.
      05 WS-WALKS-MEASURED PIC 9(7) OCCURS 2 TIMES.
      05 WS-PREV-RUN-ID    PIC X(20) VALUE SPACES.
      05 WS-SC-FILE-NAME   PIC X(100).
      05 WS-SC-ARCHIVED-N  PIC 9(9) VALUE 0.
      05 WS-SC-RATE        PIC 9(9)V9(2) VALUE 0.
      05 WS-SC-CHANGE      PIC S9(9)V9(2) VALUE 0.
      05 WS-SC-JUDGED      PIC 9(9)V9(2) VALUE 0.
      05 WS-SC-LEVEL       PIC 9(1) VALUE 0.
      05 WS-SC-STATUS      PIC X(5).
      05 WS-RED-COUNT      PIC 9(2) VALUE 0.
      05 WS-AMBER-COUNT    PIC 9(2) VALUE 0.
      05 WS-PRIOR-SOURCE-SW PIC X(1) VALUE 'L'.
          88 Prior-From-Scorecard   VALUE 'S'.
          88 Prior-From-Live        VALUE 'L'.
      05 WS-PRIOR-RUN-ID   PIC X(20) VALUE SPACES.
      05 WS-COUNT-OUT      PIC Z(8)9.
      05 WS-PCT-OUT        PIC Z(5)9.99.
      05 WS-COUNT-CHG-OUT  PIC +(9)9.
      05 WS-PCT-CHG-OUT    PIC +(6)9.99.
   01 Scorecard-Figure-Line.
      05 SL-LABEL  PIC X(34).
      05 SL-THIS   PIC X(12) JUSTIFIED RIGHT.
      05 SL-PRIOR  PIC X(12) JUSTIFIED RIGHT.
      05 SL-CHANGE PIC X(12) JUSTIFIED RIGHT.
      05 FILLER    PIC X(2) VALUE SPACES.
      05 SL-STATUS PIC X(5).
*> the CSV row - fixed-width so a later scorecard can read a month's
*> figures back as its prior month. Each figure is written as whole
*> and hundredths around a decimal point.
   01 Scorecard-Csv-Row.
      05 SR-MONTH  PIC X(7).
      05 SR-SEP-0  PIC X(1).
      05 SR-RUN-ID PIC X(20).
      05 Scorecard-Csv-Figure OCCURS 16 TIMES.
         07 SR-SEP       PIC X(1).
         07 SR-WHOLE     PIC 9(9).
         07 SR-POINT     PIC X(1).
         07 SR-HUNDREDTHS PIC 9(2).
      05 SR-SEP-1  PIC X(1).
      05 SR-RED    PIC 9(2).
      05 SR-SEP-2  PIC X(1).
      05 SR-AMBER  PIC 9(2).
   01 WS-SCORECARD-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.scorecard" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   PERFORM SET-SCORECARD-MONTHS
   INITIALIZE Scorecard-Values Scorecard-Work-Fields
   MOVE 'L' TO WS-PRIOR-SOURCE-SW
   PERFORM SCORE-AUDIT-TRAIL
   PERFORM SCORE-ALERTS
   PERFORM SCORE-INTAKE
   PERFORM SCORE-METRICS
   PERFORM SCORE-REJECT-RATES
   PERFORM LOAD-PRIOR-SCORECARD
   PERFORM JUDGE-FIGURES
   PERFORM WRITE-SCORECARD-REPORT
   IF Sandbox-Run
     DISPLAY "SANDBOX=Y - trial scorecards never go to the analytics"
         " team - no CSV row written"
   ELSE
     PERFORM WRITE-SCORECARD-CSV
   END-IF
   IF WS-RED-COUNT > 0
     MOVE 4 TO RETURN-CODE
     MOVE 'WARNING' TO WS-ALERT-SEVERITY
     MOVE SPACES TO WS-ALERT-MESSAGE
     STRING "KPI scorecard " WS-SC-MONTH(1) ": " WS-RED-COUNT
         " figures RED, " WS-AMBER-COUNT " AMBER"
         " - see day1scorecard.dat" DELIMITED BY SIZE
         INTO WS-ALERT-MESSAGE
     PERFORM WRITE-OPERATOR-ALERT
   END-IF
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.scorecard" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                     TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE           TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME           TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out                TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out                TO AUDIT-END-TIME
   STRING "scorecard " WS-SC-MONTH(1) " - " WS-RED-COUNT " red, "
       WS-AMBER-COUNT " amber" DELIMITED BY SIZE INTO AUDIT-RESULT
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

SET-SCORECARD-MONTHS.
    IF Parm-Scorecard-Month-Supplied
      MOVE PARM-SCORECARD-MONTH TO WS-SC-MONTH(1)
    ELSE
      MOVE WS-TS-Date-Out(1:7) TO WS-SC-MONTH(1)
    END-IF
    MOVE WS-SC-MONTH(1)(1:4) TO WS-SC-YEAR-N
    MOVE WS-SC-MONTH(1)(6:2) TO WS-SC-MM-N
    IF WS-SC-MM-N = 1
      SUBTRACT 1 FROM WS-SC-YEAR-N
      MOVE 12 TO WS-SC-MM-N
    ELSE
      SUBTRACT 1 FROM WS-SC-MM-N
    END-IF
    MOVE SPACES TO WS-SC-MONTH(2)
    STRING WS-SC-YEAR-N "-" WS-SC-MM-N DELIMITED BY SIZE
        INTO WS-SC-MONTH(2).

*> which scored month WS-SC-REC-MONTH falls in - 1, 2, or 0 for
*> neither.
FIND-RECORD-MONTH.
    MOVE 0 TO WS-SC-M
    IF WS-SC-REC-MONTH = WS-SC-MONTH(1)
      MOVE 1 TO WS-SC-M
    ELSE
      IF WS-SC-REC-MONTH = WS-SC-MONTH(2)
        MOVE 2 TO WS-SC-M
      END-IF
    END-IF.

*> a run identifier's date as a YYYY-MM month.
RUN-ID-MONTH.
    MOVE SPACES TO WS-SC-REC-MONTH
    STRING WS-SANDBOX-CHECK-ID(1:4) "-" WS-SANDBOX-CHECK-ID(5:2)
        DELIMITED BY SIZE INTO WS-SC-REC-MONTH
    PERFORM FIND-RECORD-MONTH.

SCORE-AUDIT-TRAIL.
    OPEN INPUT AUDIT-TRAIL
    IF WS-AUDIT-TRAIL-STATUS NOT = '00'
      DISPLAY "audittrail.dat not found or unreadable (status "
          WS-AUDIT-TRAIL-STATUS ") - no runs to score"
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ AUDIT-TRAIL
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE AUDIT-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          MOVE AUDIT-START-DATE(1:7) TO WS-SC-REC-MONTH
          PERFORM FIND-RECORD-MONTH
          IF WS-SC-M > 0
              AND NOT Sandbox-Record-Refused
              AND AUDIT-RESULT(1:12) NOT = "history lock"
              AND AUDIT-RESULT(1:11) NOT = "intake skip"
            PERFORM SCORE-ONE-AUDIT-RECORD
          END-IF
      END-READ
    END-PERFORM
    CLOSE AUDIT-TRAIL.

SCORE-ONE-AUDIT-RECORD.
    MOVE 0 TO FP-FOUND
    PERFORM VARYING FP-IX FROM 1 BY 1
        UNTIL FP-IX > 16 OR FP-FOUND > 0
      IF AUDIT-RESULT(1:FP-LENGTH(FP-IX))
          = FP-PHRASE(FP-IX)(1:FP-LENGTH(FP-IX))
        MOVE FP-IX TO FP-FOUND
      END-IF
    END-PERFORM
    IF FP-FOUND > 0
      ADD 1 TO SV-VALUE(SC-FAILED, WS-SC-M)
    ELSE
      ADD 1 TO SV-VALUE(SC-COMPLETED, WS-SC-M)
    END-IF
    EVALUATE AUDIT-PROGRAM-NAME
      WHEN "Advent-2016-Day-1.gate"
        IF AUDIT-RESULT(1:5) = "NO-GO"
          PERFORM COUNT-NOGO-NIGHT
        END-IF
      WHEN "Advent-2016-Day-1.recon"
        IF AUDIT-RESULT(1:23) = "reconciliation mismatch"
          ADD 1 TO SV-VALUE(SC-MISMATCH, WS-SC-M)
        END-IF
      WHEN "Advent-2016-Day-1.archive"
        IF AUDIT-RESULT(1:9) = "archived "
            AND AUDIT-RESULT(10:9) IS NUMERIC
          MOVE AUDIT-RESULT(10:9) TO WS-SC-ARCHIVED-N
          ADD WS-SC-ARCHIVED-N TO SV-VALUE(SC-ARCHIVED, WS-SC-M)
        END-IF
    END-EVALUATE.

COUNT-NOGO-NIGHT.
    MOVE 0 TO NG-FOUND
    PERFORM VARYING NG-IX FROM 1 BY 1
        UNTIL NG-IX > NG-COUNT OR NG-FOUND > 0
      IF NG-DATE(NG-IX) = AUDIT-START-DATE
        MOVE NG-IX TO NG-FOUND
      END-IF
    END-PERFORM
    IF NG-FOUND = 0 AND NG-COUNT < WS-MAX-NOGO-DATES
      ADD 1 TO NG-COUNT
      MOVE AUDIT-START-DATE TO NG-DATE(NG-COUNT)
      ADD 1 TO SV-VALUE(SC-NOGO, WS-SC-M)
    END-IF.

SCORE-ALERTS.
    OPEN INPUT ALERT-FILE
    IF WS-ALERT-FILE-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ ALERT-FILE
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE AL-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          MOVE AL-DATE(1:7) TO WS-SC-REC-MONTH
          PERFORM FIND-RECORD-MONTH
          IF WS-SC-M > 0 AND NOT Sandbox-Record-Refused
            IF AL-SEVERITY = 'CRITICAL'
              ADD 1 TO SV-VALUE(SC-CRITICAL, WS-SC-M)
            END-IF
            IF AL-SEVERITY = 'WARNING'
              ADD 1 TO SV-VALUE(SC-WARNING, WS-SC-M)
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE ALERT-FILE.

*> a fingerprint is one file however many programs walked it (see
*> INTKFD.cpy). It is received in the month it arrived, processed in
*> the month any program first walked it, and in a month's backlog
*> when it had arrived by the month's end but not yet been walked.
SCORE-INTAKE.
    OPEN INPUT INTAKE-REGISTRY
    IF WS-INTAKE-REGISTRY-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ INTAKE-REGISTRY
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          PERFORM NOTE-INTAKE-FINGERPRINT
      END-READ
    END-PERFORM
    CLOSE INTAKE-REGISTRY
    PERFORM VARYING IK-IX FROM 1 BY 1 UNTIL IK-IX > IK-COUNT
      PERFORM VARYING WS-SC-MX FROM 1 BY 1 UNTIL WS-SC-MX > 2
        IF IK-RECEIVED-DATE(IK-IX)(1:7) = WS-SC-MONTH(WS-SC-MX)
          ADD 1 TO SV-VALUE(SC-RECEIVED, WS-SC-MX)
        END-IF
        IF IK-FIRST-PROCESSED(IK-IX)(1:7) = WS-SC-MONTH(WS-SC-MX)
          ADD 1 TO SV-VALUE(SC-PROCESSED, WS-SC-MX)
        END-IF
        IF IK-RECEIVED-DATE(IK-IX)(1:7) <= WS-SC-MONTH(WS-SC-MX)
            AND (IK-FIRST-PROCESSED(IK-IX) = SPACES
              OR IK-FIRST-PROCESSED(IK-IX)(1:7)
                 > WS-SC-MONTH(WS-SC-MX))
          ADD 1 TO SV-VALUE(SC-BACKLOG, WS-SC-MX)
        END-IF
      END-PERFORM
    END-PERFORM.

NOTE-INTAKE-FINGERPRINT.
    MOVE 0 TO IK-FOUND
    PERFORM VARYING IK-IX FROM 1 BY 1
        UNTIL IK-IX > IK-COUNT OR IK-FOUND > 0
      IF IK-FP-COUNT(IK-IX) = IR-FP-COUNT
          AND IK-FP-CHECKSUM(IK-IX) = IR-FP-CHECKSUM
        MOVE IK-IX TO IK-FOUND
      END-IF
    END-PERFORM
    IF IK-FOUND = 0
      IF IK-COUNT >= WS-MAX-SC-INTAKE
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO IK-COUNT
      MOVE IK-COUNT TO IK-FOUND
      MOVE IR-FP-COUNT      TO IK-FP-COUNT(IK-FOUND)
      MOVE IR-FP-CHECKSUM   TO IK-FP-CHECKSUM(IK-FOUND)
      MOVE IR-RECEIVED-DATE TO IK-RECEIVED-DATE(IK-FOUND)
      MOVE SPACES           TO IK-FIRST-PROCESSED(IK-FOUND)
    END-IF
    IF IR-RECEIVED-DATE < IK-RECEIVED-DATE(IK-FOUND)
      MOVE IR-RECEIVED-DATE TO IK-RECEIVED-DATE(IK-FOUND)
    END-IF
    IF IR-STATUS = 'PROCESSED'
        AND (IK-FIRST-PROCESSED(IK-FOUND) = SPACES
          OR IR-PROCESSED-DATE < IK-FIRST-PROCESSED(IK-FOUND))
      MOVE IR-PROCESSED-DATE TO IK-FIRST-PROCESSED(IK-FOUND)
    END-IF.

SCORE-METRICS.
    OPEN INPUT METRICS-HISTORY
    IF WS-METRICS-HISTORY-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ METRICS-HISTORY
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE MT-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          MOVE MT-RUN-DATE(1:7) TO WS-SC-REC-MONTH
          PERFORM FIND-RECORD-MONTH
          IF WS-SC-M > 0 AND NOT Sandbox-Record-Refused
              AND MT-READ-HS IS NUMERIC AND MT-SPOTS-HS IS NUMERIC
              AND MT-CHECKPOINT-HS IS NUMERIC
              AND MT-GRID-HS IS NUMERIC
            ADD 1 TO WS-WALKS-MEASURED(WS-SC-M)
            ADD MT-READ-HS       TO SV-VALUE(SC-READ-HS, WS-SC-M)
            ADD MT-SPOTS-HS      TO SV-VALUE(SC-SPOTS-HS, WS-SC-M)
            ADD MT-CHECKPOINT-HS TO SV-VALUE(SC-CKPT-HS, WS-SC-M)
            ADD MT-GRID-HS       TO SV-VALUE(SC-GRID-HS, WS-SC-M)
          END-IF
      END-READ
    END-PERFORM
    CLOSE METRICS-HISTORY
    PERFORM VARYING WS-SC-MX FROM 1 BY 1 UNTIL WS-SC-MX > 2
      IF WS-WALKS-MEASURED(WS-SC-MX) > 0
        PERFORM VARYING SV-IX FROM SC-READ-HS BY 1
            UNTIL SV-IX > SC-GRID-HS
          COMPUTE SV-VALUE(SV-IX, WS-SC-MX) ROUNDED =
              SV-VALUE(SV-IX, WS-SC-MX) / WS-WALKS-MEASURED(WS-SC-MX)
          ADD SV-VALUE(SV-IX, WS-SC-MX)
              TO SV-VALUE(SC-WALK-HS, WS-SC-MX)
        END-PERFORM
      END-IF
    END-PERFORM.

*> records read per run come from the run's first result record - a
*> multi-leg run's records all carry the same whole-file count - and
*> each exception data record is one reject.
SCORE-REJECT-RATES.
    OPEN INPUT DAY1-RESULTS
    IF WS-DAY1-RESULTS-STATUS = '00'
      MOVE SPACE TO WS-EOF
      PERFORM UNTIL WS-EOF = 'Y'
        READ DAY1-RESULTS
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
            MOVE DR-RUN-ID TO WS-SANDBOX-CHECK-ID
            PERFORM CHECK-SANDBOX-RECORD
            IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
                AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
                AND NOT Sandbox-Record-Refused
                AND DR-RUN-ID NOT = WS-PREV-RUN-ID
              MOVE DR-RUN-ID TO WS-PREV-RUN-ID
              PERFORM RUN-ID-MONTH
              IF WS-SC-M > 0 AND DR-INPUT-RECORDS IS NUMERIC
                MOVE DR-DIRECTIONS-FILE TO WS-SC-FILE-NAME
                PERFORM FIND-REJECT-FILE
                IF RF-FOUND > 0
                  ADD DR-INPUT-RECORDS TO RF-INPUTS(RF-FOUND, WS-SC-M)
                END-IF
                ADD DR-INPUT-RECORDS TO WS-INPUTS-TOTAL(WS-SC-M)
              END-IF
            END-IF
        END-READ
      END-PERFORM
      CLOSE DAY1-RESULTS
    END-IF
    OPEN INPUT DAY1-EXCEPTIONS
    IF WS-DAY1-EXCEPTIONS-STATUS = '00'
      MOVE SPACE TO WS-EOF
      PERFORM UNTIL WS-EOF = 'Y'
        READ DAY1-EXCEPTIONS
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
            MOVE ER-RUN-ID TO WS-SANDBOX-CHECK-ID
            PERFORM CHECK-SANDBOX-RECORD
            IF ER-RUN-ID(1:3) NOT = 'HDR'
                AND ER-RUN-ID(1:3) NOT = 'TRL'
                AND NOT Sandbox-Record-Refused
              PERFORM RUN-ID-MONTH
              IF WS-SC-M > 0
                MOVE ER-DIRECTIONS-FILE TO WS-SC-FILE-NAME
                PERFORM FIND-REJECT-FILE
                IF RF-FOUND > 0
                  ADD 1 TO RF-REJECTS(RF-FOUND, WS-SC-M)
                END-IF
                ADD 1 TO WS-REJECTS-TOTAL(WS-SC-M)
              END-IF
            END-IF
        END-READ
      END-PERFORM
      CLOSE DAY1-EXCEPTIONS
    END-IF
    PERFORM VARYING WS-SC-MX FROM 1 BY 1 UNTIL WS-SC-MX > 2
      IF WS-INPUTS-TOTAL(WS-SC-MX) > 0
        COMPUTE SV-VALUE(SC-REJECT-PCT, WS-SC-MX) ROUNDED =
            WS-REJECTS-TOTAL(WS-SC-MX) * 100
            / WS-INPUTS-TOTAL(WS-SC-MX)
      END-IF
    END-PERFORM.

FIND-REJECT-FILE.
    MOVE 0 TO RF-FOUND
    PERFORM VARYING RF-IX FROM 1 BY 1
        UNTIL RF-IX > RF-COUNT OR RF-FOUND > 0
      IF RF-FILE(RF-IX) = WS-SC-FILE-NAME
        MOVE RF-IX TO RF-FOUND
      END-IF
    END-PERFORM
    IF RF-FOUND = 0
      IF RF-COUNT >= WS-MAX-SC-FILES
        ADD 1 TO RF-DROPPED
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO RF-COUNT
      MOVE RF-COUNT TO RF-FOUND
      MOVE WS-SC-FILE-NAME TO RF-FILE(RF-FOUND)
      MOVE 0 TO RF-REJECTS(RF-FOUND, 1) RF-REJECTS(RF-FOUND, 2)
          RF-INPUTS(RF-FOUND, 1) RF-INPUTS(RF-FOUND, 2)
    END-IF.

*> the prior month's own scorecard row, when it was scored - the
*> last row for the month wins, so a rerun corrects an earlier one.
LOAD-PRIOR-SCORECARD.
    OPEN INPUT SCORECARD-CSV
    IF WS-SCORECARD-CSV-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ SCORECARD-CSV INTO Scorecard-Csv-Row
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF SR-MONTH = WS-SC-MONTH(2)
              AND SR-WHOLE(SC-ARCHIVED) IS NUMERIC
              AND SR-HUNDREDTHS(SC-ARCHIVED) IS NUMERIC
            SET Prior-From-Scorecard TO TRUE
            MOVE SR-RUN-ID TO WS-PRIOR-RUN-ID
            PERFORM VARYING SV-IX FROM 1 BY 1
                UNTIL SV-IX > WS-SC-FIGURES
              COMPUTE SV-VALUE(SV-IX, 2) = SR-WHOLE(SV-IX)
                  + SR-HUNDREDTHS(SV-IX) / 100
            END-PERFORM
          END-IF
      END-READ
    END-PERFORM
    CLOSE SCORECARD-CSV.

JUDGE-FIGURES.
    PERFORM VARYING SV-IX FROM 1 BY 1 UNTIL SV-IX > WS-SC-FIGURES
      MOVE SPACES TO SV-STATUS(SV-IX)
      IF SF-LEVEL(SV-IX) > 0
        MOVE SF-LEVEL(SV-IX) TO WS-SC-LEVEL
        MOVE SV-VALUE(SV-IX, 1) TO WS-SC-JUDGED
        PERFORM JUDGE-ONE-FIGURE
        MOVE WS-SC-STATUS TO SV-STATUS(SV-IX)
        IF WS-SC-STATUS = 'RED'
          ADD 1 TO WS-RED-COUNT
        END-IF
        IF WS-SC-STATUS = 'AMBER'
          ADD 1 TO WS-AMBER-COUNT
        END-IF
      END-IF
    END-PERFORM.

*> WS-SC-JUDGED against the levels of Parm-Kpi-Level-Entry
*> WS-SC-LEVEL, leaving RED, AMBER, OK or - no level set - spaces.
JUDGE-ONE-FIGURE.
    MOVE SPACES TO WS-SC-STATUS
    IF Parm-Kpi-Red-Supplied(WS-SC-LEVEL)
        OR Parm-Kpi-Amber-Supplied(WS-SC-LEVEL)
      MOVE 'OK' TO WS-SC-STATUS
    END-IF
    IF Parm-Kpi-Amber-Supplied(WS-SC-LEVEL)
        AND WS-SC-JUDGED >= PARM-KPI-AMBER(WS-SC-LEVEL)
      MOVE 'AMBER' TO WS-SC-STATUS
    END-IF
    IF Parm-Kpi-Red-Supplied(WS-SC-LEVEL)
        AND WS-SC-JUDGED >= PARM-KPI-RED(WS-SC-LEVEL)
      MOVE 'RED' TO WS-SC-STATUS
    END-IF.

WRITE-SCORECARD-REPORT.
    OPEN EXTEND SCORECARD-REPORT
    IF WS-SCORECARD-REPORT-STATUS = '35'
      OPEN OUTPUT SCORECARD-REPORT
    END-IF
    MOVE SPACES TO WS-SCORECARD-LINE
    STRING "=== KPI scorecard " WS-SC-MONTH(1) " against "
        WS-SC-MONTH(2) " run " WS-RUN-ID " " WS-TS-Date-Out " "
        WS-TS-Time-Out " ===" DELIMITED BY SIZE
        INTO WS-SCORECARD-LINE
    PERFORM WRITE-SCORECARD-LINE
    MOVE SPACES TO WS-SCORECARD-LINE
    IF Prior-From-Scorecard
      STRING WS-SC-MONTH(2) " figures as scored by run "
          WS-PRIOR-RUN-ID " (day1scorecard.csv)"
          DELIMITED BY SIZE INTO WS-SCORECARD-LINE
    ELSE
      STRING WS-SC-MONTH(2) " was never scored - its figures are"
          " what live history still holds" DELIMITED BY SIZE
          INTO WS-SCORECARD-LINE
    END-IF
    PERFORM WRITE-SCORECARD-LINE
    MOVE SPACES TO Scorecard-Figure-Line
    MOVE "figure"       TO SL-LABEL
    MOVE WS-SC-MONTH(1) TO SL-THIS
    MOVE WS-SC-MONTH(2) TO SL-PRIOR
    MOVE "change"       TO SL-CHANGE
    MOVE "level"        TO SL-STATUS
    MOVE Scorecard-Figure-Line TO WS-SCORECARD-LINE
    PERFORM WRITE-SCORECARD-LINE
    PERFORM VARYING SV-IX FROM 1 BY 1 UNTIL SV-IX > WS-SC-FIGURES
      MOVE SF-LABEL(SV-IX) TO SL-LABEL
      IF SF-KIND(SV-IX) = 'P'
        MOVE SV-VALUE(SV-IX, 1) TO WS-PCT-OUT
        MOVE WS-PCT-OUT TO SL-THIS
        MOVE SV-VALUE(SV-IX, 2) TO WS-PCT-OUT
        MOVE WS-PCT-OUT TO SL-PRIOR
        COMPUTE WS-SC-CHANGE = SV-VALUE(SV-IX, 1) - SV-VALUE(SV-IX, 2)
        MOVE WS-SC-CHANGE TO WS-PCT-CHG-OUT
        MOVE WS-PCT-CHG-OUT TO SL-CHANGE
      ELSE
        MOVE SV-VALUE(SV-IX, 1) TO WS-COUNT-OUT
        MOVE WS-COUNT-OUT TO SL-THIS
        MOVE SV-VALUE(SV-IX, 2) TO WS-COUNT-OUT
        MOVE WS-COUNT-OUT TO SL-PRIOR
        COMPUTE WS-SC-CHANGE = SV-VALUE(SV-IX, 1) - SV-VALUE(SV-IX, 2)
        MOVE WS-SC-CHANGE TO WS-COUNT-CHG-OUT
        MOVE WS-COUNT-CHG-OUT TO SL-CHANGE
      END-IF
      MOVE SV-STATUS(SV-IX) TO SL-STATUS
      MOVE Scorecard-Figure-Line TO WS-SCORECARD-LINE
      PERFORM WRITE-SCORECARD-LINE
    END-PERFORM
    MOVE "--- reject rate per directions file (live history) ---"
        TO WS-SCORECARD-LINE
    PERFORM WRITE-SCORECARD-LINE
    IF RF-COUNT = 0
      MOVE "  no walker runs in either month" TO WS-SCORECARD-LINE
      PERFORM WRITE-SCORECARD-LINE
    END-IF
    PERFORM VARYING RF-IX FROM 1 BY 1 UNTIL RF-IX > RF-COUNT
      PERFORM WRITE-REJECT-FILE-LINE
    END-PERFORM
    IF RF-DROPPED > 0
      MOVE SPACES TO WS-SCORECARD-LINE
      STRING "more than " WS-MAX-SC-FILES " directions files - "
          RF-DROPPED " records for the rest counted in the totals"
          " only" DELIMITED BY SIZE INTO WS-SCORECARD-LINE
      PERFORM WRITE-SCORECARD-LINE
    END-IF
    MOVE SPACES TO WS-SCORECARD-LINE
    STRING "figures RED " WS-RED-COUNT "  AMBER " WS-AMBER-COUNT
        DELIMITED BY SIZE INTO WS-SCORECARD-LINE
    PERFORM WRITE-SCORECARD-LINE
    CLOSE SCORECARD-REPORT.

*> a file's rate is judged against the REJECT-PCT levels like the
*> overall rate, but its breaches are not counted twice - the
*> overall figure carries the month.
WRITE-REJECT-FILE-LINE.
    MOVE SPACES TO WS-SCORECARD-LINE
    STRING "  " RF-FILE(RF-IX) DELIMITED BY SPACE
        INTO WS-SCORECARD-LINE
    PERFORM WRITE-SCORECARD-LINE
    MOVE SPACES TO Scorecard-Figure-Line
    STRING "    rejects " RF-REJECTS(RF-IX, 1) " of "
        RF-INPUTS(RF-IX, 1) DELIMITED BY SIZE INTO SL-LABEL
    MOVE 0 TO WS-SC-RATE
    IF RF-INPUTS(RF-IX, 1) > 0
      COMPUTE WS-SC-RATE ROUNDED =
          RF-REJECTS(RF-IX, 1) * 100 / RF-INPUTS(RF-IX, 1)
    END-IF
    MOVE WS-SC-RATE TO WS-PCT-OUT
    MOVE WS-PCT-OUT TO SL-THIS
    MOVE WS-SC-RATE TO WS-SC-JUDGED
    MOVE 0 TO WS-SC-RATE
    IF RF-INPUTS(RF-IX, 2) > 0
      COMPUTE WS-SC-RATE ROUNDED =
          RF-REJECTS(RF-IX, 2) * 100 / RF-INPUTS(RF-IX, 2)
    END-IF
    MOVE WS-SC-RATE TO WS-PCT-OUT
    MOVE WS-PCT-OUT TO SL-PRIOR
    COMPUTE WS-SC-CHANGE = WS-SC-JUDGED - WS-SC-RATE
    MOVE WS-SC-CHANGE TO WS-PCT-CHG-OUT
    MOVE WS-PCT-CHG-OUT TO SL-CHANGE
    MOVE SF-LEVEL(SC-REJECT-PCT) TO WS-SC-LEVEL
    MOVE SPACES TO SL-STATUS
    IF RF-INPUTS(RF-IX, 1) > 0
      PERFORM JUDGE-ONE-FIGURE
      MOVE WS-SC-STATUS TO SL-STATUS
    END-IF
    MOVE Scorecard-Figure-Line TO WS-SCORECARD-LINE
    PERFORM WRITE-SCORECARD-LINE.

WRITE-SCORECARD-CSV.
    OPEN EXTEND SCORECARD-CSV
    IF WS-SCORECARD-CSV-STATUS = '35'
      OPEN OUTPUT SCORECARD-CSV
      MOVE "month,run_id,runs_completed,runs_failed,nogo_nights,"
          & "recon_mismatches,reject_pct,critical_alerts,"
          & "warning_alerts,intake_received,intake_processed,"
          & "intake_backlog,avg_read_hs,avg_spots_hs,"
          & "avg_checkpoint_hs,avg_grid_hs,avg_walk_hs,"
          & "records_archived,red_count,amber_count"
          TO SCORECARD-CSV-RECORD
      WRITE SCORECARD-CSV-RECORD
    END-IF
    MOVE WS-SC-MONTH(1) TO SR-MONTH
    MOVE ","            TO SR-SEP-0 SR-SEP-1 SR-SEP-2
    MOVE WS-RUN-ID      TO SR-RUN-ID
    PERFORM VARYING SV-IX FROM 1 BY 1 UNTIL SV-IX > WS-SC-FIGURES
      MOVE ","                TO SR-SEP(SV-IX)
      MOVE "."                TO SR-POINT(SV-IX)
      MOVE SV-VALUE(SV-IX, 1) TO SR-WHOLE(SV-IX)
      COMPUTE SR-HUNDREDTHS(SV-IX) =
          (SV-VALUE(SV-IX, 1) - SR-WHOLE(SV-IX)) * 100
    END-PERFORM
    MOVE WS-RED-COUNT   TO SR-RED
    MOVE WS-AMBER-COUNT TO SR-AMBER
    MOVE Scorecard-Csv-Row TO SCORECARD-CSV-RECORD
    WRITE SCORECARD-CSV-RECORD
    CLOSE SCORECARD-CSV.

WRITE-SCORECARD-LINE.
    DISPLAY WS-SCORECARD-LINE
    MOVE WS-SCORECARD-LINE TO SCORECARD-REPORT-RECORD
    WRITE SCORECARD-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
