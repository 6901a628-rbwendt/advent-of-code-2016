IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.packet".
AUTHOR. Ben Wendt.

*> morning review packet. Gathers the latest section of each report
*> the morning review reads - day1opsreport, day1alertdigest,
*> day1verify, day1xref, day1gate, day1recon, day1trend and
*> day1metreport - into one print-ready file, day1packet.dat,
*> replaced each time it runs. Page one is the cover:
*>   - overall GO or NO-GO for last night's batch: NO-GO when the
*>     gatekeeper's latest decision is NO-GO or was not made last
*>     night, when a step is still FAILED in day1stepstatus.dat, or
*>     when any CRITICAL alert has been raised since the batch date;
*>   - the CRITICAL and SECURITY alert counts (a SECURITY alert, an
*>     operator the authority file refused, is shown but does not
*>     make the batch NO-GO) and every failed step, with steps
*>     that failed and then completed on a rerun shown as such;
*>   - every report that is missing, or whose program has not run
*>     since the batch date (per audittrail.dat), called out by name;
*>   - a table of contents giving each section's first page.
*> Each report then starts on a new page behind a standard header
*> with the batch date, the print date and "page n of m"; a long
*> report runs on to continuation pages under the same header. Pages
*> are separated by a form feed ahead of the header.
*> "Last night's batch" is the latest date in day1stepstatus.dat. A
*> stale report is still printed, marked STALE in its header; a
*> missing one has no section. A NO-GO or any missing or stale
*> report ends the run with return code 4.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT PACKET-SOURCE ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PACKET-SOURCE-STATUS.
    SELECT PACKET-REPORT ASSIGN TO 'day1packet.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PACKET-REPORT-STATUS.
    SELECT STEP-STATUS ASSIGN TO 'day1stepstatus.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-STEP-STATUS-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   FD PACKET-SOURCE.
   01 PACKET-SOURCE-RECORD PIC X(250).

   FD PACKET-REPORT.
   01 PACKET-REPORT-RECORD PIC X(250).

*> the step-status record as day1stepctl writes it.
   FD STEP-STATUS.
   01 STEP-STATUS-RECORD.
      05 SS-DATE   PIC X(10).
      05 SS-SEP-0  PIC X(1).
      05 SS-STEP   PIC X(20).
      05 SS-SEP-1  PIC X(1).
      05 SS-RUN-ID PIC X(20).
      05 SS-SEP-2  PIC X(1).
      05 SS-RC     PIC 9(4).
      05 SS-SEP-3  PIC X(1).
      05 SS-STATUS PIC X(8).

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
   01 WS-PACKET-SOURCE-STATUS PIC X(2).
   01 WS-PACKET-REPORT-STATUS PIC X(2).
   01 WS-STEP-STATUS-STATUS   PIC X(2).
   01 WS-SOURCE-FILE-NAME     PIC X(100).
   01 WS-EOF PIC A(1).
*> the reports in packet order. H reports start each run with a
*> "=== " header line and the packet takes everything from the last
*> one; L reports write one line per run and the packet takes the
*> last line.
   01 Packet-Section-List.
      05 FILLER PIC X(20) VALUE 'day1opsreport.dat'.
      05 FILLER PIC X(30) VALUE 'Advent-2016-Day-1.opsreport'.
      05 FILLER PIC X(1)  VALUE 'H'.
      05 FILLER PIC X(30) VALUE 'operations summary'.
      05 FILLER PIC X(20) VALUE 'day1alertdigest.dat'.
      05 FILLER PIC X(30) VALUE 'Advent-2016-Day-1.alertdigest'.
      05 FILLER PIC X(1)  VALUE 'H'.
      05 FILLER PIC X(30) VALUE 'alert digest'.
      05 FILLER PIC X(20) VALUE 'day1verify.dat'.
      05 FILLER PIC X(30) VALUE 'Advent-2016-Day-1.verify'.
      05 FILLER PIC X(1)  VALUE 'H'.
      05 FILLER PIC X(30) VALUE 'history verification'.
      05 FILLER PIC X(20) VALUE 'day1xref.dat'.
      05 FILLER PIC X(30) VALUE 'Advent-2016-Day-1.xref'.
      05 FILLER PIC X(1)  VALUE 'H'.
      05 FILLER PIC X(30) VALUE 'cross-file check'.
      05 FILLER PIC X(20) VALUE 'day1gate.dat'.
      05 FILLER PIC X(30) VALUE 'Advent-2016-Day-1.gate'.
      05 FILLER PIC X(1)  VALUE 'L'.
      05 FILLER PIC X(30) VALUE 'reconciliation gate'.
      05 FILLER PIC X(20) VALUE 'day1recon.dat'.
      05 FILLER PIC X(30) VALUE 'Advent-2016-Day-1.recon'.
      05 FILLER PIC X(1)  VALUE 'L'.
      05 FILLER PIC X(30) VALUE 'reconciliation'.
      05 FILLER PIC X(20) VALUE 'day1trend.dat'.
      05 FILLER PIC X(30) VALUE 'Advent-2016-Day-1.trend'.
      05 FILLER PIC X(1)  VALUE 'H'.
      05 FILLER PIC X(30) VALUE 'run-over-run trend'.
      05 FILLER PIC X(20) VALUE 'day1metreport.dat'.
      05 FILLER PIC X(30) VALUE 'Advent-2016-Day-1.metreport'.
      05 FILLER PIC X(1)  VALUE 'H'.
      05 FILLER PIC X(30) VALUE 'phase metrics'.
   01 Packet-Section-Table REDEFINES Packet-Section-List.
      05 Packet-Section-Entry OCCURS 8 TIMES.
         07 PS-FILE    PIC X(20).
         07 PS-PROGRAM PIC X(30).
         07 PS-KIND    PIC X(1).
         07 PS-TITLE   PIC X(30).
   01 Packet-Section-State.
      05 Packet-State-Entry OCCURS 8 TIMES.
         07 PS-STATE-SW     PIC X(1).
             88 Section-Present VALUE 'P'.
             88 Section-Missing VALUE 'M'.
         07 PS-STALE-SW     PIC X(1).
             88 Section-Stale   VALUE 'Y'.
         07 PS-LAST-RUN-ID  PIC X(20).
         07 PS-LAST-RUN-DATE PIC X(10).
         07 PS-START-LINE   PIC 9(7).
         07 PS-LINE-COUNT   PIC 9(7).
         07 PS-FIRST-PAGE   PIC 9(4).
         07 PS-PAGE-COUNT   PIC 9(4).
      05 PS-IX PIC 9(1) VALUE 0.
*> last night's steps - the last record of each step on the batch
*> date decides its state.
   78 WS-MAX-PACKET-STEPS VALUE 50.
   01 Batch-Step-Table.
      05 Batch-Step-Entry OCCURS WS-MAX-PACKET-STEPS TIMES.
         07 BS-STEP        PIC X(20).
         07 BS-RUN-ID      PIC X(20).
         07 BS-RC          PIC 9(4).
         07 BS-STATUS      PIC X(8).
         07 BS-FAILED-RC   PIC 9(4).
         07 BS-FAILED-SW   PIC X(1).
             88 Step-Failed-Earlier VALUE 'Y'.
      05 BS-COUNT PIC 9(2) VALUE 0.
      05 BS-IX    PIC 9(2) VALUE 0.
      05 BS-FOUND PIC 9(2) VALUE 0.
   78 WS-PACKET-PAGE-LINES VALUE 60.
   78 WS-PACKET-BODY-LINES VALUE 56.
   01 Packet-Variables.
      05 WS-BATCH-DATE         PIC X(10) VALUE SPACES.
      05 WS-FAILED-STEPS       PIC 9(3) VALUE 0.
      05 WS-RECOVERED-STEPS    PIC 9(3) VALUE 0.
      05 WS-CRITICAL-COUNT     PIC 9(6) VALUE 0.
      05 WS-SECURITY-COUNT     PIC 9(6) VALUE 0.
      05 WS-MISSING-COUNT      PIC 9(1) VALUE 0.
      05 WS-STALE-COUNT        PIC 9(1) VALUE 0.
      05 WS-GATE-DECISION      PIC X(5) VALUE SPACES.
      05 WS-GO-SW              PIC X(1) VALUE 'Y'.
          88 Batch-Go          VALUE 'Y'.
          88 Batch-No-Go       VALUE 'N'.
      05 WS-LINE-NUMBER        PIC 9(7) VALUE 0.
      05 WS-PAGE-NUMBER        PIC 9(4) VALUE 0.
      05 WS-PAGE-TOTAL         PIC 9(4) VALUE 0.
      05 WS-PAGE-LINE          PIC 9(3) VALUE 0.
      05 WS-SECTION-NO         PIC 9(1) VALUE 0.
      05 WS-SECTION-TITLE      PIC X(120).
      05 WS-CONTINUED-SW       PIC X(1) VALUE 'N'.
          88 Page-Continued    VALUE 'Y'.
      05 WS-STATE-TEXT         PIC X(60).
   01 WS-PACKET-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.packet" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   PERFORM LOAD-BATCH-STEPS
   PERFORM FIND-LAST-REPORT-RUNS
   PERFORM COUNT-CRITICAL-ALERTS
   PERFORM MEASURE-REPORT-SECTIONS
   PERFORM DECIDE-GO-NO-GO
   OPEN OUTPUT PACKET-REPORT
   PERFORM WRITE-COVER-PAGE
   PERFORM VARYING PS-IX FROM 1 BY 1 UNTIL PS-IX > 8
     IF Section-Present(PS-IX)
       PERFORM COPY-REPORT-SECTION
     END-IF
   END-PERFORM
   CLOSE PACKET-REPORT
   IF Batch-No-Go OR WS-MISSING-COUNT > 0 OR WS-STALE-COUNT > 0
     MOVE 4 TO RETURN-CODE
   END-IF
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.packet" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                  TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE        TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME        TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out             TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out             TO AUDIT-END-TIME
   IF Batch-Go
     STRING "packet GO, " WS-PAGE-TOTAL " pages, " WS-MISSING-COUNT
         " missing " WS-STALE-COUNT " stale" DELIMITED BY SIZE
         INTO AUDIT-RESULT
   ELSE
     STRING "packet NO-GO, " WS-PAGE-TOTAL " pages, "
         WS-MISSING-COUNT " missing " WS-STALE-COUNT " stale"
         DELIMITED BY SIZE INTO AUDIT-RESULT
   END-IF
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

*> the batch date is the latest date on file; a step run more than
*> once that night is judged by its last record.
LOAD-BATCH-STEPS.
    OPEN INPUT STEP-STATUS
    IF WS-STEP-STATUS-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ STEP-STATUS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF SS-DATE > WS-BATCH-DATE
            MOVE SS-DATE TO WS-BATCH-DATE
          END-IF
      END-READ
    END-PERFORM
    CLOSE STEP-STATUS
    OPEN INPUT STEP-STATUS
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ STEP-STATUS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF SS-DATE = WS-BATCH-DATE
            PERFORM RECORD-BATCH-STEP
          END-IF
      END-READ
    END-PERFORM
    CLOSE STEP-STATUS
    PERFORM VARYING BS-IX FROM 1 BY 1 UNTIL BS-IX > BS-COUNT
      IF BS-STATUS(BS-IX) = 'FAILED'
        ADD 1 TO WS-FAILED-STEPS
      ELSE
        IF Step-Failed-Earlier(BS-IX)
          ADD 1 TO WS-RECOVERED-STEPS
        END-IF
      END-IF
    END-PERFORM.

RECORD-BATCH-STEP.
    MOVE 0 TO BS-FOUND
    PERFORM VARYING BS-IX FROM 1 BY 1 UNTIL BS-IX > BS-COUNT
      IF BS-STEP(BS-IX) = SS-STEP
        MOVE BS-IX TO BS-FOUND
      END-IF
    END-PERFORM
    IF BS-FOUND = 0
      IF BS-COUNT >= WS-MAX-PACKET-STEPS
        EXIT PARAGRAPH
      END-IF
      ADD 1 TO BS-COUNT
      MOVE BS-COUNT TO BS-FOUND
      MOVE SS-STEP TO BS-STEP(BS-FOUND)
      MOVE 'N' TO BS-FAILED-SW(BS-FOUND)
      MOVE 0 TO BS-FAILED-RC(BS-FOUND)
    END-IF
    MOVE SS-RUN-ID TO BS-RUN-ID(BS-FOUND)
    MOVE SS-RC     TO BS-RC(BS-FOUND)
    MOVE SS-STATUS TO BS-STATUS(BS-FOUND)
    IF SS-STATUS = 'FAILED'
      MOVE 'Y' TO BS-FAILED-SW(BS-FOUND)
      MOVE SS-RC TO BS-FAILED-RC(BS-FOUND)
    END-IF.

*> the last real run of each report's program - lock-activity and
*> intake-skip records are not runs (see day1opsreport).
FIND-LAST-REPORT-RUNS.
    PERFORM VARYING PS-IX FROM 1 BY 1 UNTIL PS-IX > 8
      MOVE SPACES TO PS-LAST-RUN-ID(PS-IX) PS-LAST-RUN-DATE(PS-IX)
    END-PERFORM
    OPEN INPUT AUDIT-TRAIL
    IF WS-AUDIT-TRAIL-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ AUDIT-TRAIL
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE AUDIT-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          IF AUDIT-START-DATE(1:4) IS NUMERIC
              AND NOT Sandbox-Record-Refused
              AND AUDIT-RESULT(1:12) NOT = "history lock"
              AND AUDIT-RESULT(1:11) NOT = "intake skip"
            PERFORM VARYING PS-IX FROM 1 BY 1 UNTIL PS-IX > 8
              IF AUDIT-PROGRAM-NAME = PS-PROGRAM(PS-IX)
                  AND AUDIT-RUN-ID > PS-LAST-RUN-ID(PS-IX)
                MOVE AUDIT-RUN-ID   TO PS-LAST-RUN-ID(PS-IX)
                MOVE AUDIT-END-DATE TO PS-LAST-RUN-DATE(PS-IX)
              END-IF
            END-PERFORM
          END-IF
      END-READ
    END-PERFORM
    CLOSE AUDIT-TRAIL.

COUNT-CRITICAL-ALERTS.
    IF WS-BATCH-DATE = SPACES
      EXIT PARAGRAPH
    END-IF
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
          IF AL-SEVERITY = 'CRITICAL' AND AL-DATE >= WS-BATCH-DATE
              AND NOT Sandbox-Record-Refused
            ADD 1 TO WS-CRITICAL-COUNT
          END-IF
          IF AL-SEVERITY = 'SECURITY' AND AL-DATE >= WS-BATCH-DATE
              AND NOT Sandbox-Record-Refused
            ADD 1 TO WS-SECURITY-COUNT
          END-IF
      END-READ
    END-PERFORM
    CLOSE ALERT-FILE.

*> first pass over each report: where its latest section starts and
*> how long it is, so the contents page can give page numbers before
*> anything is printed.
MEASURE-REPORT-SECTIONS.
    MOVE 1 TO WS-PAGE-TOTAL
    PERFORM VARYING PS-IX FROM 1 BY 1 UNTIL PS-IX > 8
      MOVE 'N' TO PS-STALE-SW(PS-IX)
      MOVE 0 TO PS-START-LINE(PS-IX) PS-LINE-COUNT(PS-IX)
          PS-FIRST-PAGE(PS-IX) PS-PAGE-COUNT(PS-IX)
      SET Section-Missing(PS-IX) TO TRUE
      MOVE PS-FILE(PS-IX) TO WS-SOURCE-FILE-NAME
      OPEN INPUT PACKET-SOURCE
      IF WS-PACKET-SOURCE-STATUS = '00'
        MOVE 0 TO WS-LINE-NUMBER
        MOVE SPACE TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
          READ PACKET-SOURCE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
              ADD 1 TO WS-LINE-NUMBER
              IF (PS-KIND(PS-IX) = 'H'
                    AND PACKET-SOURCE-RECORD(1:4) = "=== ")
                  OR (PS-KIND(PS-IX) = 'L'
                    AND PACKET-SOURCE-RECORD NOT = SPACES)
                MOVE WS-LINE-NUMBER TO PS-START-LINE(PS-IX)
              END-IF
          END-READ
        END-PERFORM
        CLOSE PACKET-SOURCE
        IF PS-START-LINE(PS-IX) > 0
          SET Section-Present(PS-IX) TO TRUE
          COMPUTE PS-LINE-COUNT(PS-IX) =
              WS-LINE-NUMBER - PS-START-LINE(PS-IX) + 1
          COMPUTE PS-PAGE-COUNT(PS-IX) =
              (PS-LINE-COUNT(PS-IX) + WS-PACKET-BODY-LINES - 1)
              / WS-PACKET-BODY-LINES
          COMPUTE PS-FIRST-PAGE(PS-IX) = WS-PAGE-TOTAL + 1
          ADD PS-PAGE-COUNT(PS-IX) TO WS-PAGE-TOTAL
        END-IF
      END-IF
      IF Section-Missing(PS-IX)
        ADD 1 TO WS-MISSING-COUNT
      ELSE
        IF PS-LAST-RUN-DATE(PS-IX) < WS-BATCH-DATE
          SET Section-Stale(PS-IX) TO TRUE
          ADD 1 TO WS-STALE-COUNT
        END-IF
      END-IF
    END-PERFORM.

*> the gatekeeper's decision is the first word of its last line.
DECIDE-GO-NO-GO.
    SET Batch-Go TO TRUE
    MOVE SPACES TO WS-GATE-DECISION
    IF Section-Present(5) AND NOT Section-Stale(5)
      MOVE PS-FILE(5) TO WS-SOURCE-FILE-NAME
      OPEN INPUT PACKET-SOURCE
      MOVE 0 TO WS-LINE-NUMBER
      MOVE SPACE TO WS-EOF
      PERFORM UNTIL WS-EOF = 'Y'
        READ PACKET-SOURCE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
            ADD 1 TO WS-LINE-NUMBER
            IF WS-LINE-NUMBER = PS-START-LINE(5)
              MOVE PACKET-SOURCE-RECORD(1:5) TO WS-GATE-DECISION
            END-IF
        END-READ
      END-PERFORM
      CLOSE PACKET-SOURCE
    END-IF
    IF WS-GATE-DECISION NOT = 'GO'
        OR WS-FAILED-STEPS > 0
        OR WS-CRITICAL-COUNT > 0
        OR WS-BATCH-DATE = SPACES
      SET Batch-No-Go TO TRUE
    END-IF.

WRITE-COVER-PAGE.
    MOVE 0 TO WS-SECTION-NO
    MOVE "cover page" TO WS-SECTION-TITLE
    MOVE 'N' TO WS-CONTINUED-SW
    PERFORM WRITE-PAGE-HEADER
    MOVE SPACES TO WS-PACKET-LINE
    IF Batch-Go
      STRING "overall status:  GO      batch of " WS-BATCH-DATE
          DELIMITED BY SIZE INTO WS-PACKET-LINE
    ELSE
      STRING "overall status:  NO-GO   batch of " WS-BATCH-DATE
          DELIMITED BY SIZE INTO WS-PACKET-LINE
    END-IF
    PERFORM WRITE-PACKET-LINE
    IF WS-BATCH-DATE = SPACES
      MOVE "  *** no step records in day1stepstatus.dat - last night's"
          & " batch cannot be confirmed" TO WS-PACKET-LINE
      PERFORM WRITE-PACKET-LINE
    END-IF
    MOVE SPACES TO WS-PACKET-LINE
    EVALUATE TRUE
      WHEN WS-GATE-DECISION = 'GO'
        MOVE "  gatekeeper decision: GO" TO WS-PACKET-LINE
      WHEN WS-GATE-DECISION = 'NO-GO'
        MOVE "  gatekeeper decision: NO-GO - see the reconciliation gate"
            & " section" TO WS-PACKET-LINE
      WHEN OTHER
        MOVE "  gatekeeper decision: *** none made since the batch date"
            TO WS-PACKET-LINE
    END-EVALUATE
    PERFORM WRITE-PACKET-LINE
    MOVE SPACES TO WS-PACKET-LINE
    STRING "  CRITICAL alerts since the batch date: " WS-CRITICAL-COUNT
        DELIMITED BY SIZE INTO WS-PACKET-LINE
    PERFORM WRITE-PACKET-LINE
    MOVE SPACES TO WS-PACKET-LINE
    STRING "  SECURITY alerts since the batch date: " WS-SECURITY-COUNT
        DELIMITED BY SIZE INTO WS-PACKET-LINE
    PERFORM WRITE-PACKET-LINE
    MOVE SPACES TO WS-PACKET-LINE
    STRING "  steps recorded: " BS-COUNT "   failed: " WS-FAILED-STEPS
        "   failed then completed on rerun: " WS-RECOVERED-STEPS
        DELIMITED BY SIZE INTO WS-PACKET-LINE
    PERFORM WRITE-PACKET-LINE
    PERFORM VARYING BS-IX FROM 1 BY 1 UNTIL BS-IX > BS-COUNT
      MOVE SPACES TO WS-PACKET-LINE
      IF BS-STATUS(BS-IX) = 'FAILED'
        STRING "    *** FAILED " BS-STEP(BS-IX) " rc " BS-RC(BS-IX)
            " recorded by run " BS-RUN-ID(BS-IX) DELIMITED BY SIZE
            INTO WS-PACKET-LINE
        PERFORM WRITE-PACKET-LINE
      ELSE
        IF Step-Failed-Earlier(BS-IX)
          STRING "        failed " BS-STEP(BS-IX) " rc "
              BS-FAILED-RC(BS-IX) ", completed on rerun "
              BS-RUN-ID(BS-IX) DELIMITED BY SIZE INTO WS-PACKET-LINE
          PERFORM WRITE-PACKET-LINE
        END-IF
      END-IF
    END-PERFORM
    MOVE SPACES TO WS-PACKET-LINE
    PERFORM WRITE-PACKET-LINE
    MOVE SPACES TO WS-PACKET-LINE
    STRING "reports missing: " WS-MISSING-COUNT "   stale: "
        WS-STALE-COUNT DELIMITED BY SIZE INTO WS-PACKET-LINE
    PERFORM WRITE-PACKET-LINE
    PERFORM VARYING PS-IX FROM 1 BY 1 UNTIL PS-IX > 8
      MOVE SPACES TO WS-PACKET-LINE
      IF Section-Missing(PS-IX)
        STRING "  *** " PS-FILE(PS-IX) " MISSING - not on file or "
            "empty, no section printed" DELIMITED BY SIZE
            INTO WS-PACKET-LINE
        PERFORM WRITE-PACKET-LINE
      END-IF
      IF Section-Stale(PS-IX)
        IF PS-LAST-RUN-ID(PS-IX) = SPACES
          STRING "  *** " PS-FILE(PS-IX) " STALE - no run of its "
              "program on the audit trail" DELIMITED BY SIZE
              INTO WS-PACKET-LINE
        ELSE
          STRING "  *** " PS-FILE(PS-IX) " STALE - last produced "
              PS-LAST-RUN-DATE(PS-IX) " by run " PS-LAST-RUN-ID(PS-IX)
              ", before the batch date" DELIMITED BY SIZE
              INTO WS-PACKET-LINE
        END-IF
        PERFORM WRITE-PACKET-LINE
      END-IF
    END-PERFORM
    MOVE SPACES TO WS-PACKET-LINE
    PERFORM WRITE-PACKET-LINE
    MOVE "contents" TO WS-PACKET-LINE
    PERFORM WRITE-PACKET-LINE
    PERFORM VARYING PS-IX FROM 1 BY 1 UNTIL PS-IX > 8
      MOVE SPACES TO WS-STATE-TEXT
      EVALUATE TRUE
        WHEN Section-Missing(PS-IX)
          MOVE "MISSING" TO WS-STATE-TEXT
        WHEN Section-Stale(PS-IX)
          STRING "page " PS-FIRST-PAGE(PS-IX) "  STALE" DELIMITED BY SIZE
              INTO WS-STATE-TEXT
        WHEN OTHER
          STRING "page " PS-FIRST-PAGE(PS-IX) DELIMITED BY SIZE
              INTO WS-STATE-TEXT
      END-EVALUATE
      MOVE SPACES TO WS-PACKET-LINE
      STRING "  " PS-IX "  " PS-TITLE(PS-IX) PS-FILE(PS-IX)
          WS-STATE-TEXT DELIMITED BY SIZE INTO WS-PACKET-LINE
      PERFORM WRITE-PACKET-LINE
    END-PERFORM.

*> second pass over one report: skip to its latest section and print
*> it, throwing a continuation page whenever the body fills.
COPY-REPORT-SECTION.
    MOVE PS-IX TO WS-SECTION-NO
    MOVE SPACES TO WS-SECTION-TITLE
    IF Section-Stale(PS-IX)
      STRING PS-TITLE(PS-IX) DELIMITED BY "  "
          " - " DELIMITED BY SIZE
          PS-FILE(PS-IX) DELIMITED BY SPACE
          "  *** STALE - not produced since the batch date ***"
          DELIMITED BY SIZE INTO WS-SECTION-TITLE
    ELSE
      STRING PS-TITLE(PS-IX) DELIMITED BY "  "
          " - " DELIMITED BY SIZE
          PS-FILE(PS-IX) DELIMITED BY SPACE
          INTO WS-SECTION-TITLE
    END-IF
    MOVE 'N' TO WS-CONTINUED-SW
    PERFORM WRITE-PAGE-HEADER
    MOVE PS-FILE(PS-IX) TO WS-SOURCE-FILE-NAME
    OPEN INPUT PACKET-SOURCE
    MOVE 0 TO WS-LINE-NUMBER
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ PACKET-SOURCE
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          ADD 1 TO WS-LINE-NUMBER
          IF WS-LINE-NUMBER >= PS-START-LINE(PS-IX)
            IF WS-PAGE-LINE >= WS-PACKET-PAGE-LINES
              SET Page-Continued TO TRUE
              PERFORM WRITE-PAGE-HEADER
            END-IF
            MOVE PACKET-SOURCE-RECORD TO WS-PACKET-LINE
            PERFORM WRITE-PACKET-LINE
          END-IF
      END-READ
    END-PERFORM
    CLOSE PACKET-SOURCE.

*> every page opens with the same four lines; from page two on a form
*> feed ahead of them throws the page on a printer.
WRITE-PAGE-HEADER.
    ADD 1 TO WS-PAGE-NUMBER
    IF WS-PAGE-NUMBER > 1
      MOVE SPACES TO PACKET-REPORT-RECORD
      WRITE PACKET-REPORT-RECORD BEFORE ADVANCING PAGE
    END-IF
    MOVE 0 TO WS-PAGE-LINE
    MOVE SPACES TO WS-PACKET-LINE
    STRING "morning review packet - batch of " WS-BATCH-DATE
        " - printed " WS-TS-Date-Out " " WS-TS-Time-Out
        " - run " WS-RUN-ID "        page " WS-PAGE-NUMBER " of "
        WS-PAGE-TOTAL DELIMITED BY SIZE
        INTO WS-PACKET-LINE
    PERFORM WRITE-PACKET-LINE
    MOVE SPACES TO WS-PACKET-LINE
    IF WS-SECTION-NO = 0
      MOVE WS-SECTION-TITLE TO WS-PACKET-LINE
    ELSE
      IF Page-Continued
        STRING "section " WS-SECTION-NO " of 8: " DELIMITED BY SIZE
            WS-SECTION-TITLE DELIMITED BY "     "
            " (continued)" DELIMITED BY SIZE INTO WS-PACKET-LINE
      ELSE
        STRING "section " WS-SECTION-NO " of 8: " DELIMITED BY SIZE
            WS-SECTION-TITLE DELIMITED BY "     "
            INTO WS-PACKET-LINE
      END-IF
    END-IF
    PERFORM WRITE-PACKET-LINE
    MOVE ALL '-' TO WS-PACKET-LINE(1:120)
    PERFORM WRITE-PACKET-LINE
    MOVE SPACES TO WS-PACKET-LINE
    PERFORM WRITE-PACKET-LINE.

WRITE-PACKET-LINE.
    ADD 1 TO WS-PAGE-LINE
    DISPLAY WS-PACKET-LINE
    MOVE WS-PACKET-LINE TO PACKET-REPORT-RECORD
    WRITE PACKET-REPORT-RECORD BEFORE ADVANCING 1 LINE.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
