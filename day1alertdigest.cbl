*> ALERTFD.cpy); this program rolls TODAY'S records up by severity
*> and program - counts first, so WARNING-level noise cannot bury the
*> one CRITICAL that matters - then lists every CRITICAL alert in
*> full, since those are the ones someone must act on today, and
*> every SECURITY alert (an operator the authority file refused, see
*> AUTHPROC.cpy) in full after them. Alerts from earlier dates stay
*> in the file for the archiver to trim but never re-enter the
*> digest: yesterday's CRITICAL must not trip every morning after the
*> morning it mattered. Output goes to day1alertdigest.dat and the
*> screen, and the job ends with RETURN-CODE 4 when any CRITICAL or
*> SECURITY alert is on file for the day so the schedule can surface
*> it. An empty or missing alert file is a quiet night and reports
*> as one.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    SELECT DIGEST-REPORT ASSIGN TO 'day1alertdigest.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DIGEST-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY PARMSEL.
      05 DG-GROUP-COUNT PIC 9(3) VALUE 0.
      05 DG-IX          PIC 9(3) VALUE 0.
      05 DG-FOUND       PIC 9(3) VALUE 0.
*> the CRITICALs and SECURITYs themselves, carried through for the
*> detail sections.
   78 WS-MAX-CRITICALS VALUE 500.
   01 Critical-Detail-Table.
      05 Critical-Entry OCCURS WS-MAX-CRITICALS TIMES.
         07 CR-SEVERITY PIC X(8).
         07 CR-PROGRAM PIC X(30).
         07 CR-RUN-ID  PIC X(20).
         07 CR-DATE    PIC X(10).
   01 Digest-Counters.
      05 WS-TOTAL-ALERTS    PIC 9(6) VALUE 0.
      05 WS-CRITICAL-TOTAL  PIC 9(6) VALUE 0.
      05 WS-SECURITY-TOTAL  PIC 9(6) VALUE 0.
      05 WS-WARNING-TOTAL   PIC 9(6) VALUE 0.
      05 WS-INFO-TOTAL      PIC 9(6) VALUE 0.
      05 WS-PRIOR-DAYS      PIC 9(6) VALUE 0.
   END-IF.
   PERFORM WRITE-DIGEST-REPORT
   CLOSE DIGEST-REPORT.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
       INTO AUDIT-RESULT
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   IF WS-CRITICAL-TOTAL > 0 OR WS-SECURITY-TOTAL > 0
     MOVE 4 TO RETURN-CODE
   END-IF.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

TALLY-ONE-ALERT.
    MOVE AL-RUN-ID TO WS-SANDBOX-CHECK-ID
    PERFORM CHECK-SANDBOX-RECORD
    IF Sandbox-Record-Refused
      EXIT PARAGRAPH
    END-IF
    IF AL-DATE NOT = WS-DIGEST-DATE
      ADD 1 TO WS-PRIOR-DAYS
      EXIT PARAGRAPH
    ADD 1 TO WS-TOTAL-ALERTS
    EVALUATE AL-SEVERITY
      WHEN 'CRITICAL' ADD 1 TO WS-CRITICAL-TOTAL
      WHEN 'SECURITY' ADD 1 TO WS-SECURITY-TOTAL
      WHEN 'WARNING'  ADD 1 TO WS-WARNING-TOTAL
      WHEN OTHER      ADD 1 TO WS-INFO-TOTAL
    END-EVALUATE
    IF DG-FOUND > 0
      ADD 1 TO DG-COUNT(DG-FOUND)
    END-IF
    IF (AL-SEVERITY = 'CRITICAL' OR AL-SEVERITY = 'SECURITY')
        AND CR-COUNT < WS-MAX-CRITICALS
      ADD 1 TO CR-COUNT
      MOVE AL-SEVERITY TO CR-SEVERITY(CR-COUNT)
      MOVE AL-PROGRAM TO CR-PROGRAM(CR-COUNT)
      MOVE AL-RUN-ID  TO CR-RUN-ID(CR-COUNT)
      MOVE AL-DATE    TO CR-DATE(CR-COUNT)
    MOVE SPACES TO WS-DIGEST-LINE
    STRING "=== alert digest run " WS-RUN-ID " for " WS-DIGEST-DATE
        " - " WS-TOTAL-ALERTS " alerts ("
        WS-CRITICAL-TOTAL " CRITICAL / " WS-SECURITY-TOTAL
        " SECURITY / " WS-WARNING-TOTAL
        " WARNING / " WS-INFO-TOTAL " INFO) ===" DELIMITED BY SIZE
        INTO WS-DIGEST-LINE
    PERFORM WRITE-DIGEST-LINE
        PERFORM WRITE-GROUP-LINE
      END-IF
    END-PERFORM
    PERFORM VARYING DG-IX FROM 1 BY 1 UNTIL DG-IX > DG-GROUP-COUNT
      IF DG-SEVERITY(DG-IX) = 'SECURITY'
        PERFORM WRITE-GROUP-LINE
      END-IF
    END-PERFORM
    PERFORM VARYING DG-IX FROM 1 BY 1 UNTIL DG-IX > DG-GROUP-COUNT
      IF DG-SEVERITY(DG-IX) = 'WARNING'
        PERFORM WRITE-GROUP-LINE
    END-PERFORM
    PERFORM VARYING DG-IX FROM 1 BY 1 UNTIL DG-IX > DG-GROUP-COUNT
      IF DG-SEVERITY(DG-IX) NOT = 'CRITICAL'
          AND DG-SEVERITY(DG-IX) NOT = 'SECURITY'
          AND DG-SEVERITY(DG-IX) NOT = 'WARNING'
        PERFORM WRITE-GROUP-LINE
      END-IF
    END-PERFORM
    IF WS-CRITICAL-TOTAL > 0
      MOVE "--- every CRITICAL in full ---" TO WS-DIGEST-LINE
      PERFORM WRITE-DIGEST-LINE
      PERFORM VARYING CR-IX FROM 1 BY 1 UNTIL CR-IX > CR-COUNT
        IF CR-SEVERITY(CR-IX) = 'CRITICAL'
          PERFORM WRITE-DETAIL-LINE
        END-IF
      END-PERFORM
    END-IF
    IF WS-SECURITY-TOTAL > 0
      MOVE "--- every SECURITY in full ---" TO WS-DIGEST-LINE
      PERFORM WRITE-DIGEST-LINE
      PERFORM VARYING CR-IX FROM 1 BY 1 UNTIL CR-IX > CR-COUNT
        IF CR-SEVERITY(CR-IX) = 'SECURITY'
          PERFORM WRITE-DETAIL-LINE
        END-IF
      END-PERFORM
    END-IF.

WRITE-DETAIL-LINE.
    MOVE SPACES TO WS-DIGEST-LINE
    STRING "  " CR-DATE(CR-IX) " " CR-TIME(CR-IX) " "
        CR-PROGRAM(CR-IX) " run " CR-RUN-ID(CR-IX) " - "
        CR-MESSAGE(CR-IX) DELIMITED BY SIZE
        INTO WS-DIGEST-LINE
    PERFORM WRITE-DIGEST-LINE.

WRITE-GROUP-LINE.
    MOVE SPACES TO WS-DIGEST-LINE
    STRING "  " DG-SEVERITY(DG-IX) " " DG-PROGRAM(DG-IX)
