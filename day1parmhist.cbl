IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.parmhist".
AUTHOR. Ben Wendt.

*> run-parameter change history. Reads the whole day1parmecho.dat
*> history - one "=== parameters for <program> run <run id> ===" line
*> per run followed by the KEYWORD = value settings that run accepted
*> from runparms.dat - and writes day1parmhist.dat in two parts:
*>   - every setting that changed between consecutive runs of the
*>     same program, with the old value, the new value and the run on
*>     either side; a setting that appears or disappears shows as
*>     "(not set)" on the side it is missing from;
*>   - every setting that differs between programs that ought to
*>     agree when they run on the same night - the walkers on
*>     DIRECTIONS-FILE, POI-FILE and ZONE-FILE, and recon, gate,
*>     review and extract on RECON-PROGRAM-A/B - with every run of
*>     that night and the value it used.
*> Changes and disagreements dated inside the PARMHIST-FROM-DATE to
*> PARMHIST-TO-DATE window (yesterday and today by default) are listed
*> first so they can be laid beside the day1trend flags; the rest of
*> the history follows. The walker modes all echo under the one name
*> Advent-2016-Day-1.walk, so a disagreement between them shows as
*> two runs of that name differing on the same night. Disagreements
*> inside the window end the run with return code 4 and a WARNING
*> alert. A sandbox run echoes to the sbx_ twin of the file, so a
*> sandbox-marked run found here is refused and reported like any
*> other trial record in production history.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT PARMHIST-REPORT ASSIGN TO 'day1parmhist.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PARMHIST-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   FD PARMHIST-REPORT.
   01 PARMHIST-REPORT-RECORD PIC X(250).

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
   01 WS-PARMHIST-REPORT-STATUS PIC X(2).
   01 WS-EOF PIC A(1).
*> the echo history is held here in file order, which is run order.
*> Each run points at its own slice of the settings table. When the
*> history outgrows either table the oldest runs are left out.
   78 WS-MAX-ECHO-RUNS     VALUE 5000.
   78 WS-MAX-ECHO-SETTINGS VALUE 60000.
   01 Echo-Run-Table.
      05 Echo-Run-Entry OCCURS WS-MAX-ECHO-RUNS TIMES.
         07 ER-PROGRAM     PIC X(30).
         07 ER-RUN-ID      PIC X(20).
         07 ER-RUN-DATE    PIC X(8).
         07 ER-FIRST-SET   PIC 9(6).
         07 ER-SET-COUNT   PIC 9(4).
         07 ER-GROUP       PIC 9(1).
      05 ER-COUNT PIC 9(5) VALUE 0.
      05 ER-IX    PIC 9(5) VALUE 0.
      05 ER-SCAN  PIC 9(5) VALUE 0.
      05 ER-PREV  PIC 9(5) VALUE 0.
      05 ER-FIRST PIC 9(5) VALUE 0.
   01 Echo-Setting-Table.
      05 Echo-Setting-Entry OCCURS WS-MAX-ECHO-SETTINGS TIMES.
         07 ES-KEYWORD PIC X(30).
         07 ES-VALUE   PIC X(100).
      05 ES-COUNT PIC 9(6) VALUE 0.
      05 ES-IX    PIC 9(6) VALUE 0.
      05 ES-SCAN  PIC 9(6) VALUE 0.
      05 ES-LAST  PIC 9(6) VALUE 0.
*> programs that ought to agree when they run on the same night, and
*> the settings they ought to agree on.
   01 Agreement-Member-List.
      05 FILLER PIC X(31) VALUE 'Advent-2016-Day-1.walk        1'.
      05 FILLER PIC X(31) VALUE 'Advent-2016-Day-1             1'.
      05 FILLER PIC X(31) VALUE 'Advent-2016-Day-1.b           1'.
      05 FILLER PIC X(31) VALUE 'Advent-2016-Day-1.c           1'.
      05 FILLER PIC X(31) VALUE 'Advent-2016-Day-1.recon       2'.
      05 FILLER PIC X(31) VALUE 'Advent-2016-Day-1.gate        2'.
      05 FILLER PIC X(31) VALUE 'Advent-2016-Day-1.review      2'.
      05 FILLER PIC X(31) VALUE 'Advent-2016-Day-1.extract     2'.
   01 Agreement-Member-Table REDEFINES Agreement-Member-List.
      05 Agreement-Member-Entry OCCURS 8 TIMES.
         07 AM-PROGRAM PIC X(30).
         07 AM-GROUP   PIC 9(1).
   01 Agreement-Setting-List.
      05 FILLER PIC X(41) VALUE '1walkers   DIRECTIONS-FILE'.
      05 FILLER PIC X(41) VALUE '1walkers   POI-FILE'.
      05 FILLER PIC X(41) VALUE '1walkers   ZONE-FILE'.
      05 FILLER PIC X(41) VALUE '2recon jobsRECON-PROGRAM-A'.
      05 FILLER PIC X(41) VALUE '2recon jobsRECON-PROGRAM-B'.
   01 Agreement-Setting-Table REDEFINES Agreement-Setting-List.
      05 Agreement-Setting-Entry OCCURS 5 TIMES.
         07 AS-GROUP      PIC 9(1).
         07 AS-GROUP-NAME PIC X(10).
         07 AS-KEYWORD    PIC X(30).
   01 Parmhist-Variables.
      05 AM-IX                 PIC 9(1) VALUE 0.
      05 AS-IX                 PIC 9(1) VALUE 0.
      05 WS-ECHO-LINE          PIC X(250).
      05 WS-ECHO-RUN-TOTAL     PIC 9(6) VALUE 0.
      05 WS-ECHO-SET-TOTAL     PIC 9(7) VALUE 0.
      05 WS-ECHO-SKIP-SW       PIC X(1) VALUE 'N'.
          88 Skipping-Echo-Run VALUE 'Y'.
      05 WS-ECHO-WORD          PIC X(10).
      05 WS-ECHO-PROGRAM       PIC X(30).
      05 WS-ECHO-RUN-ID        PIC X(20).
      05 WS-ECHO-REFUSED-SW    PIC X(1) VALUE 'N'.
          88 Echo-Run-Refused  VALUE 'Y'.
      05 WS-ECHO-PTR           PIC 9(3) VALUE 0.
      05 WS-ECHO-TALLY         PIC 9(3) VALUE 0.
      05 WS-DROPPED-RUNS       PIC 9(6) VALUE 0.
      05 WS-FIND-RUN           PIC 9(5) VALUE 0.
      05 WS-FIND-KEYWORD       PIC X(30).
      05 WS-FIND-VALUE         PIC X(100).
      05 WS-FIND-SW            PIC X(1) VALUE 'N'.
          88 Setting-Found     VALUE 'Y'.
      05 WS-OLD-VALUE          PIC X(100).
      05 WS-NEW-VALUE          PIC X(100).
      05 WS-FIRST-VALUE        PIC X(100).
      05 WS-CHANGE-KEYWORD     PIC X(30).
      05 WS-WINDOW-PASS-SW     PIC X(1) VALUE 'I'.
          88 Listing-In-Window VALUE 'I'.
          88 Listing-Outside   VALUE 'O'.
      05 WS-IN-WINDOW-SW       PIC X(1) VALUE 'N'.
          88 Run-In-Window     VALUE 'Y'.
      05 WS-DIFFER-SW          PIC X(1) VALUE 'N'.
          88 Night-Disagrees   VALUE 'Y'.
      05 WS-PASS-COUNT         PIC 9(6) VALUE 0.
      05 WS-CHANGES-IN-WINDOW  PIC 9(6) VALUE 0.
      05 WS-CHANGES-OUTSIDE    PIC 9(6) VALUE 0.
      05 WS-DISAGREE-IN-WINDOW PIC 9(6) VALUE 0.
      05 WS-DISAGREE-OUTSIDE   PIC 9(6) VALUE 0.
      05 WS-TODAY-N            PIC 9(8) VALUE 0.
      05 WS-DAY-INT            PIC 9(8) VALUE 0.
      05 WS-DAY-N              PIC 9(8) VALUE 0.
      05 WS-WINDOW-FROM        PIC X(8).
      05 WS-WINDOW-TO          PIC X(8).
      05 WS-WINDOW-FROM-ISO    PIC X(10).
      05 WS-WINDOW-TO-ISO      PIC X(10).
      05 WS-SHOW-DATE          PIC X(10).
   01 WS-PARMHIST-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.parmhist" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   PERFORM SET-CHANGE-WINDOW
   PERFORM LOAD-ECHO-HISTORY
   IF WS-PARM-ECHO-STATUS NOT = '00'
     DISPLAY WS-PARM-ECHO-NAME " not found or unreadable (status "
         WS-PARM-ECHO-STATUS ") - no parameter history to report"
     MOVE 8 TO RETURN-CODE
   ELSE
     OPEN EXTEND PARMHIST-REPORT
     IF WS-PARMHIST-REPORT-STATUS = '35'
       OPEN OUTPUT PARMHIST-REPORT
     END-IF
     MOVE SPACES TO WS-PARMHIST-LINE
     STRING "=== parameter change history run " WS-RUN-ID " "
         WS-TS-Date-Out " " WS-TS-Time-Out " ===" DELIMITED BY SIZE
         INTO WS-PARMHIST-LINE
     PERFORM WRITE-PARMHIST-LINE
     MOVE SPACES TO WS-PARMHIST-LINE
     STRING "runs in history " ER-COUNT "  settings " ES-COUNT
         "  window " WS-WINDOW-FROM-ISO " to " WS-WINDOW-TO-ISO
         DELIMITED BY SIZE INTO WS-PARMHIST-LINE
     PERFORM WRITE-PARMHIST-LINE
     IF WS-DROPPED-RUNS > 0
       MOVE SPACES TO WS-PARMHIST-LINE
       STRING "history larger than " WS-MAX-ECHO-RUNS " runs or "
           WS-MAX-ECHO-SETTINGS " settings - " WS-DROPPED-RUNS
           " oldest runs not reported" DELIMITED BY SIZE
           INTO WS-PARMHIST-LINE
       PERFORM WRITE-PARMHIST-LINE
     END-IF
     SET Listing-In-Window TO TRUE
     PERFORM LIST-SETTING-CHANGES
     SET Listing-Outside TO TRUE
     PERFORM LIST-SETTING-CHANGES
     SET Listing-In-Window TO TRUE
     PERFORM LIST-DISAGREEMENTS
     SET Listing-Outside TO TRUE
     PERFORM LIST-DISAGREEMENTS
     MOVE SPACES TO WS-PARMHIST-LINE
     STRING "changes: " WS-CHANGES-IN-WINDOW " in window, "
         WS-CHANGES-OUTSIDE " earlier/later;  disagreements: "
         WS-DISAGREE-IN-WINDOW " in window, " WS-DISAGREE-OUTSIDE
         " earlier/later" DELIMITED BY SIZE INTO WS-PARMHIST-LINE
     PERFORM WRITE-PARMHIST-LINE
     CLOSE PARMHIST-REPORT
     IF WS-DISAGREE-IN-WINDOW > 0
       MOVE 4 TO RETURN-CODE
       MOVE 'WARNING' TO WS-ALERT-SEVERITY
       MOVE SPACES TO WS-ALERT-MESSAGE
       STRING WS-DISAGREE-IN-WINDOW " settings differ between programs"
           " that should agree, " WS-WINDOW-FROM-ISO " to "
           WS-WINDOW-TO-ISO " - see day1parmhist.dat" DELIMITED BY SIZE
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
   MOVE "Advent-2016-Day-1.parmhist" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                    TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE          TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME          TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out               TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out               TO AUDIT-END-TIME
   STRING "runs " ER-COUNT ", changes " WS-CHANGES-IN-WINDOW
       " in window, disagreements " WS-DISAGREE-IN-WINDOW
       DELIMITED BY SIZE INTO AUDIT-RESULT
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

*> the window is held as YYYYMMDD so it compares directly with the
*> date at the front of a run id.
SET-CHANGE-WINDOW.
    MOVE WS-Timestamp-Raw(1:8) TO WS-TODAY-N
    COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-N) - 1
    COMPUTE WS-DAY-N = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
    MOVE WS-DAY-N TO WS-WINDOW-FROM
    MOVE WS-Timestamp-Raw(1:8) TO WS-WINDOW-TO
    IF Parm-Parmhist-From-Supplied
      STRING PARM-PARMHIST-FROM(1:4) PARM-PARMHIST-FROM(6:2)
          PARM-PARMHIST-FROM(9:2) DELIMITED BY SIZE
          INTO WS-WINDOW-FROM
    END-IF
    IF Parm-Parmhist-To-Supplied
      STRING PARM-PARMHIST-TO(1:4) PARM-PARMHIST-TO(6:2)
          PARM-PARMHIST-TO(9:2) DELIMITED BY SIZE
          INTO WS-WINDOW-TO
    END-IF
    STRING WS-WINDOW-FROM(1:4) "-" WS-WINDOW-FROM(5:2) "-"
        WS-WINDOW-FROM(7:2) DELIMITED BY SIZE INTO WS-WINDOW-FROM-ISO
    STRING WS-WINDOW-TO(1:4) "-" WS-WINDOW-TO(5:2) "-"
        WS-WINDOW-TO(7:2) DELIMITED BY SIZE INTO WS-WINDOW-TO-ISO.

*> two passes: the first counts runs and settings so the second knows
*> how many of the oldest runs it has to leave out to fit the tables.
*> A sandbox-marked run and its settings are passed over in both, so
*> a trial run never shows as a production change; the refusals are
*> counted on the second pass only.
LOAD-ECHO-HISTORY.
    OPEN INPUT PARM-ECHO
    IF WS-PARM-ECHO-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ PARM-ECHO
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE PARM-ECHO-RECORD TO WS-ECHO-LINE
          IF WS-ECHO-LINE(1:19) = "=== parameters for "
            PERFORM JUDGE-ECHO-RUN
            IF NOT Echo-Run-Refused
              ADD 1 TO WS-ECHO-RUN-TOTAL
            END-IF
          ELSE
            IF WS-ECHO-LINE NOT = SPACES AND NOT Echo-Run-Refused
              ADD 1 TO WS-ECHO-SET-TOTAL
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE PARM-ECHO
    MOVE 0 TO WS-SANDBOX-REFUSED
    MOVE 'N' TO WS-ECHO-REFUSED-SW
    OPEN INPUT PARM-ECHO
    MOVE SPACE TO WS-EOF
    MOVE 'Y' TO WS-ECHO-SKIP-SW
    PERFORM UNTIL WS-EOF = 'Y'
      READ PARM-ECHO
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE PARM-ECHO-RECORD TO WS-ECHO-LINE
          IF WS-ECHO-LINE(1:19) = "=== parameters for "
            PERFORM JUDGE-ECHO-RUN
            IF NOT Echo-Run-Refused
              PERFORM ADD-ECHO-RUN
            END-IF
          ELSE
            IF WS-ECHO-LINE NOT = SPACES AND NOT Echo-Run-Refused
              PERFORM ADD-ECHO-SETTING
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE PARM-ECHO
    MOVE '00' TO WS-PARM-ECHO-STATUS.

*> the run identifier from a "=== parameters for" line, checked
*> against the sandbox mark.
JUDGE-ECHO-RUN.
    MOVE SPACES TO WS-ECHO-PROGRAM WS-ECHO-WORD WS-ECHO-RUN-ID
    UNSTRING WS-ECHO-LINE(20:) DELIMITED BY ALL SPACE
        INTO WS-ECHO-PROGRAM WS-ECHO-WORD WS-ECHO-RUN-ID
    END-UNSTRING
    MOVE WS-ECHO-RUN-ID TO WS-SANDBOX-CHECK-ID
    PERFORM CHECK-SANDBOX-RECORD
    MOVE WS-SANDBOX-RECORD-SW TO WS-ECHO-REFUSED-SW.

ADD-ECHO-RUN.
    IF WS-ECHO-RUN-TOTAL > WS-MAX-ECHO-RUNS
        OR WS-ECHO-SET-TOTAL > WS-MAX-ECHO-SETTINGS
      SET Skipping-Echo-Run TO TRUE
      ADD 1 TO WS-DROPPED-RUNS
      SUBTRACT 1 FROM WS-ECHO-RUN-TOTAL
      EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-ECHO-SKIP-SW
    ADD 1 TO ER-COUNT
    MOVE SPACES TO ER-PROGRAM(ER-COUNT) WS-ECHO-WORD
        ER-RUN-ID(ER-COUNT)
    UNSTRING WS-ECHO-LINE(20:) DELIMITED BY ALL SPACE
        INTO ER-PROGRAM(ER-COUNT) WS-ECHO-WORD ER-RUN-ID(ER-COUNT)
    END-UNSTRING
    MOVE ER-RUN-ID(ER-COUNT)(1:8) TO ER-RUN-DATE(ER-COUNT)
    COMPUTE ER-FIRST-SET(ER-COUNT) = ES-COUNT + 1
    MOVE 0 TO ER-SET-COUNT(ER-COUNT)
    MOVE 0 TO ER-GROUP(ER-COUNT)
    PERFORM VARYING AM-IX FROM 1 BY 1 UNTIL AM-IX > 8
      IF ER-PROGRAM(ER-COUNT) = AM-PROGRAM(AM-IX)
        MOVE AM-GROUP(AM-IX) TO ER-GROUP(ER-COUNT)
      END-IF
    END-PERFORM.

*> a setting line is "KEYWORD = value"; anything else, and anything
*> belonging to a run left out for capacity, is passed over.
ADD-ECHO-SETTING.
    IF Skipping-Echo-Run
      SUBTRACT 1 FROM WS-ECHO-SET-TOTAL
      EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-ECHO-TALLY
    INSPECT WS-ECHO-LINE TALLYING WS-ECHO-TALLY FOR ALL " = "
    IF WS-ECHO-TALLY = 0
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO ES-COUNT
    ADD 1 TO ER-SET-COUNT(ER-COUNT)
    MOVE SPACES TO ES-KEYWORD(ES-COUNT) ES-VALUE(ES-COUNT)
    MOVE 1 TO WS-ECHO-PTR
    UNSTRING WS-ECHO-LINE DELIMITED BY " = "
        INTO ES-KEYWORD(ES-COUNT) WITH POINTER WS-ECHO-PTR
    END-UNSTRING
    MOVE WS-ECHO-LINE(WS-ECHO-PTR:) TO ES-VALUE(ES-COUNT).

*> one pass over the runs for the window, another for the rest. Each
*> run is set against the previous run of the same program: changed
*> and new settings first, then settings that were dropped.
LIST-SETTING-CHANGES.
    MOVE 0 TO WS-PASS-COUNT
    MOVE SPACES TO WS-PARMHIST-LINE
    IF Listing-In-Window
      STRING "--- setting changes between runs, " WS-WINDOW-FROM-ISO
          " to " WS-WINDOW-TO-ISO " ---" DELIMITED BY SIZE
          INTO WS-PARMHIST-LINE
    ELSE
      MOVE "--- setting changes between runs, outside the window ---"
          TO WS-PARMHIST-LINE
    END-IF
    PERFORM WRITE-PARMHIST-LINE
    PERFORM VARYING ER-IX FROM 1 BY 1 UNTIL ER-IX > ER-COUNT
      PERFORM CHECK-RUN-IN-WINDOW
      IF (Listing-In-Window AND Run-In-Window)
          OR (Listing-Outside AND NOT Run-In-Window)
        PERFORM COMPARE-WITH-PREVIOUS-RUN
      END-IF
    END-PERFORM
    IF WS-PASS-COUNT = 0
      MOVE "  none" TO WS-PARMHIST-LINE
      PERFORM WRITE-PARMHIST-LINE
    END-IF
    IF Listing-In-Window
      MOVE WS-PASS-COUNT TO WS-CHANGES-IN-WINDOW
    ELSE
      MOVE WS-PASS-COUNT TO WS-CHANGES-OUTSIDE
    END-IF.

CHECK-RUN-IN-WINDOW.
    MOVE 'N' TO WS-IN-WINDOW-SW
    IF ER-RUN-DATE(ER-IX) >= WS-WINDOW-FROM
        AND ER-RUN-DATE(ER-IX) <= WS-WINDOW-TO
      SET Run-In-Window TO TRUE
    END-IF.

COMPARE-WITH-PREVIOUS-RUN.
    MOVE 0 TO ER-PREV
    IF ER-IX > 1
      PERFORM VARYING ER-SCAN FROM ER-IX BY -1 UNTIL ER-SCAN = 1
          OR ER-PREV > 0
        IF ER-PROGRAM(ER-SCAN - 1) = ER-PROGRAM(ER-IX)
          COMPUTE ER-PREV = ER-SCAN - 1
        END-IF
      END-PERFORM
    END-IF
    IF ER-PREV = 0
      EXIT PARAGRAPH
    END-IF
    COMPUTE ES-LAST = ER-FIRST-SET(ER-IX) + ER-SET-COUNT(ER-IX) - 1
    PERFORM VARYING ES-IX FROM ER-FIRST-SET(ER-IX) BY 1
        UNTIL ES-IX > ES-LAST
      MOVE ES-KEYWORD(ES-IX) TO WS-FIND-KEYWORD
      MOVE ER-IX TO WS-FIND-RUN
      PERFORM FIND-RUN-SETTING
*>    a keyword given twice in one run counts once, at its last value
      IF ES-SCAN = ES-IX
        MOVE WS-FIND-VALUE TO WS-NEW-VALUE
        MOVE ER-PREV TO WS-FIND-RUN
        PERFORM FIND-RUN-SETTING
        IF NOT Setting-Found
          MOVE "(not set)" TO WS-FIND-VALUE
        END-IF
        IF WS-FIND-VALUE NOT = WS-NEW-VALUE
          MOVE WS-FIND-VALUE TO WS-OLD-VALUE
          MOVE ES-KEYWORD(ES-IX) TO WS-CHANGE-KEYWORD
          PERFORM WRITE-CHANGE-LINES
        END-IF
      END-IF
    END-PERFORM
    COMPUTE ES-LAST = ER-FIRST-SET(ER-PREV) + ER-SET-COUNT(ER-PREV) - 1
    PERFORM VARYING ES-IX FROM ER-FIRST-SET(ER-PREV) BY 1
        UNTIL ES-IX > ES-LAST
      MOVE ES-KEYWORD(ES-IX) TO WS-FIND-KEYWORD
      MOVE ER-PREV TO WS-FIND-RUN
      PERFORM FIND-RUN-SETTING
      IF ES-SCAN = ES-IX
        MOVE WS-FIND-VALUE TO WS-OLD-VALUE
        MOVE ER-IX TO WS-FIND-RUN
        PERFORM FIND-RUN-SETTING
        IF NOT Setting-Found
          MOVE "(not set)" TO WS-NEW-VALUE
          MOVE ES-KEYWORD(ES-IX) TO WS-CHANGE-KEYWORD
          PERFORM WRITE-CHANGE-LINES
        END-IF
      END-IF
    END-PERFORM.

*> the last value WS-FIND-KEYWORD was given in run WS-FIND-RUN; ES-SCAN
*> is left on the setting it came from. ES-LAST is not touched.
FIND-RUN-SETTING.
    MOVE 'N' TO WS-FIND-SW
    MOVE SPACES TO WS-FIND-VALUE
    MOVE 0 TO ES-SCAN
    IF ER-SET-COUNT(WS-FIND-RUN) = 0
      EXIT PARAGRAPH
    END-IF
    COMPUTE ES-SCAN =
        ER-FIRST-SET(WS-FIND-RUN) + ER-SET-COUNT(WS-FIND-RUN) - 1
    PERFORM UNTIL Setting-Found
        OR ES-SCAN < ER-FIRST-SET(WS-FIND-RUN)
      IF ES-KEYWORD(ES-SCAN) = WS-FIND-KEYWORD
        SET Setting-Found TO TRUE
        MOVE ES-VALUE(ES-SCAN) TO WS-FIND-VALUE
      ELSE
        SUBTRACT 1 FROM ES-SCAN
      END-IF
    END-PERFORM.

WRITE-CHANGE-LINES.
    ADD 1 TO WS-PASS-COUNT
    MOVE ER-RUN-DATE(ER-IX) TO WS-ECHO-LINE
    PERFORM FORMAT-SHOW-DATE
    MOVE SPACES TO WS-PARMHIST-LINE
    STRING "  " WS-SHOW-DATE " " DELIMITED BY SIZE
        ER-PROGRAM(ER-IX) DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        WS-CHANGE-KEYWORD DELIMITED BY SPACE
        INTO WS-PARMHIST-LINE
    PERFORM WRITE-PARMHIST-LINE
    MOVE SPACES TO WS-PARMHIST-LINE
    STRING "      was " DELIMITED BY SIZE
        WS-OLD-VALUE DELIMITED BY "  "
        "  (run " ER-RUN-ID(ER-PREV) ")" DELIMITED BY SIZE
        INTO WS-PARMHIST-LINE
    PERFORM WRITE-PARMHIST-LINE
    MOVE SPACES TO WS-PARMHIST-LINE
    STRING "      now " DELIMITED BY SIZE
        WS-NEW-VALUE DELIMITED BY "  "
        "  (run " ER-RUN-ID(ER-IX) ")" DELIMITED BY SIZE
        INTO WS-PARMHIST-LINE
    PERFORM WRITE-PARMHIST-LINE.

*> WS-ECHO-LINE(1:8) holds a YYYYMMDD date; WS-SHOW-DATE gets it as
*> YYYY-MM-DD.
FORMAT-SHOW-DATE.
    MOVE SPACES TO WS-SHOW-DATE
    STRING WS-ECHO-LINE(1:4) "-" WS-ECHO-LINE(5:2) "-"
        WS-ECHO-LINE(7:2) DELIMITED BY SIZE INTO WS-SHOW-DATE.

*> the first run of an agreement group on a night sets the value the
*> rest of that night's group is held to; when any of them differs,
*> every run of the group that night is listed with its value.
LIST-DISAGREEMENTS.
    MOVE 0 TO WS-PASS-COUNT
    MOVE SPACES TO WS-PARMHIST-LINE
    IF Listing-In-Window
      STRING "--- settings that differ between programs on the same"
          " night, " WS-WINDOW-FROM-ISO " to " WS-WINDOW-TO-ISO " ---"
          DELIMITED BY SIZE INTO WS-PARMHIST-LINE
    ELSE
      MOVE "--- settings that differ between programs on the same "
          & "night, outside the window ---" TO WS-PARMHIST-LINE
    END-IF
    PERFORM WRITE-PARMHIST-LINE
    PERFORM VARYING ER-IX FROM 1 BY 1 UNTIL ER-IX > ER-COUNT
      IF ER-GROUP(ER-IX) > 0
        PERFORM CHECK-RUN-IN-WINDOW
        IF (Listing-In-Window AND Run-In-Window)
            OR (Listing-Outside AND NOT Run-In-Window)
          PERFORM CHECK-FIRST-OF-NIGHT
          IF ER-FIRST = ER-IX
            PERFORM VARYING AS-IX FROM 1 BY 1 UNTIL AS-IX > 5
              IF AS-GROUP(AS-IX) = ER-GROUP(ER-IX)
                PERFORM CHECK-NIGHT-AGREEMENT
              END-IF
            END-PERFORM
          END-IF
        END-IF
      END-IF
    END-PERFORM
    IF WS-PASS-COUNT = 0
      MOVE "  none" TO WS-PARMHIST-LINE
      PERFORM WRITE-PARMHIST-LINE
    END-IF
    IF Listing-In-Window
      MOVE WS-PASS-COUNT TO WS-DISAGREE-IN-WINDOW
    ELSE
      MOVE WS-PASS-COUNT TO WS-DISAGREE-OUTSIDE
    END-IF.

*> ER-FIRST = the earliest run of ER-IX's group on ER-IX's night.
CHECK-FIRST-OF-NIGHT.
    MOVE ER-IX TO ER-FIRST
    IF ER-IX > 1
      PERFORM VARYING ER-SCAN FROM ER-IX BY -1 UNTIL ER-SCAN = 1
          OR ER-RUN-DATE(ER-SCAN - 1) NOT = ER-RUN-DATE(ER-IX)
        IF ER-GROUP(ER-SCAN - 1) = ER-GROUP(ER-IX)
          COMPUTE ER-FIRST = ER-SCAN - 1
        END-IF
      END-PERFORM
    END-IF.

CHECK-NIGHT-AGREEMENT.
    MOVE AS-KEYWORD(AS-IX) TO WS-FIND-KEYWORD
    MOVE ER-IX TO WS-FIND-RUN
    PERFORM FIND-RUN-SETTING
    MOVE WS-FIND-VALUE TO WS-FIRST-VALUE
    MOVE 'N' TO WS-DIFFER-SW
    PERFORM VARYING ER-SCAN FROM ER-IX BY 1 UNTIL ER-SCAN > ER-COUNT
        OR ER-RUN-DATE(ER-SCAN) NOT = ER-RUN-DATE(ER-IX)
      IF ER-GROUP(ER-SCAN) = ER-GROUP(ER-IX)
        MOVE ER-SCAN TO WS-FIND-RUN
        PERFORM FIND-RUN-SETTING
        IF WS-FIND-VALUE NOT = WS-FIRST-VALUE
          SET Night-Disagrees TO TRUE
        END-IF
      END-IF
    END-PERFORM
    IF NOT Night-Disagrees
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PASS-COUNT
    MOVE ER-RUN-DATE(ER-IX) TO WS-ECHO-LINE
    PERFORM FORMAT-SHOW-DATE
    MOVE SPACES TO WS-PARMHIST-LINE
    STRING "  " WS-SHOW-DATE " " DELIMITED BY SIZE
        AS-KEYWORD(AS-IX) DELIMITED BY SPACE
        " differs across the " DELIMITED BY SIZE
        AS-GROUP-NAME(AS-IX) DELIMITED BY "  "
        INTO WS-PARMHIST-LINE
    PERFORM WRITE-PARMHIST-LINE
    PERFORM VARYING ER-SCAN FROM ER-IX BY 1 UNTIL ER-SCAN > ER-COUNT
        OR ER-RUN-DATE(ER-SCAN) NOT = ER-RUN-DATE(ER-IX)
      IF ER-GROUP(ER-SCAN) = ER-GROUP(ER-IX)
        MOVE ER-SCAN TO WS-FIND-RUN
        PERFORM FIND-RUN-SETTING
        IF NOT Setting-Found
          MOVE "(not set)" TO WS-FIND-VALUE
        END-IF
        MOVE SPACES TO WS-PARMHIST-LINE
        STRING "      " ER-PROGRAM(ER-SCAN) " run " ER-RUN-ID(ER-SCAN)
            " " WS-FIND-VALUE DELIMITED BY SIZE INTO WS-PARMHIST-LINE
        PERFORM WRITE-PARMHIST-LINE
      END-IF
    END-PERFORM.

WRITE-PARMHIST-LINE.
    DISPLAY WS-PARMHIST-LINE
    MOVE WS-PARMHIST-LINE TO PARMHIST-REPORT-RECORD
    WRITE PARMHIST-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
