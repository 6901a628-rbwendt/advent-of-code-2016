IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.retrieve".
AUTHOR. Ben Wendt.

*> archive retrieval - brings runs that day1archive has aged out of the
*> live history back into view without putting anything back into the
*> live files. The auditors ask about runs older than the retention
*> regularly, and once a run sits in archive_<base>_<YYYYMMDD>.dat
*> day1inquiry and day1trend can no longer see it.
*> Given one run identifier (RETRIEVE-RUN-ID) or a run-date range
*> (RETRIEVE-FROM-DATE / RETRIEVE-TO-DATE, TO defaulting to FROM), it
*> searches the result, move, exception and audit archives and copies
*> every record of the matching runs - their HDR/TRL control blocks
*> with them, matched on the run identifier in the control record the
*> same way day1archive dated them - into a retrieval set: four files
*> named rtv_<set>_<live name> (see RUNFLD.cpy), the set being
*> RETRIEVAL-SET or, when not given, this run's identifier stamp. A
*> set is rebuilt from scratch by each retrieval that names it.
*> day1inquiry and day1trend read a set in place of the live history
*> when RETRIEVAL-SET names it.
*> Archive files are named for the day they were written, always on or
*> after the run date of what they hold, so every day from the first
*> run date asked for up to today is looked for; a day with no
*> archive is simply passed over.
*> Who asked and why are required (RETRIEVE-REQUESTER and
*> RETRIEVE-REASON), and every retrieval - found anything or not - is
*> appended to day1retrievelog.dat with the operator who ran it, the
*> requester, the reason, what was asked for, the set and the record
*> count. Reading the archives is a controlled action: only an
*> operator the authority file grants day1retrieve RETRIEVE may run
*> it (see AUTHFD.cpy). A per-archive-file line goes to
*> day1retrievereport.dat and the screen; a retrieval that finds
*> nothing ends with return code 4.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ARCHIVE-STATUS.
    SELECT RETRIEVED-FILE ASSIGN TO DYNAMIC WS-RETRIEVED-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RETRIEVED-STATUS.
    SELECT RETRIEVE-LOG ASSIGN TO 'day1retrievelog.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RETRIEVE-LOG-STATUS.
    SELECT RETRIEVE-REPORT ASSIGN TO 'day1retrievereport.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RETRIEVE-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY AUTHSEL.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   FD ARCHIVE-FILE.
   01 ARCHIVE-RECORD PIC X(250).

   FD RETRIEVED-FILE.
   01 RETRIEVED-RECORD PIC X(250).

*> one record per retrieval.
   FD RETRIEVE-LOG.
   01 RETRIEVE-LOG-RECORD.
      05 RL-DATE         PIC X(10).
      05 RL-SEP-0        PIC X(1).
      05 RL-TIME         PIC X(8).
      05 RL-SEP-1        PIC X(1).
      05 RL-RUN-ID       PIC X(20).
      05 RL-SEP-2        PIC X(1).
      05 RL-OPERATOR-ID  PIC X(8).
      05 RL-SEP-3        PIC X(1).
      05 RL-REQUESTER    PIC X(30).
      05 RL-SEP-4        PIC X(1).
      05 RL-SUBJECT-RUN  PIC X(20).
      05 RL-SEP-5        PIC X(1).
      05 RL-FROM-DATE    PIC X(10).
      05 RL-SEP-6        PIC X(1).
      05 RL-TO-DATE      PIC X(10).
      05 RL-SEP-7        PIC X(1).
      05 RL-SET-NAME     PIC X(16).
      05 RL-SEP-8        PIC X(1).
      05 RL-RECORDS      PIC 9(7).
      05 RL-SEP-9        PIC X(1).
      05 RL-REASON       PIC X(60).

   FD RETRIEVE-REPORT.
   01 RETRIEVE-REPORT-RECORD PIC X(250).

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
   01 WS-ARCHIVE-NAME PIC X(120) VALUE SPACES.
   01 WS-RETRIEVED-NAME PIC X(40) VALUE SPACES.
   01 WS-ARCHIVE-STATUS PIC X(2).
   01 WS-RETRIEVED-STATUS PIC X(2).
   01 WS-RETRIEVE-LOG-STATUS PIC X(2).
   01 WS-RETRIEVE-REPORT-STATUS PIC X(2).
   01 WS-EOF PIC A(1).
*> the four archived histories a run can be retrieved from, with
*> where each record carries its run identifier (the same positions
*> day1archive dates them by) - A audit trail at byte 31, R results
*> and moves at byte 25, E exceptions at byte 1; HDR/TRL control
*> records carry it at byte 5 in every file.
   01 Retrieve-File-List.
      05 FILLER PIC X(21) VALUE 'day1results         R'.
      05 FILLER PIC X(21) VALUE 'day1moves           R'.
      05 FILLER PIC X(21) VALUE 'day1exceptions      E'.
      05 FILLER PIC X(21) VALUE 'audittrail          A'.
   01 Retrieve-File-Table REDEFINES Retrieve-File-List.
      05 Retrieve-File-Entry OCCURS 4 TIMES.
         07 RF-BASE PIC X(20).
         07 RF-TYPE PIC X(1).
   01 Retrieve-Criteria.
      05 WS-WANTED-RUN-ID   PIC X(20) VALUE SPACES.
      05 WS-FROM-DATE       PIC X(8)  VALUE SPACES.
      05 WS-TO-DATE         PIC X(8)  VALUE SPACES.
      05 WS-FROM-DATE-N     PIC 9(8)  VALUE 0.
      05 WS-TO-DATE-N       PIC 9(8)  VALUE 0.
      05 WS-FROM-ISO        PIC X(10) VALUE SPACES.
      05 WS-TO-ISO          PIC X(10) VALUE SPACES.
      05 WS-TODAY-N         PIC 9(8)  VALUE 0.
      05 WS-FIRST-DAY-INT   PIC 9(8)  VALUE 0.
      05 WS-LAST-DAY-INT    PIC 9(8)  VALUE 0.
      05 WS-DAY-INT         PIC 9(8)  VALUE 0.
      05 WS-DAY-N           PIC 9(8)  VALUE 0.
   01 Retrieve-Variables.
      05 WS-FILE-IX         PIC 9(1) VALUE 0.
      05 WS-CUR-TYPE        PIC X(1).
      05 WS-ARC-RECORD      PIC X(250).
      05 WS-REC-RUN-ID      PIC X(20).
      05 WS-MATCH-SW        PIC X(1) VALUE 'N'.
          88 Record-Matches VALUE 'Y'.
      05 WS-ARCHIVES-READ   PIC 9(5) VALUE 0.
      05 WS-FILE-MATCHED    PIC 9(7) VALUE 0.
      05 WS-FILE-CONTROL    PIC 9(7) VALUE 0.
      05 WS-KIND-RECORDS    PIC 9(7) VALUE 0.
      05 WS-TOTAL-RECORDS   PIC 9(7) VALUE 0.
   01 WS-RETRIEVE-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.retrieve" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   IF Sandbox-Run
     DISPLAY "SANDBOX=Y - the archive files hold production history"
         " only - nothing retrieved"
     MOVE 4 TO RETURN-CODE
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   MOVE "day1retrieve" TO WS-AUTH-PROGRAM
   MOVE "RETRIEVE" TO WS-AUTH-ACTION
   PERFORM CHECK-OPERATOR-AUTHORITY
   IF NOT Operator-Authorized
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   PERFORM RESOLVE-RETRIEVE-CRITERIA
   IF RETURN-CODE = 8
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   IF Parm-Retrieval-Set-Supplied
     MOVE PARM-RETRIEVAL-SET TO WS-RETRIEVAL-SET-NAME
   ELSE
     MOVE WS-RUN-ID-STAMP TO WS-RETRIEVAL-SET-NAME
   END-IF
   PERFORM BUILD-RETRIEVAL-NAMES
   OPEN EXTEND RETRIEVE-REPORT.
   IF WS-RETRIEVE-REPORT-STATUS = '35'
     OPEN OUTPUT RETRIEVE-REPORT
   END-IF.
   MOVE SPACES TO WS-RETRIEVE-LINE
   STRING "=== archive retrieval run " WS-RUN-ID " " WS-TS-Date-Out
       " " WS-TS-Time-Out " for " DELIMITED BY SIZE
       PARM-RETRIEVE-REQUESTER DELIMITED BY "  "
       " ===" DELIMITED BY SIZE INTO WS-RETRIEVE-LINE
   PERFORM WRITE-RETRIEVE-LINE
   MOVE SPACES TO WS-RETRIEVE-LINE
   IF WS-WANTED-RUN-ID NOT = SPACES
     STRING "run " WS-WANTED-RUN-ID " - reason: "
         PARM-RETRIEVE-REASON DELIMITED BY SIZE
         INTO WS-RETRIEVE-LINE
   ELSE
     STRING "runs dated " WS-FROM-ISO " to " WS-TO-ISO " - reason: "
         PARM-RETRIEVE-REASON DELIMITED BY SIZE
         INTO WS-RETRIEVE-LINE
   END-IF
   PERFORM WRITE-RETRIEVE-LINE
   PERFORM VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 4
     PERFORM RETRIEVE-ONE-HISTORY
   END-PERFORM
   MOVE SPACES TO WS-RETRIEVE-LINE
   STRING "retrieval set " DELIMITED BY SIZE
       WS-RETRIEVAL-SET-NAME DELIMITED BY SPACE
       " - " WS-TOTAL-RECORDS " records from " WS-ARCHIVES-READ
       " archive files; set RETRIEVAL-SET=" DELIMITED BY SIZE
       WS-RETRIEVAL-SET-NAME DELIMITED BY SPACE
       " for day1inquiry / day1trend" DELIMITED BY SIZE
       INTO WS-RETRIEVE-LINE
   PERFORM WRITE-RETRIEVE-LINE
   IF WS-TOTAL-RECORDS = 0
     MOVE "*** nothing in the archive files matched - check the run"
         & " identifier or dates, or whether the run is still live"
         TO WS-RETRIEVE-LINE
     PERFORM WRITE-RETRIEVE-LINE
     MOVE 4 TO RETURN-CODE
   END-IF
   CLOSE RETRIEVE-REPORT.
   PERFORM WRITE-RETRIEVE-LOG
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.retrieve" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                    TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE          TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME          TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out               TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out               TO AUDIT-END-TIME
   STRING "retrieved " WS-TOTAL-RECORDS " to set " DELIMITED BY SIZE
       WS-RETRIEVAL-SET-NAME DELIMITED BY SPACE
       INTO AUDIT-RESULT
   MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

*> what is being asked for, and by whom and why - a run identifier or
*> a date range, never both, and a requester and reason every time.
*> Anything missing ends the run with return code 8 before an archive
*> file is opened.
RESOLVE-RETRIEVE-CRITERIA.
    IF NOT Parm-Retrieve-Requester-Supplied
        OR NOT Parm-Retrieve-Reason-Supplied
      DISPLAY "set RETRIEVE-REQUESTER (who asked) and RETRIEVE-REASON"
          " (why) in runparms.dat - every retrieval is logged with both"
      MOVE 8 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF
    IF Parm-Retrieve-Run-Supplied
        AND (Parm-Retrieve-From-Supplied OR Parm-Retrieve-To-Supplied)
      DISPLAY "set RETRIEVE-RUN-ID or RETRIEVE-FROM-DATE / "
          "RETRIEVE-TO-DATE in runparms.dat, not both"
      MOVE 8 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
      WHEN Parm-Retrieve-Run-Supplied
        MOVE PARM-RETRIEVE-RUN-ID TO WS-WANTED-RUN-ID
        MOVE WS-WANTED-RUN-ID(1:8) TO WS-FROM-DATE WS-TO-DATE
      WHEN Parm-Retrieve-From-Supplied
        STRING PARM-RETRIEVE-FROM(1:4) PARM-RETRIEVE-FROM(6:2)
            PARM-RETRIEVE-FROM(9:2) DELIMITED BY SIZE
            INTO WS-FROM-DATE
        IF Parm-Retrieve-To-Supplied
          STRING PARM-RETRIEVE-TO(1:4) PARM-RETRIEVE-TO(6:2)
              PARM-RETRIEVE-TO(9:2) DELIMITED BY SIZE
              INTO WS-TO-DATE
        ELSE
          MOVE WS-FROM-DATE TO WS-TO-DATE
        END-IF
      WHEN OTHER
        DISPLAY "set RETRIEVE-RUN-ID (one run) or RETRIEVE-FROM-DATE"
            " (runs dated from, with RETRIEVE-TO-DATE) in runparms.dat"
            " - nothing to retrieve"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-EVALUATE
    IF WS-TO-DATE < WS-FROM-DATE
      DISPLAY "RETRIEVE-TO-DATE is before RETRIEVE-FROM-DATE - "
          "nothing to retrieve"
      MOVE 8 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF
    MOVE WS-FROM-DATE TO WS-FROM-DATE-N
    MOVE WS-TO-DATE   TO WS-TO-DATE-N
    STRING WS-FROM-DATE(1:4) "-" WS-FROM-DATE(5:2) "-"
        WS-FROM-DATE(7:2) DELIMITED BY SIZE INTO WS-FROM-ISO
    STRING WS-TO-DATE(1:4) "-" WS-TO-DATE(5:2) "-"
        WS-TO-DATE(7:2) DELIMITED BY SIZE INTO WS-TO-ISO
    MOVE WS-Timestamp-Raw(1:8) TO WS-TODAY-N
    COMPUTE WS-FIRST-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-N)
        ON SIZE ERROR MOVE 0 TO WS-FIRST-DAY-INT
    END-COMPUTE
    COMPUTE WS-LAST-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-N).
    IF WS-FIRST-DAY-INT = 0 OR WS-FROM-DATE-N > WS-TODAY-N
      DISPLAY "retrieval date " WS-FROM-ISO " is not a past date - "
          "nothing to retrieve"
      MOVE 8 TO RETURN-CODE
    END-IF.

*> one history: the set's file for it is rebuilt, then every archive
*> of that history from the first run date asked for up to today is
*> searched in date order, so the set keeps the order the records
*> were first written in.
RETRIEVE-ONE-HISTORY.
    MOVE RF-TYPE(WS-FILE-IX) TO WS-CUR-TYPE
    EVALUATE WS-FILE-IX
      WHEN 1 MOVE WS-RTV-RESULTS-NAME    TO WS-RETRIEVED-NAME
      WHEN 2 MOVE WS-RTV-MOVES-NAME      TO WS-RETRIEVED-NAME
      WHEN 3 MOVE WS-RTV-EXCEPTIONS-NAME TO WS-RETRIEVED-NAME
      WHEN 4 MOVE WS-RTV-AUDIT-NAME      TO WS-RETRIEVED-NAME
    END-EVALUATE
    OPEN OUTPUT RETRIEVED-FILE
    MOVE 0 TO WS-KIND-RECORDS
    PERFORM VARYING WS-DAY-INT FROM WS-FIRST-DAY-INT BY 1
        UNTIL WS-DAY-INT > WS-LAST-DAY-INT
      PERFORM SEARCH-ONE-ARCHIVE
    END-PERFORM
    CLOSE RETRIEVED-FILE
    MOVE SPACES TO WS-RETRIEVE-LINE
    STRING WS-RETRIEVED-NAME DELIMITED BY SPACE
        " - " WS-KIND-RECORDS " records" DELIMITED BY SIZE
        INTO WS-RETRIEVE-LINE
    PERFORM WRITE-RETRIEVE-LINE.

SEARCH-ONE-ARCHIVE.
    COMPUTE WS-DAY-N = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
    MOVE SPACES TO WS-ARCHIVE-NAME
    STRING "archive_" DELIMITED BY SIZE
        RF-BASE(WS-FILE-IX) DELIMITED BY SPACE
        "_" WS-DAY-N ".dat" DELIMITED BY SIZE
        INTO WS-ARCHIVE-NAME
    OPEN INPUT ARCHIVE-FILE
    IF WS-ARCHIVE-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ARCHIVES-READ
    MOVE 0 TO WS-FILE-MATCHED WS-FILE-CONTROL
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ ARCHIVE-FILE INTO WS-ARC-RECORD
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          PERFORM MATCH-ARCHIVED-RECORD
          IF Record-Matches
            MOVE WS-ARC-RECORD TO RETRIEVED-RECORD
            WRITE RETRIEVED-RECORD
            ADD 1 TO WS-FILE-MATCHED WS-KIND-RECORDS WS-TOTAL-RECORDS
            IF WS-ARC-RECORD(1:3) = 'HDR' OR WS-ARC-RECORD(1:3) = 'TRL'
              ADD 1 TO WS-FILE-CONTROL
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE ARCHIVE-FILE
    IF WS-FILE-MATCHED > 0
      MOVE SPACES TO WS-RETRIEVE-LINE
      STRING "  " WS-ARCHIVE-NAME DELIMITED BY SPACE
          " - " WS-FILE-MATCHED " records (" WS-FILE-CONTROL
          " HDR/TRL)" DELIMITED BY SIZE INTO WS-RETRIEVE-LINE
      PERFORM WRITE-RETRIEVE-LINE
    END-IF.

*> the record's run identifier, found the way day1archive found its
*> date, decides it: equal to the run asked for, or dated inside the
*> range. Sandbox-marked records never belonged in the archives and
*> are refused like any production reader refuses them.
MATCH-ARCHIVED-RECORD.
    MOVE 'N' TO WS-MATCH-SW
    EVALUATE TRUE
      WHEN WS-ARC-RECORD(1:3) = 'HDR' OR WS-ARC-RECORD(1:3) = 'TRL'
        MOVE WS-ARC-RECORD(5:20) TO WS-REC-RUN-ID
      WHEN WS-CUR-TYPE = 'A'
        MOVE WS-ARC-RECORD(31:20) TO WS-REC-RUN-ID
      WHEN WS-CUR-TYPE = 'R'
        MOVE WS-ARC-RECORD(25:20) TO WS-REC-RUN-ID
      WHEN WS-CUR-TYPE = 'E'
        MOVE WS-ARC-RECORD(1:20) TO WS-REC-RUN-ID
    END-EVALUATE
    IF WS-WANTED-RUN-ID NOT = SPACES
      IF WS-REC-RUN-ID NOT = WS-WANTED-RUN-ID
        EXIT PARAGRAPH
      END-IF
    ELSE
      IF WS-REC-RUN-ID(1:8) IS NOT NUMERIC
          OR WS-REC-RUN-ID(1:8) < WS-FROM-DATE
          OR WS-REC-RUN-ID(1:8) > WS-TO-DATE
        EXIT PARAGRAPH
      END-IF
    END-IF
    MOVE WS-REC-RUN-ID TO WS-SANDBOX-CHECK-ID
    PERFORM CHECK-SANDBOX-RECORD
    IF NOT Sandbox-Record-Refused
      SET Record-Matches TO TRUE
    END-IF.

WRITE-RETRIEVE-LOG.
    OPEN EXTEND RETRIEVE-LOG
    IF WS-RETRIEVE-LOG-STATUS = '35'
      OPEN OUTPUT RETRIEVE-LOG
    END-IF
    PERFORM BUILD-TIMESTAMP
    MOVE SPACES TO RETRIEVE-LOG-RECORD
    MOVE WS-TS-Date-Out          TO RL-DATE
    MOVE WS-TS-Time-Out          TO RL-TIME
    MOVE WS-RUN-ID               TO RL-RUN-ID
    MOVE WS-OPERATOR-ID          TO RL-OPERATOR-ID
    MOVE PARM-RETRIEVE-REQUESTER TO RL-REQUESTER
    MOVE WS-WANTED-RUN-ID        TO RL-SUBJECT-RUN
    MOVE WS-FROM-ISO             TO RL-FROM-DATE
    MOVE WS-TO-ISO               TO RL-TO-DATE
    MOVE WS-RETRIEVAL-SET-NAME   TO RL-SET-NAME
    MOVE WS-TOTAL-RECORDS        TO RL-RECORDS
    MOVE PARM-RETRIEVE-REASON    TO RL-REASON
    WRITE RETRIEVE-LOG-RECORD
    CLOSE RETRIEVE-LOG.

WRITE-RETRIEVE-LINE.
    DISPLAY WS-RETRIEVE-LINE
    MOVE WS-RETRIEVE-LINE TO RETRIEVE-REPORT-RECORD
    WRITE RETRIEVE-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
COPY AUTHPROC.
