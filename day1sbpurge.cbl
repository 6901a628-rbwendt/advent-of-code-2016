IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.sbpurge".
AUTHOR. Ben Wendt.

*> sandbox purge. A run with SANDBOX=Y in runparms.dat (see
*> RUNFLD.cpy) writes the sbx_ twin of every history file instead of
*> the production one, so trial walks of a resubmitted or generated
*> file never reach day1results.dat and friends - but the sandbox set
*> keeps growing until somebody clears it. This program empties every
*> sbx_ history file in the History-File-Names list, plus the sbx_
*> checkpoint pairs a trial walk of each directions file it is pointed
*> at could have left - the same DIRECTIONS-FILE / BATCH-FILE settings
*> and checkpoint naming rules day1ckaudit uses. A file that is not
*> there is noted, not created. Production files are never opened.
*> It runs from production (SANDBOX=N) so its own audit record lands
*> in audittrail.dat rather than in the set it is clearing; with
*> SANDBOX=Y it refuses with return code 4. Findings go to
*> day1sbpurge.dat; a sandbox file that cannot be opened ends the run
*> with return code 8.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT SANDBOX-FILE ASSIGN TO DYNAMIC WS-PURGE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SANDBOX-FILE-STATUS.
    SELECT BATCH-CONTROL ASSIGN TO DYNAMIC WS-BATCH-FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BATCH-CONTROL-STATUS.
    SELECT PURGE-REPORT ASSIGN TO 'day1sbpurge.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PURGE-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
   FD SANDBOX-FILE.
   01 SANDBOX-RECORD PIC X(1000).

   FD BATCH-CONTROL.
   01 BATCH-CONTROL-RECORD PIC X(100).

   FD PURGE-REPORT.
   01 PURGE-REPORT-RECORD PIC X(250).

   FD AUDIT-TRAIL.
   COPY AUDITREC.

   COPY ALERTFD.

   COPY PARMFD.

   COPY LOCKFD.

   WORKING-STORAGE SECTION.
   COPY TSFIELDS.
   COPY AUDITFLD.
   COPY RUNFLD.
*> the production history file names, one entry per file - a run
*> with SANDBOX=N still holds them as RUNFLD.cpy sets them, and the
*> sandbox twin of each is the same name with sbx_ in front.
   01 History-File-Table REDEFINES History-File-Names.
      05 HF-NAME PIC X(40) OCCURS 12 TIMES.
   COPY ALERTFLD.
   COPY PARMFLD.
   COPY LOCKFLD.
   01 WS-PURGE-FILE-NAME PIC X(140) VALUE SPACES.
   01 WS-SANDBOX-FILE-STATUS PIC X(2).
   01 WS-DIRECTIONS-FILE PIC X(100) VALUE 'day1.txt'.
   01 WS-BATCH-FILE PIC X(100) VALUE SPACES.
   01 WS-BATCH-CONTROL-STATUS PIC X(2).
   01 WS-BATCH-EOF PIC A(1) VALUE SPACE.
   01 WS-PURGE-REPORT-STATUS PIC X(2).
   01 WS-EOF PIC A(1).
*> the checkpoint naming rule of the pair currently being cleared -
*> one pass per walker naming scheme, as in day1ckaudit.
   01 Ckpt-Naming-Fields.
      05 WS-CKPT-PREFIX       PIC X(25) VALUE SPACES.
   01 Purge-Variables.
      05 HF-IX                PIC 9(2) VALUE 0.
      05 WS-FILE-RECORDS      PIC 9(9) VALUE 0.
      05 WS-FILES-CLEARED     PIC 9(5) VALUE 0.
      05 WS-FILES-ABSENT      PIC 9(5) VALUE 0.
      05 WS-FILES-FAILED      PIC 9(5) VALUE 0.
      05 WS-RECORDS-CLEARED   PIC 9(9) VALUE 0.
   01 WS-PURGE-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.sbpurge" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   IF Sandbox-Run
     DISPLAY "SANDBOX=Y - the purge runs from production so its audit "
         "record survives it - set SANDBOX=N; nothing cleared"
     MOVE 4 TO RETURN-CODE
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   OPEN EXTEND PURGE-REPORT.
   IF WS-PURGE-REPORT-STATUS = '35'
     OPEN OUTPUT PURGE-REPORT
   END-IF.
   MOVE SPACES TO WS-PURGE-LINE
   STRING "=== sandbox purge run " WS-RUN-ID " " WS-TS-Date-Out " "
       WS-TS-Time-Out " ===" DELIMITED BY SIZE INTO WS-PURGE-LINE
   PERFORM WRITE-PURGE-LINE
   MOVE "--- sandbox history files ---" TO WS-PURGE-LINE
   PERFORM WRITE-PURGE-LINE
   PERFORM VARYING HF-IX FROM 1 BY 1 UNTIL HF-IX > 12
     MOVE SPACES TO WS-PURGE-FILE-NAME
     STRING "sbx_" DELIMITED BY SIZE
         HF-NAME(HF-IX) DELIMITED BY SPACE
         INTO WS-PURGE-FILE-NAME
     PERFORM CLEAR-SANDBOX-FILE
   END-PERFORM
   MOVE "--- sandbox checkpoint pairs ---" TO WS-PURGE-LINE
   PERFORM WRITE-PURGE-LINE
   IF Parm-Batch-Supplied
     MOVE PARM-BATCH-FILE TO WS-BATCH-FILE
   ELSE
     ACCEPT WS-BATCH-FILE FROM ENVIRONMENT "DAY1_BATCH_FILE"
         ON EXCEPTION
           MOVE SPACES TO WS-BATCH-FILE
     END-ACCEPT
   END-IF
   IF WS-BATCH-FILE = SPACES
     IF Parm-Directions-Supplied
       MOVE PARM-DIRECTIONS-FILE TO WS-DIRECTIONS-FILE
     ELSE
       ACCEPT WS-DIRECTIONS-FILE
           FROM ENVIRONMENT "DAY1_DIRECTIONS_FILE"
           ON EXCEPTION
             MOVE 'day1.txt' TO WS-DIRECTIONS-FILE
       END-ACCEPT
     END-IF
     PERFORM CLEAR-DIRECTIONS-CHECKPOINTS
   ELSE
     OPEN INPUT BATCH-CONTROL
     IF WS-BATCH-CONTROL-STATUS NOT = '00'
       MOVE SPACES TO WS-PURGE-LINE
       STRING "batch control file " WS-BATCH-FILE
           " could not be opened (status " WS-BATCH-CONTROL-STATUS
           ") - no checkpoint pairs cleared" DELIMITED BY SIZE
           INTO WS-PURGE-LINE
       PERFORM WRITE-PURGE-LINE
       ADD 1 TO WS-FILES-FAILED
     ELSE
       PERFORM UNTIL WS-BATCH-EOF = 'Y'
         READ BATCH-CONTROL INTO WS-DIRECTIONS-FILE
           AT END MOVE 'Y' TO WS-BATCH-EOF
           NOT AT END PERFORM CLEAR-DIRECTIONS-CHECKPOINTS
         END-READ
       END-PERFORM
       CLOSE BATCH-CONTROL
     END-IF
   END-IF
   MOVE SPACES TO WS-PURGE-LINE
   STRING "cleared " WS-FILES-CLEARED " files, " WS-RECORDS-CLEARED
       " records; " WS-FILES-ABSENT " not on file; " WS-FILES-FAILED
       " could not be opened" DELIMITED BY SIZE INTO WS-PURGE-LINE
   PERFORM WRITE-PURGE-LINE
   CLOSE PURGE-REPORT.
   IF WS-FILES-FAILED > 0
     MOVE 8 TO RETURN-CODE
   END-IF
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.sbpurge" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                   TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE         TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME         TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out              TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out              TO AUDIT-END-TIME
   STRING "sandbox purged - " WS-FILES-CLEARED " files, "
       WS-RECORDS-CLEARED " records, " WS-FILES-FAILED " failed"
       DELIMITED BY SIZE INTO AUDIT-RESULT
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

*> every sandbox checkpoint pair a unit-step walker could have left
*> for this directions file: the legacy day1.b pair plus day1walk's
*> R-mode and B-mode pairs, each with the sbx_ prefix.
CLEAR-DIRECTIONS-CHECKPOINTS.
    MOVE 'day1bcheckpoint_'      TO WS-CKPT-PREFIX
    PERFORM CLEAR-CHECKPOINT-FILE
    MOVE 'day1bcheckpointspots_' TO WS-CKPT-PREFIX
    PERFORM CLEAR-CHECKPOINT-FILE
    MOVE 'day1walkckpt_R_'       TO WS-CKPT-PREFIX
    PERFORM CLEAR-CHECKPOINT-FILE
    MOVE 'day1walkckptspots_R_'  TO WS-CKPT-PREFIX
    PERFORM CLEAR-CHECKPOINT-FILE
    MOVE 'day1walkckpt_B_'       TO WS-CKPT-PREFIX
    PERFORM CLEAR-CHECKPOINT-FILE
    MOVE 'day1walkckptspots_B_'  TO WS-CKPT-PREFIX
    PERFORM CLEAR-CHECKPOINT-FILE.

CLEAR-CHECKPOINT-FILE.
    MOVE SPACES TO WS-PURGE-FILE-NAME
    STRING "sbx_" DELIMITED BY SIZE
        WS-CKPT-PREFIX DELIMITED BY SPACE
        WS-DIRECTIONS-FILE DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO WS-PURGE-FILE-NAME
    PERFORM CLEAR-SANDBOX-FILE.

*> empties one sandbox file in place. A file that is not there stays
*> not there - opening it OUTPUT would only leave an empty one behind.
CLEAR-SANDBOX-FILE.
    MOVE 0 TO WS-FILE-RECORDS
    MOVE SPACE TO WS-EOF
    OPEN INPUT SANDBOX-FILE
    EVALUATE WS-SANDBOX-FILE-STATUS
      WHEN '35'
        ADD 1 TO WS-FILES-ABSENT
        MOVE SPACES TO WS-PURGE-LINE
        STRING "  " WS-PURGE-FILE-NAME DELIMITED BY SPACE
            " - not on file" DELIMITED BY SIZE INTO WS-PURGE-LINE
        PERFORM WRITE-PURGE-LINE
      WHEN '00'
        PERFORM UNTIL WS-EOF = 'Y'
          READ SANDBOX-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END ADD 1 TO WS-FILE-RECORDS
          END-READ
        END-PERFORM
        CLOSE SANDBOX-FILE
        OPEN OUTPUT SANDBOX-FILE
        CLOSE SANDBOX-FILE
        ADD 1 TO WS-FILES-CLEARED
        ADD WS-FILE-RECORDS TO WS-RECORDS-CLEARED
        MOVE SPACES TO WS-PURGE-LINE
        STRING "  " WS-PURGE-FILE-NAME DELIMITED BY SPACE
            " - " WS-FILE-RECORDS " records cleared"
            DELIMITED BY SIZE INTO WS-PURGE-LINE
        PERFORM WRITE-PURGE-LINE
      WHEN OTHER
        ADD 1 TO WS-FILES-FAILED
        MOVE SPACES TO WS-PURGE-LINE
        STRING "  " WS-PURGE-FILE-NAME DELIMITED BY SPACE
            " - could not be opened (status " WS-SANDBOX-FILE-STATUS
            ") - left as it was" DELIMITED BY SIZE INTO WS-PURGE-LINE
        PERFORM WRITE-PURGE-LINE
    END-EVALUATE.

WRITE-PURGE-LINE.
    DISPLAY WS-PURGE-LINE
    MOVE WS-PURGE-LINE TO PURGE-REPORT-RECORD
    WRITE PURGE-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
