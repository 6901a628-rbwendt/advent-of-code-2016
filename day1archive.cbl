*>     file is archived on every run
*> a record whose date cannot be parsed (history written before run
*> identifiers existed, say) is kept, never silently archived.
*>
*> Because it changes live files, it runs only for an operator the
*> authority file grants day1archive ARCHIVE (see AUTHFD.cpy) -
*> anyone else is refused with return code 8 and a SECURITY alert -
*> and the operator is stamped on its audit record.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    SELECT ARCHIVE-REPORT ASSIGN TO 'day1archivereport.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ARCHIVE-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY AUTHSEL.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.
   FD AUDIT-TRAIL.
   COPY AUDITREC.

   COPY AUTHFD.

   COPY ALERTFD.

   COPY PARMFD.
   COPY ALERTFLD.
   COPY PARMFLD.
   COPY LOCKFLD.
   COPY AUTHFLD.
   01 WS-LIVE-NAME PIC X(100) VALUE SPACES.
   01 WS-ARCHIVE-NAME PIC X(120) VALUE SPACES.
   01 WS-LIVE-STATUS PIC X(2).
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   IF Sandbox-Run
     DISPLAY "SANDBOX=Y - the archiver works on production history"
         " only - nothing archived; day1sbpurge clears the sandbox set"
     MOVE 4 TO RETURN-CODE
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   MOVE "day1archive" TO WS-AUTH-PROGRAM
   MOVE "ARCHIVE" TO WS-AUTH-ACTION
   PERFORM CHECK-OPERATOR-AUTHORITY
   IF NOT Operator-Authorized
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   MOVE WS-Timestamp-Raw(1:8) TO WS-TODAY-DATE
   IF Parm-Retain-Supplied
     MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
   MOVE WS-TS-Time-Out              TO AUDIT-END-TIME
   STRING "archived " WS-TOTAL-MOVED " kept " WS-TOTAL-KEPT
       DELIMITED BY SIZE INTO AUDIT-RESULT
   MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
COPY AUTHPROC.
