*> double-loaded history is worse than none. Pass two appends, each
*> record to the file its source tag names, under the history lock
*> like every other writer.
*>
*> Because it changes live files, it runs only for an operator the
*> authority file grants day1import IMPORT (see AUTHFD.cpy) - anyone
*> else is refused with return code 8 and a SECURITY alert - and the
*> operator is stamped on its audit record.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    SELECT TARGET-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TARGET-STATUS.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT MOVE-SUMMARY ASSIGN TO DYNAMIC WS-MOVES-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MOVE-SUMMARY-STATUS.
    SELECT DAY1-EXCEPTIONS ASSIGN TO DYNAMIC WS-EXCEPTIONS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-EXCEPTIONS-STATUS.
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
   01 WS-BUNDLE-NAME PIC X(100) VALUE 'day1bundle.dat'.
   01 WS-TARGET-NAME PIC X(100) VALUE SPACES.
   01 WS-BUNDLE-STATUS PIC X(2).
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   IF Sandbox-Run
     DISPLAY "SANDBOX=Y - a bundle is imported into production history"
         " only - nothing imported"
     MOVE 4 TO RETURN-CODE
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   MOVE "day1import" TO WS-AUTH-PROGRAM
   MOVE "IMPORT" TO WS-AUTH-ACTION
   PERFORM CHECK-OPERATOR-AUTHORITY
   IF NOT Operator-Authorized
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   IF Parm-Bundle-Supplied
     MOVE PARM-BUNDLE-FILE TO WS-BUNDLE-NAME
   END-IF
     STRING "imported " WS-IMPORTED " records from bundle"
         DELIMITED BY SIZE INTO AUDIT-RESULT
   END-IF
   MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
COPY AUTHPROC.
