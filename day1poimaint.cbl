*> rejects the whole batch with RETURN-CODE 8 and the file untouched.
*> A before/after maintenance report goes to day1poimaint.dat, and
*> the change is logged to audittrail.dat like every other step.
*>
*> Because it changes live files, it runs only for an operator the
*> authority file grants day1poimaint MAINTAIN (see AUTHFD.cpy) -
*> anyone else is refused with return code 8 and a SECURITY alert -
*> and the operator is stamped on its audit record.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    SELECT POI-MAINT-REPORT ASSIGN TO 'day1poimaint.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-POI-MAINT-REPORT-STATUS.
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
   78 WS-MAX-POI-ENTRIES VALUE 50.
   01 WS-POI-FILE-NAME PIC X(100) VALUE 'day1poi.dat'.
   01 WS-POI-TRANS-NAME PIC X(100) VALUE 'day1poitrans.dat'.
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   MOVE "day1poimaint" TO WS-AUTH-PROGRAM
   MOVE "MAINTAIN" TO WS-AUTH-ACTION
   PERFORM CHECK-OPERATOR-AUTHORITY
   IF NOT Operator-Authorized
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   IF Parm-Poi-Supplied
     MOVE PARM-POI-FILE TO WS-POI-FILE-NAME
   END-IF
         WS-CHG-COUNT " chg " WS-DEL-COUNT " del"
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
