*> the output file is emptied so nobody can walk a half-repaired
*> input, the misses are listed in day1resubmitreport.dat, and the
*> program ends with RETURN-CODE 8.
*>
*> Because it changes live files, it runs only for an operator the
*> authority file grants day1resubmit RESUBMIT (see AUTHFD.cpy) -
*> anyone else is refused with return code 8 and a SECURITY alert -
*> and the operator is stamped on its audit record.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    SELECT DIRECTIONS ASSIGN TO DYNAMIC WS-DIRECTIONS-FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DIRECTIONS-STATUS.
    SELECT DAY1-EXCEPTIONS ASSIGN TO DYNAMIC WS-EXCEPTIONS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-EXCEPTIONS-STATUS.
    SELECT CORRECTIONS ASSIGN TO DYNAMIC WS-CORRECTIONS-FILE
    SELECT RESUBMIT-REPORT ASSIGN TO 'day1resubmitreport.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RESUBMIT-REPORT-STATUS.
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
   01 WS-DIRECTIONS-FILE PIC X(100) VALUE 'day1.txt'.
   01 WS-CORRECTIONS-FILE PIC X(100) VALUE 'day1corrections.dat'.
   01 WS-RESUBMIT-FILE PIC X(100) VALUE 'day1resubmit.txt'.
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   MOVE "day1resubmit" TO WS-AUTH-PROGRAM
   MOVE "RESUBMIT" TO WS-AUTH-ACTION
   PERFORM CHECK-OPERATOR-AUTHORITY
   IF NOT Operator-Authorized
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   IF Parm-Directions-Supplied
     MOVE PARM-DIRECTIONS-FILE TO WS-DIRECTIONS-FILE
   ELSE
     PERFORM WRITE-RESUBMIT-LINE
   END-IF
   CLOSE RESUBMIT-REPORT.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     STRING "resubmit accepted - " WS-REPAIRED-COUNT
         " repaired" DELIMITED BY SIZE INTO AUDIT-RESULT
   END-IF
   MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   IF WS-UNREPAIRED-COUNT > 0
        READ DAY1-EXCEPTIONS
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
            MOVE ER-RUN-ID TO WS-SANDBOX-CHECK-ID
            PERFORM CHECK-SANDBOX-RECORD
            IF ER-RUN-ID(1:3) NOT = 'HDR'
                AND NOT Sandbox-Record-Refused
                AND ER-RUN-ID(1:3) NOT = 'TRL'
                AND ER-DIRECTIONS-FILE = WS-DIRECTIONS-FILE
              IF ER-RUN-ID > WS-REPAIR-RUN-ID
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
            IF CO-DIRECTIONS-FILE = WS-DIRECTIONS-FILE
              IF (CO-DIRECTION = "L" OR CO-DIRECTION = "R"
                  OR CO-DIRECTION = "F" OR CO-DIRECTION = "U")
                  AND CO-MAGNITUDE IS NUMERIC
                  AND CT-COUNT < WS-MAX-REPAIR-LINES
                ADD 1 TO CT-COUNT
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
COPY AUTHPROC.
