IDENTIFICATION DIVISION.
PROGRAM-ID. "Advent-2016-Day-1.return".
AUTHOR. Ben Wendt.

*> supplier reject returns. Rejects used to go back to the supplier
*> retyped into an email, and a walker's reject named a line of OUR
*> normalized file, which the supplier has never seen. This program
*> takes every reject back to the delivery it came from - the native
*> file one day1norm run normalized - and writes one fixed-layout
*> return file per delivery that the supplier can load:
*>   - day1norm's own rejects (day1normexceptions.dat) already carry
*>     the native token position, raw text and DATE section;
*>   - a walker reject (day1exceptions.dat) names a normalized file
*>     and line; the token map day1normmap.dat (see NORMFD.cpy) turns
*>     that into the native token, taking the latest normalizing run
*>     of that file before the walk. A reject on a file no day1norm
*>     run produced did not come from a supplier delivery and is only
*>     counted.
*> Each reject gets a standard reason code from the table below.
*> The same token rejected by several walks - the batch walks every
*> file in each walk mode - is returned once.
*>
*> Every reject returned is logged in day1returnlog.dat with the date
*> and time, the return file and the return run, which is the proof of
*> when it was reported; a reject already in the log is never
*> returned again. A delivery returned once and then rejected further
*> (a later walk) gets a second return file with the next number.
*> Return files are named day1return_<delivery run>_<nnn>.dat, where
*> the delivery run is the day1norm run that normalized the native
*> file and nnn counts the returns for it:
*>   H  native file(100) delivery run(20) return number(3)
*>      date(10) time(8)
*>   D  section date(10) token position(6) raw token(20)
*>      reason code(4) reason(40) found by(1: N normalizing,
*>      W walking)
*>   T  count of D records(7)
*> one blank between fields, the record type in column one. Section
*> date is blank for a delivery without DATE sections; token position
*> counts tokens across the whole native file, 0 for a DATE header.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT DAY1-EXCEPTIONS ASSIGN TO DYNAMIC WS-EXCEPTIONS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-EXCEPTIONS-STATUS.
    COPY NORMSEL.
    SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RETURN-FILE-STATUS.
    SELECT RETURN-LOG ASSIGN TO 'day1returnlog.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RETURN-LOG-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.

DATA DIVISION.
   FILE SECTION.
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

   COPY NORMFD.

   FD RETURN-FILE.
   01 RETURN-HEADER-RECORD.
      05 RH-RECORD-TYPE    PIC X(1).
      05 RH-SEP-0          PIC X(1).
      05 RH-NATIVE-FILE    PIC X(100).
      05 RH-SEP-1          PIC X(1).
      05 RH-DELIVERY-RUN   PIC X(20).
      05 RH-SEP-2          PIC X(1).
      05 RH-RETURN-NUMBER  PIC 9(3).
      05 RH-SEP-3          PIC X(1).
      05 RH-DATE           PIC X(10).
      05 RH-SEP-4          PIC X(1).
      05 RH-TIME           PIC X(8).
   01 RETURN-DETAIL-RECORD.
      05 RD-RECORD-TYPE    PIC X(1).
      05 RD-SEP-0          PIC X(1).
      05 RD-SECTION-DATE   PIC X(10).
      05 RD-SEP-1          PIC X(1).
      05 RD-TOKEN-NUMBER   PIC 9(6).
      05 RD-SEP-2          PIC X(1).
      05 RD-RAW-TOKEN      PIC X(20).
      05 RD-SEP-3          PIC X(1).
      05 RD-REASON-CODE    PIC X(4).
      05 RD-SEP-4          PIC X(1).
      05 RD-REASON         PIC X(40).
      05 RD-SEP-5          PIC X(1).
      05 RD-FOUND-BY       PIC X(1).
   01 RETURN-TRAILER-RECORD.
      05 RT-RECORD-TYPE    PIC X(1).
      05 RT-SEP-0          PIC X(1).
      05 RT-RECORD-COUNT   PIC 9(7).

*> one record per reject returned - when, by which run, in which
*> return file, and which reject (delivery run, token position,
*> reason code) it was.
   FD RETURN-LOG.
   01 RETURN-LOG-RECORD.
      05 LG-DATE           PIC X(10).
      05 LG-SEP-0          PIC X(1).
      05 LG-TIME           PIC X(8).
      05 LG-SEP-1          PIC X(1).
      05 LG-RUN-ID         PIC X(20).
      05 LG-SEP-2          PIC X(1).
      05 LG-DELIVERY-RUN   PIC X(20).
      05 LG-SEP-3          PIC X(1).
      05 LG-RETURN-NUMBER  PIC 9(3).
      05 LG-SEP-4          PIC X(1).
      05 LG-TOKEN-NUMBER   PIC 9(6).
      05 LG-SEP-5          PIC X(1).
      05 LG-REASON-CODE    PIC X(4).
      05 LG-SEP-6          PIC X(1).
      05 LG-RETURN-FILE    PIC X(60).
      05 LG-SEP-7          PIC X(1).
      05 LG-NATIVE-FILE    PIC X(100).

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
   01 WS-DAY1-EXCEPTIONS-STATUS PIC X(2).
   01 WS-NORM-EXCEPTIONS-STATUS PIC X(2).
   01 WS-NORM-MAP-STATUS        PIC X(2).
   01 WS-RETURN-FILE-STATUS     PIC X(2).
   01 WS-RETURN-LOG-STATUS      PIC X(2).
   01 WS-RETURN-FILE-NAME       PIC X(60).
   01 WS-EOF PIC A(1).
   01 WS-LOG-EOF PIC A(1).
*> the standard reason codes - the reason text day1norm and the
*> walkers write, and the code the supplier sees for it. A reason not
*> in the list goes back as OTHR with its text.
   01 Reason-Code-List.
      05 FILLER PIC X(44)
          VALUE 'DIR1invalid direction - expected L or R     '.
      05 FILLER PIC X(44)
          VALUE 'DIR1invalid direction - expected L/R/F/U    '.
      05 FILLER PIC X(44)
          VALUE 'MAG1missing magnitude                       '.
      05 FILLER PIC X(44)
          VALUE 'MAG2magnitude longer than 7 digits          '.
      05 FILLER PIC X(44)
          VALUE 'MAG3invalid magnitude - expected numeric    '.
      05 FILLER PIC X(44)
          VALUE 'SEC1malformed section header date           '.
      05 FILLER PIC X(44)
          VALUE 'SEC2section date out of order               '.
      05 FILLER PIC X(44)
          VALUE 'SEG1malformed segment header - leg not numer'.
      05 FILLER PIC X(44)
          VALUE 'SEG2segment header closes an empty leg      '.
      05 FILLER PIC X(44)
          VALUE 'SEG3journey exceeds the 100-leg limit       '.
      05 FILLER PIC X(44)
          VALUE 'STR1invalid start heading - expected N/E/S/W'.
      05 FILLER PIC X(44)
          VALUE 'STR2invalid start H - expected sign and 7 di'.
      05 FILLER PIC X(44)
          VALUE 'STR3invalid start V - expected sign and 7 di'.
      05 FILLER PIC X(44)
          VALUE "STR4start record after the leg's first turn ".
      05 FILLER PIC X(44)
          VALUE 'STR5second start record for one leg         '.
   01 Reason-Code-Table REDEFINES Reason-Code-List.
      05 Reason-Code-Entry OCCURS 15 TIMES.
         07 RC-CODE   PIC X(4).
         07 RC-REASON PIC X(40).
   01 RC-IX PIC 9(2) VALUE 0.
   01 WS-REASON-CODE PIC X(4).
*> every reject that traces back to a delivery, day1norm's and the
*> walkers' alike. day1normexceptions.dat is the lifetime record, so
*> when the table fills, the rejects the return log shows were already
*> returned are cleared out to make room (MAKE-REJECT-ROOM); only a
*> table full of rejects still owed is past capacity.
   78 WS-MAX-RETURN-REJECTS VALUE 10000.
   01 Return-Reject-Table.
      05 Return-Reject-Entry OCCURS WS-MAX-RETURN-REJECTS TIMES.
         07 RR-DELIVERY-RUN PIC X(20).
         07 RR-NATIVE-FILE  PIC X(100).
         07 RR-SECTION-DATE PIC X(10).
         07 RR-TOKEN-NUMBER PIC 9(6).
         07 RR-RAW-TOKEN    PIC X(20).
         07 RR-REASON-CODE  PIC X(4).
         07 RR-REASON       PIC X(40).
         07 RR-FOUND-BY     PIC X(1).
         07 RR-STATE        PIC X(1).
             88 Reject-To-Return      VALUE 'P'.
             88 Reject-Already-Logged VALUE 'L'.
             88 Reject-Returned       VALUE 'R'.
      05 RR-COUNT   PIC 9(5) VALUE 0.
      05 RR-IX      PIC 9(5) VALUE 0.
      05 RR-FOUND   PIC 9(5) VALUE 0.
      05 RR-DROPPED PIC 9(7) VALUE 0.
      05 RR-KEPT    PIC 9(5) VALUE 0.
      05 RR-ROOM-SW PIC X(1) VALUE 'Y'.
          88 Reject-Room-Possible VALUE 'Y'.
*> walker rejects waiting to be traced through the token map.
   78 WS-MAX-WALK-REJECTS VALUE 10000.
   01 Walk-Reject-Table.
      05 Walk-Reject-Entry OCCURS WS-MAX-WALK-REJECTS TIMES.
         07 WR-RUN-ID       PIC X(20).
         07 WR-FILE         PIC X(100).
         07 WR-LINE         PIC 9(6).
         07 WR-REASON       PIC X(40).
         07 WR-MAP-RUN-ID   PIC X(20).
         07 WR-TOKEN-NUMBER PIC 9(6).
         07 WR-SECTION-DATE PIC X(10).
         07 WR-RAW-TOKEN    PIC X(20).
         07 WR-NATIVE-FILE  PIC X(100).
      05 WR-COUNT   PIC 9(5) VALUE 0.
      05 WR-IX      PIC 9(5) VALUE 0.
      05 WR-DROPPED PIC 9(7) VALUE 0.
*> one entry per delivery with something to return this run - a
*> delivery whose rejects have all gone back takes no slot. Rejects of
*> deliveries past the table stay unlogged and go at the next run.
   78 WS-MAX-RETURN-DELIVERIES VALUE 500.
   01 Return-Delivery-Table.
      05 Return-Delivery-Entry OCCURS WS-MAX-RETURN-DELIVERIES TIMES.
         07 DL-DELIVERY-RUN  PIC X(20).
         07 DL-NATIVE-FILE   PIC X(100).
         07 DL-LAST-RETURN   PIC 9(3).
         07 DL-PENDING       PIC 9(6).
      05 DL-COUNT PIC 9(3) VALUE 0.
      05 DL-IX    PIC 9(3) VALUE 0.
      05 DL-FOUND PIC 9(3) VALUE 0.
      05 DL-DROPPED PIC 9(7) VALUE 0.
   01 Return-Counters.
      05 WS-RETURNS-WRITTEN  PIC 9(4) VALUE 0.
      05 WS-REJECTS-RETURNED PIC 9(6) VALUE 0.
      05 WS-REJECTS-LOGGED   PIC 9(6) VALUE 0.
      05 WS-WALK-DUPLICATES  PIC 9(6) VALUE 0.
      05 WS-WALK-UNMAPPED    PIC 9(6) VALUE 0.
      05 WS-RETURN-NUMBER    PIC 9(3) VALUE 0.
      05 WS-RETURN-ROWS      PIC 9(7) VALUE 0.
      05 WS-NEXT-TOKEN       PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   MOVE "Advent-2016-Day-1.return" TO WS-PARM-PROGRAM
   PERFORM LOAD-RUN-PARAMETERS
   IF Run-Parms-Invalid
     STOP RUN
   END-IF
   PERFORM ACQUIRE-HISTORY-LOCK
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   IF Sandbox-Run
     DISPLAY "SANDBOX=Y - trial rejects are never returned to a supplier"
         " - nothing returned"
     MOVE 4 TO RETURN-CODE
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   PERFORM LOAD-NORM-REJECTS
   PERFORM LOAD-WALK-REJECTS
   IF WR-COUNT > 0
     PERFORM TRACE-WALK-REJECTS
   END-IF
   PERFORM APPLY-RETURN-LOG
   IF RR-DROPPED > 0 OR WR-DROPPED > 0
     DISPLAY "reject history larger than the tables - "
         RR-DROPPED " normalizer and " WR-DROPPED
         " walker rejects past capacity not returned"
     MOVE 4 TO RETURN-CODE
   END-IF
   IF DL-DROPPED > 0
     DISPLAY "more than " WS-MAX-RETURN-DELIVERIES
         " deliveries owed a return - " DL-DROPPED
         " rejects held for the next run"
     MOVE 4 TO RETURN-CODE
   END-IF
   OPEN EXTEND RETURN-LOG.
   IF WS-RETURN-LOG-STATUS = '35'
     OPEN OUTPUT RETURN-LOG
   END-IF.
   PERFORM VARYING DL-IX FROM 1 BY 1 UNTIL DL-IX > DL-COUNT
     IF DL-PENDING(DL-IX) > 0
       PERFORM WRITE-RETURN-FILE
     END-IF
   END-PERFORM
   CLOSE RETURN-LOG.
   DISPLAY WS-RETURNS-WRITTEN " return files, " WS-REJECTS-RETURNED
       " rejects returned, " WS-REJECTS-LOGGED
       " already returned earlier, " WS-WALK-DUPLICATES
       " repeat walker rejects, " WS-WALK-UNMAPPED
       " walker rejects not from a supplier delivery"
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
     OPEN OUTPUT AUDIT-TRAIL
   END-IF.
   INITIALIZE AUDIT-RECORD
   MOVE "Advent-2016-Day-1.return" TO AUDIT-PROGRAM-NAME
   MOVE WS-RUN-ID                  TO AUDIT-RUN-ID
   MOVE WS-AUDIT-START-DATE        TO AUDIT-START-DATE
   MOVE WS-AUDIT-START-TIME        TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out             TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out             TO AUDIT-END-TIME
   STRING WS-RETURNS-WRITTEN " returns, " WS-REJECTS-RETURNED
       " rejects, " WS-WALK-UNMAPPED " unmapped" DELIMITED BY SIZE
       INTO AUDIT-RESULT
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
STOP RUN.

*> day1norm's rejects carry everything the return needs already.
LOAD-NORM-REJECTS.
    OPEN INPUT NORM-EXCEPTIONS
    IF WS-NORM-EXCEPTIONS-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ NORM-EXCEPTIONS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE NX-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          IF NORM-EXCEPTION-RECORD NOT = SPACES
              AND NOT Sandbox-Record-Refused
              AND NX-TOKEN-NUMBER IS NUMERIC
            MOVE NX-REASON TO ER-REASON
            PERFORM FIND-REASON-CODE
            PERFORM FIND-RETURN-REJECT-NX
            IF RR-FOUND = 0
              IF RR-COUNT >= WS-MAX-RETURN-REJECTS
                PERFORM MAKE-REJECT-ROOM
              END-IF
              IF RR-COUNT < WS-MAX-RETURN-REJECTS
                ADD 1 TO RR-COUNT
                MOVE NX-RUN-ID       TO RR-DELIVERY-RUN(RR-COUNT)
                MOVE NX-NATIVE-FILE  TO RR-NATIVE-FILE(RR-COUNT)
                MOVE NX-SECTION-DATE TO RR-SECTION-DATE(RR-COUNT)
                MOVE NX-TOKEN-NUMBER TO RR-TOKEN-NUMBER(RR-COUNT)
                MOVE NX-RAW-TOKEN    TO RR-RAW-TOKEN(RR-COUNT)
                MOVE WS-REASON-CODE  TO RR-REASON-CODE(RR-COUNT)
                MOVE NX-REASON       TO RR-REASON(RR-COUNT)
                MOVE 'N'             TO RR-FOUND-BY(RR-COUNT)
                SET Reject-To-Return(RR-COUNT) TO TRUE
              ELSE
                ADD 1 TO RR-DROPPED
              END-IF
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE NORM-EXCEPTIONS.

LOAD-WALK-REJECTS.
    OPEN INPUT DAY1-EXCEPTIONS
    IF WS-DAY1-EXCEPTIONS-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ DAY1-EXCEPTIONS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          MOVE ER-RUN-ID TO WS-SANDBOX-CHECK-ID
          PERFORM CHECK-SANDBOX-RECORD
          IF ER-RUN-ID(1:3) NOT = 'HDR'
              AND NOT Sandbox-Record-Refused
              AND ER-RUN-ID(1:3) NOT = 'TRL'
              AND EXCEPTION-RECORD NOT = SPACES
            IF WR-COUNT < WS-MAX-WALK-REJECTS
              ADD 1 TO WR-COUNT
              MOVE ER-RUN-ID          TO WR-RUN-ID(WR-COUNT)
              MOVE ER-DIRECTIONS-FILE TO WR-FILE(WR-COUNT)
              MOVE ER-LINE-NUMBER     TO WR-LINE(WR-COUNT)
              MOVE ER-REASON          TO WR-REASON(WR-COUNT)
              MOVE SPACES             TO WR-MAP-RUN-ID(WR-COUNT)
            ELSE
              ADD 1 TO WR-DROPPED
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE DAY1-EXCEPTIONS.

*> one pass of the token map: each walker reject keeps the map line
*> of the latest normalizing run of its file that came before the
*> walk. Then the traced rejects join the return table, a token
*> already there (the same reject from another walk) only once.
TRACE-WALK-REJECTS.
    OPEN INPUT NORM-TOKEN-MAP
    IF WS-NORM-MAP-STATUS = '00'
      MOVE SPACE TO WS-EOF
      PERFORM UNTIL WS-EOF = 'Y'
        READ NORM-TOKEN-MAP
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
            MOVE NM-RUN-ID TO WS-SANDBOX-CHECK-ID
            PERFORM CHECK-SANDBOX-RECORD
            PERFORM VARYING WR-IX FROM 1 BY 1 UNTIL WR-IX > WR-COUNT
              IF WR-FILE(WR-IX) = NM-NORMALIZED-FILE
                  AND NOT Sandbox-Record-Refused
                  AND WR-LINE(WR-IX) = NM-LINE-NUMBER
                  AND NM-RUN-ID < WR-RUN-ID(WR-IX)
                  AND (WR-MAP-RUN-ID(WR-IX) = SPACES
                       OR NM-RUN-ID > WR-MAP-RUN-ID(WR-IX))
                MOVE NM-RUN-ID       TO WR-MAP-RUN-ID(WR-IX)
                MOVE NM-TOKEN-NUMBER TO WR-TOKEN-NUMBER(WR-IX)
                MOVE NM-SECTION-DATE TO WR-SECTION-DATE(WR-IX)
                MOVE NM-RAW-TOKEN    TO WR-RAW-TOKEN(WR-IX)
                MOVE NM-NATIVE-FILE  TO WR-NATIVE-FILE(WR-IX)
              END-IF
            END-PERFORM
        END-READ
      END-PERFORM
      CLOSE NORM-TOKEN-MAP
    END-IF
    PERFORM VARYING WR-IX FROM 1 BY 1 UNTIL WR-IX > WR-COUNT
      IF WR-MAP-RUN-ID(WR-IX) = SPACES
        ADD 1 TO WS-WALK-UNMAPPED
      ELSE
        PERFORM ADD-WALK-REJECT
      END-IF
    END-PERFORM.

ADD-WALK-REJECT.
    MOVE WR-REASON(WR-IX) TO ER-REASON
    PERFORM FIND-REASON-CODE
    MOVE 0 TO RR-FOUND
    PERFORM VARYING RR-IX FROM 1 BY 1
        UNTIL RR-IX > RR-COUNT OR RR-FOUND > 0
      IF RR-DELIVERY-RUN(RR-IX) = WR-MAP-RUN-ID(WR-IX)
          AND RR-TOKEN-NUMBER(RR-IX) = WR-TOKEN-NUMBER(WR-IX)
          AND RR-REASON-CODE(RR-IX) = WS-REASON-CODE
        MOVE RR-IX TO RR-FOUND
      END-IF
    END-PERFORM
    IF RR-FOUND > 0
      ADD 1 TO WS-WALK-DUPLICATES
      EXIT PARAGRAPH
    END-IF
    IF RR-COUNT >= WS-MAX-RETURN-REJECTS
      PERFORM MAKE-REJECT-ROOM
    END-IF
    IF RR-COUNT >= WS-MAX-RETURN-REJECTS
      ADD 1 TO WR-DROPPED
      EXIT PARAGRAPH
    END-IF
    ADD 1 TO RR-COUNT
    MOVE WR-MAP-RUN-ID(WR-IX)   TO RR-DELIVERY-RUN(RR-COUNT)
    MOVE WR-NATIVE-FILE(WR-IX)  TO RR-NATIVE-FILE(RR-COUNT)
    MOVE WR-SECTION-DATE(WR-IX) TO RR-SECTION-DATE(RR-COUNT)
    MOVE WR-TOKEN-NUMBER(WR-IX) TO RR-TOKEN-NUMBER(RR-COUNT)
    MOVE WR-RAW-TOKEN(WR-IX)    TO RR-RAW-TOKEN(RR-COUNT)
    MOVE WS-REASON-CODE         TO RR-REASON-CODE(RR-COUNT)
    MOVE WR-REASON(WR-IX)       TO RR-REASON(RR-COUNT)
    MOVE 'W'                    TO RR-FOUND-BY(RR-COUNT)
    SET Reject-To-Return(RR-COUNT) TO TRUE.

*> a day1norm run writes each reject once, so only the same record
*> read twice (a copied-in file) can already be in the table.
FIND-RETURN-REJECT-NX.
    MOVE 0 TO RR-FOUND
    PERFORM VARYING RR-IX FROM 1 BY 1
        UNTIL RR-IX > RR-COUNT OR RR-FOUND > 0
      IF RR-DELIVERY-RUN(RR-IX) = NX-RUN-ID
          AND RR-TOKEN-NUMBER(RR-IX) = NX-TOKEN-NUMBER
          AND RR-REASON-CODE(RR-IX) = WS-REASON-CODE
        MOVE RR-IX TO RR-FOUND
      END-IF
    END-PERFORM.

*> ER-REASON in, WS-REASON-CODE out.
FIND-REASON-CODE.
    MOVE 'OTHR' TO WS-REASON-CODE
    PERFORM VARYING RC-IX FROM 1 BY 1 UNTIL RC-IX > 15
      IF ER-REASON = RC-REASON(RC-IX)
        MOVE RC-CODE(RC-IX) TO WS-REASON-CODE
      END-IF
    END-PERFORM.

*> the reject table is full: mark what the log shows was returned
*> before and close the table up over it. Once a pass frees nothing,
*> nothing later can be freed either, so the log is not read again.
MAKE-REJECT-ROOM.
    IF NOT Reject-Room-Possible
      EXIT PARAGRAPH
    END-IF
    PERFORM MARK-LOGGED-REJECTS
    MOVE 0 TO RR-KEPT
    PERFORM VARYING RR-IX FROM 1 BY 1 UNTIL RR-IX > RR-COUNT
      IF NOT Reject-Already-Logged(RR-IX)
        ADD 1 TO RR-KEPT
        IF RR-KEPT < RR-IX
          MOVE Return-Reject-Entry(RR-IX)
              TO Return-Reject-Entry(RR-KEPT)
        END-IF
      END-IF
    END-PERFORM
    IF RR-KEPT = RR-COUNT
      MOVE 'N' TO RR-ROOM-SW
    END-IF
    MOVE RR-KEPT TO RR-COUNT.

*> the log marks what has been returned before; the deliveries still
*> owed a return are counted up from the rejects left, and only those
*> take their last return number from a second pass of the log.
APPLY-RETURN-LOG.
    PERFORM MARK-LOGGED-REJECTS
    PERFORM VARYING RR-IX FROM 1 BY 1 UNTIL RR-IX > RR-COUNT
      IF Reject-To-Return(RR-IX)
        PERFORM FIND-RETURN-DELIVERY
        IF DL-FOUND > 0
          ADD 1 TO DL-PENDING(DL-FOUND)
        ELSE
          ADD 1 TO DL-DROPPED
        END-IF
      END-IF
    END-PERFORM
    IF DL-COUNT = 0
      EXIT PARAGRAPH
    END-IF
    OPEN INPUT RETURN-LOG
    IF WS-RETURN-LOG-STATUS = '00'
      MOVE SPACE TO WS-LOG-EOF
      PERFORM UNTIL WS-LOG-EOF = 'Y'
        READ RETURN-LOG
          AT END MOVE 'Y' TO WS-LOG-EOF
          NOT AT END
            PERFORM APPLY-LOG-RETURN-NUMBER
        END-READ
      END-PERFORM
      CLOSE RETURN-LOG
    END-IF.

MARK-LOGGED-REJECTS.
    OPEN INPUT RETURN-LOG
    IF WS-RETURN-LOG-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-LOG-EOF
    PERFORM UNTIL WS-LOG-EOF = 'Y'
      READ RETURN-LOG
        AT END MOVE 'Y' TO WS-LOG-EOF
        NOT AT END
          PERFORM APPLY-ONE-LOG-RECORD
      END-READ
    END-PERFORM
    CLOSE RETURN-LOG.

APPLY-ONE-LOG-RECORD.
    IF LG-TOKEN-NUMBER IS NOT NUMERIC
      EXIT PARAGRAPH
    END-IF
    PERFORM VARYING RR-IX FROM 1 BY 1 UNTIL RR-IX > RR-COUNT
      IF RR-DELIVERY-RUN(RR-IX) = LG-DELIVERY-RUN
          AND RR-TOKEN-NUMBER(RR-IX) = LG-TOKEN-NUMBER
          AND RR-REASON-CODE(RR-IX) = LG-REASON-CODE
          AND Reject-To-Return(RR-IX)
        SET Reject-Already-Logged(RR-IX) TO TRUE
        ADD 1 TO WS-REJECTS-LOGGED
      END-IF
    END-PERFORM.

*> a delivery owed a return numbers it on from its last one.
APPLY-LOG-RETURN-NUMBER.
    IF LG-RETURN-NUMBER IS NOT NUMERIC
      EXIT PARAGRAPH
    END-IF
    MOVE 0 TO DL-FOUND
    PERFORM VARYING DL-IX FROM 1 BY 1
        UNTIL DL-IX > DL-COUNT OR DL-FOUND > 0
      IF DL-DELIVERY-RUN(DL-IX) = LG-DELIVERY-RUN
        MOVE DL-IX TO DL-FOUND
      END-IF
    END-PERFORM
    IF DL-FOUND > 0
      IF LG-RETURN-NUMBER > DL-LAST-RETURN(DL-FOUND)
        MOVE LG-RETURN-NUMBER TO DL-LAST-RETURN(DL-FOUND)
      END-IF
    END-IF.

*> RR-IX in, DL-FOUND out - the delivery entry, added when new; 0 when
*> the table is full.
FIND-RETURN-DELIVERY.
    MOVE 0 TO DL-FOUND
    PERFORM VARYING DL-IX FROM 1 BY 1
        UNTIL DL-IX > DL-COUNT OR DL-FOUND > 0
      IF DL-DELIVERY-RUN(DL-IX) = RR-DELIVERY-RUN(RR-IX)
        MOVE DL-IX TO DL-FOUND
      END-IF
    END-PERFORM
    IF DL-FOUND = 0 AND DL-COUNT < WS-MAX-RETURN-DELIVERIES
      ADD 1 TO DL-COUNT
      MOVE DL-COUNT               TO DL-FOUND
      MOVE RR-DELIVERY-RUN(RR-IX) TO DL-DELIVERY-RUN(DL-FOUND)
      MOVE RR-NATIVE-FILE(RR-IX)  TO DL-NATIVE-FILE(DL-FOUND)
      MOVE 0                      TO DL-LAST-RETURN(DL-FOUND)
      MOVE 0                      TO DL-PENDING(DL-FOUND)
    END-IF.

*> one delivery's return: header, its outstanding rejects in token
*> order, trailer; each detail logged as it is written.
WRITE-RETURN-FILE.
    ADD 1 TO DL-LAST-RETURN(DL-IX) GIVING WS-RETURN-NUMBER
    MOVE SPACES TO WS-RETURN-FILE-NAME
    STRING "day1return_" DL-DELIVERY-RUN(DL-IX) "_" WS-RETURN-NUMBER
        ".dat" DELIMITED BY SIZE INTO WS-RETURN-FILE-NAME
    OPEN OUTPUT RETURN-FILE
    IF WS-RETURN-FILE-STATUS NOT = '00'
      DISPLAY WS-RETURN-FILE-NAME " could not be opened (status "
          WS-RETURN-FILE-STATUS ") - delivery "
          DL-DELIVERY-RUN(DL-IX) " not returned"
      MOVE 8 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO RETURN-HEADER-RECORD
    MOVE 'H'                    TO RH-RECORD-TYPE
    MOVE DL-NATIVE-FILE(DL-IX)  TO RH-NATIVE-FILE
    MOVE DL-DELIVERY-RUN(DL-IX) TO RH-DELIVERY-RUN
    MOVE WS-RETURN-NUMBER       TO RH-RETURN-NUMBER
    MOVE WS-TS-Date-Out         TO RH-DATE
    MOVE WS-TS-Time-Out         TO RH-TIME
    WRITE RETURN-HEADER-RECORD
    MOVE 0 TO WS-RETURN-ROWS
    PERFORM WRITE-NEXT-RETURN-DETAIL
        UNTIL WS-RETURN-ROWS >= DL-PENDING(DL-IX)
    MOVE SPACES TO RETURN-TRAILER-RECORD
    MOVE 'T'            TO RT-RECORD-TYPE
    MOVE WS-RETURN-ROWS TO RT-RECORD-COUNT
    WRITE RETURN-TRAILER-RECORD
    CLOSE RETURN-FILE
    MOVE WS-RETURN-NUMBER TO DL-LAST-RETURN(DL-IX)
    ADD 1 TO WS-RETURNS-WRITTEN
    DISPLAY WS-RETURN-FILE-NAME ": " WS-RETURN-ROWS " rejects for "
        DL-NATIVE-FILE(DL-IX).

*> the delivery's lowest token position not yet written.
WRITE-NEXT-RETURN-DETAIL.
    MOVE 0 TO RR-FOUND
    MOVE 999999 TO WS-NEXT-TOKEN
    PERFORM VARYING RR-IX FROM 1 BY 1 UNTIL RR-IX > RR-COUNT
      IF Reject-To-Return(RR-IX)
          AND RR-DELIVERY-RUN(RR-IX) = DL-DELIVERY-RUN(DL-IX)
          AND (RR-FOUND = 0 OR RR-TOKEN-NUMBER(RR-IX) < WS-NEXT-TOKEN)
        MOVE RR-IX TO RR-FOUND
        MOVE RR-TOKEN-NUMBER(RR-IX) TO WS-NEXT-TOKEN
      END-IF
    END-PERFORM
    MOVE SPACES TO RETURN-DETAIL-RECORD
    MOVE 'D'                       TO RD-RECORD-TYPE
    MOVE RR-SECTION-DATE(RR-FOUND) TO RD-SECTION-DATE
    MOVE RR-TOKEN-NUMBER(RR-FOUND) TO RD-TOKEN-NUMBER
    MOVE RR-RAW-TOKEN(RR-FOUND)    TO RD-RAW-TOKEN
    MOVE RR-REASON-CODE(RR-FOUND)  TO RD-REASON-CODE
    MOVE RR-REASON(RR-FOUND)       TO RD-REASON
    MOVE RR-FOUND-BY(RR-FOUND)     TO RD-FOUND-BY
    WRITE RETURN-DETAIL-RECORD
    SET Reject-Returned(RR-FOUND) TO TRUE
    ADD 1 TO WS-RETURN-ROWS
    ADD 1 TO WS-REJECTS-RETURNED
    MOVE SPACES TO RETURN-LOG-RECORD
    MOVE WS-TS-Date-Out            TO LG-DATE
    MOVE WS-TS-Time-Out            TO LG-TIME
    MOVE WS-RUN-ID                 TO LG-RUN-ID
    MOVE DL-DELIVERY-RUN(DL-IX)    TO LG-DELIVERY-RUN
    MOVE WS-RETURN-NUMBER          TO LG-RETURN-NUMBER
    MOVE RR-TOKEN-NUMBER(RR-FOUND) TO LG-TOKEN-NUMBER
    MOVE RR-REASON-CODE(RR-FOUND)  TO LG-REASON-CODE
    MOVE WS-RETURN-FILE-NAME       TO LG-RETURN-FILE
    MOVE DL-NATIVE-FILE(DL-IX)     TO LG-NATIVE-FILE
    WRITE RETURN-LOG-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
