
*> normalizing front-end for the day1 family: the puzzle supplier
*> delivers direction files as one long line of comma-separated tokens
*> like "R2, L3, F5, U1", while the walkers read the fixed
*> one-instruction-per-line DIRECTION-FILE layout. This program
*> reads the native file (DAY1_NATIVE_FILE, default day1native.txt),
*> writes the fixed-layout directions file the walkers consume
*> ready to hand straight to the walkers' DAY1_BATCH_FILE
*> processing. A feed with no section headers normalizes to the
*> single flat output exactly as before.
*>
*> Every line written to a normalized file is also recorded in the
*> token map day1normmap.dat (see NORMFD.cpy) with the native token it
*> came from - its position, raw text and DATE section - and every
*> reject carries its section date too, so the supplier return
*> program day1return can report a reject, ours or a walker's, in
*> terms the supplier can find in the file they sent.
*>
*> The normalized files are the walkers' production input and the
*> reject and token-map files are the supplier's record, none of
*> which has a sandbox twin, so a SANDBOX=Y run refuses with return
*> code 4 and writes nothing.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    SELECT NORMALIZED-DIRECTIONS ASSIGN TO DYNAMIC WS-NORMALIZED-FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NORMALIZED-STATUS.
    COPY NORMSEL.
    SELECT NORM-BATCH-CONTROL ASSIGN TO 'day1normbatch.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NORM-BATCH-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
      05 ND-DIRECTION PIC X(1).
      05 ND-MAGNITUDE PIC 9(7).

   COPY NORMFD.

   FD NORM-BATCH-CONTROL.
   01 NORM-BATCH-RECORD PIC X(100).
   01 WS-NATIVE-STATUS PIC X(2).
   01 WS-NORMALIZED-STATUS PIC X(2).
   01 WS-NORM-EXCEPTIONS-STATUS PIC X(2).
   01 WS-NORM-MAP-STATUS PIC X(2).
   01 WS-EOF PIC A(1).
   01 WS-NATIVE-LINE PIC X(10000).
   01 Tokenizing-Variables.
   01 Normalizing-Counters.
      05 WS-TOKENS-WRITTEN  PIC 9(6) VALUE 0.
      05 WS-TOKENS-REJECTED PIC 9(6) VALUE 0.
      05 WS-NORMALIZED-LINE PIC 9(6) VALUE 0.
*> multi-day section state - see the header comment for the feed
*> layout. The produced-files table keeps the section outputs in the
*> order they were opened, which the ascending-date rule makes date
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   IF Sandbox-Run
     DISPLAY "SANDBOX=Y - a trial run leaves the supplier files alone"
         " - nothing normalized"
     MOVE 4 TO RETURN-CODE
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   IF Parm-Native-Supplied
     MOVE PARM-NATIVE-FILE TO WS-NATIVE-FILE
   ELSE
     IF WS-NORM-EXCEPTIONS-STATUS = '35'
       OPEN OUTPUT NORM-EXCEPTIONS
     END-IF
     OPEN EXTEND NORM-TOKEN-MAP
     IF WS-NORM-MAP-STATUS = '35'
       OPEN OUTPUT NORM-TOKEN-MAP
     END-IF
     PERFORM UNTIL WS-EOF = 'Y'
        READ NATIVE-DIRECTIONS INTO WS-NATIVE-LINE
           AT END MOVE 'Y' TO WS-EOF
       CLOSE NORMALIZED-DIRECTIONS
     END-IF
     CLOSE NORM-EXCEPTIONS
     CLOSE NORM-TOKEN-MAP
     IF PS-COUNT > 0
       PERFORM WRITE-NORM-BATCH-CONTROL
     END-IF
      END-PERFORM
      IF WS-RAW-TOKEN(WS-TOKEN-START:1) NOT = "L"
          AND WS-RAW-TOKEN(WS-TOKEN-START:1) NOT = "R"
          AND WS-RAW-TOKEN(WS-TOKEN-START:1) NOT = "F"
          AND WS-RAW-TOKEN(WS-TOKEN-START:1) NOT = "U"
        SET Token-Is-Invalid TO TRUE
        MOVE "invalid direction - expected L/R/F/U" TO WS-TOKEN-REASON
      END-IF
      ADD 1 TO WS-TOKEN-START GIVING WS-MAG-START
      COMPUTE WS-MAG-LEN = WS-TOKEN-END - WS-TOKEN-START
        IF NOT Output-Is-Open
          OPEN OUTPUT NORMALIZED-DIRECTIONS
          SET Output-Is-Open TO TRUE
          MOVE 0 TO WS-NORMALIZED-LINE
        END-IF
        MOVE WS-RAW-TOKEN(WS-TOKEN-START:1) TO ND-DIRECTION
        MOVE WS-RAW-TOKEN(WS-MAG-START:WS-MAG-LEN) TO ND-MAGNITUDE
        WRITE NORM-DIRECTION-RECORD
        ADD 1 TO WS-TOKENS-WRITTEN
        ADD 1 TO WS-NORMALIZED-LINE
        MOVE SPACES              TO NORM-MAP-RECORD
        MOVE WS-RUN-ID           TO NM-RUN-ID
        MOVE WS-NORMALIZED-FILE  TO NM-NORMALIZED-FILE
        MOVE WS-NORMALIZED-LINE  TO NM-LINE-NUMBER
        MOVE WS-TOKEN-NUMBER     TO NM-TOKEN-NUMBER
        MOVE WS-PREV-SECTION-DATE TO NM-SECTION-DATE
        MOVE WS-RAW-TOKEN        TO NM-RAW-TOKEN
        MOVE WS-NATIVE-FILE      TO NM-NATIVE-FILE
        WRITE NORM-MAP-RECORD
      ELSE
        INITIALIZE NORM-EXCEPTION-RECORD
        MOVE WS-RUN-ID       TO NX-RUN-ID
        MOVE WS-RAW-TOKEN    TO NX-RAW-TOKEN
        MOVE WS-TOKEN-REASON TO NX-REASON
        MOVE WS-NATIVE-FILE  TO NX-NATIVE-FILE
        MOVE WS-PREV-SECTION-DATE TO NX-SECTION-DATE
        WRITE NORM-EXCEPTION-RECORD
        ADD 1 TO WS-TOKENS-REJECTED
      END-IF
      MOVE WS-NATIVE-LINE(1:20) TO NX-RAW-TOKEN
      MOVE WS-SECTION-ERROR TO NX-REASON
      MOVE WS-NATIVE-FILE  TO NX-NATIVE-FILE
      MOVE WS-SECTION-DATE TO NX-SECTION-DATE
      WRITE NORM-EXCEPTION-RECORD
      ADD 1 TO WS-TOKENS-REJECTED
    ELSE
          DELIMITED BY SIZE INTO WS-NORMALIZED-FILE
      OPEN OUTPUT NORMALIZED-DIRECTIONS
      SET Output-Is-Open TO TRUE
      MOVE 0 TO WS-NORMALIZED-LINE
      IF PS-COUNT < WS-MAX-FEED-SECTIONS
        ADD 1 TO PS-COUNT
        MOVE WS-NORMALIZED-FILE TO PS-FILE-NAME(PS-COUNT)
