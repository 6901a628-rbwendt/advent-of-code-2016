*> DAY1_EXTRACT_TO_DATE, YYYY-MM-DD, both optional) and by program
*> name (DAY1_EXTRACT_PROGRAM, default all programs). The extract file
*> is rewritten from scratch on every run - it is a feed, not a
*> history; day1results.dat remains the history. The F and U move
*> counts are the last two columns, after every column the loader
*> already maps, and are zero for a run from before F and U existed.
*>
*> Only signed-off results reach the warehouse. A run goes out when
*> day1signoff.dat holds an APPROVED decision for it, or - with
*> EXTRACT-UNFLAGGED=Y in runparms.dat - when nobody has decided it
*> and it is not a run day1trend would show as moved or day1recon
*> would report as mismatched (see SIGNFLD.cpy). A WITHHELD run never
*> goes out. day1extractrpt.dat lists every withheld run in the
*> selection with who withheld it and why, and every run still
*> awaiting a decision, so the warehouse team knows what is missing;
*> day1review lists the same runs for the operators who decide them.
*>
*> EXTRACT-MODE=INCREMENTAL (or DAY1_EXTRACT_MODE) turns the rebuild
*> into a numbered feed. The feed-control file day1feedctl.dat holds
*> one record per batch ever cut - sequence, first and last run id,
*> rows, SENT or DELIVERED - and the highest last run id on it is the
*> last run sent. Each cycle:
*>   - the warehouse's acknowledgements in day1feedack.dat (sequence,
*>     rows loaded, date) are read back, and a SENT batch whose ack
*>     confirms its row count becomes DELIVERED; an ack with any other
*>     count leaves it SENT and raises a WARNING;
*>   - every batch still SENT is re-extracted over its own run-id
*>     range and re-sent under its own sequence number;
*>   - the published runs past the last run sent go out as the next
*>     batch, day1feed_<sequence>.csv. The batch stops short of the
*>     first run still awaiting sign-off or WITHHELD so nothing is
*>     skipped past it - a withheld run is released by appending an
*>     APPROVED record (SIGNFD.cpy), and once the last run sent had
*>     passed it no later batch would carry it.
*> A feed file opens with an HDR,<sequence>,<date>,<time>,<send
*> count> row and the column header, and closes with a
*> TRL,<sequence>,<rows>,<hash>,<first run>,<last run> control row
*> (hash = manhattan + repeat_manhattan over the rows, as on the
*> history TRL records). The date range and program selection do not
*> apply to the feed. day1extractrpt.dat lists the outstanding and
*> delivered batches after the held runs.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
    SELECT DAY1-RESULTS ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DAY1-RESULTS-STATUS.
    SELECT MOVE-SUMMARY ASSIGN TO DYNAMIC WS-MOVES-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MOVE-SUMMARY-STATUS.
    SELECT EXTRACT-FEED ASSIGN TO 'day1extract.csv'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXTRACT-FEED-STATUS.
    SELECT EXTRACT-REPORT ASSIGN TO 'day1extractrpt.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXTRACT-REPORT-STATUS.
    SELECT FEED-CONTROL ASSIGN TO 'day1feedctl.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FEED-CONTROL-STATUS.
    SELECT FEED-ACK ASSIGN TO 'day1feedack.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FEED-ACK-STATUS.
    SELECT FEED-BATCH ASSIGN TO DYNAMIC WS-FEED-BATCH-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FEED-BATCH-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY SIGNSEL.
    COPY ALERTSEL.
    COPY PARMSEL.
    COPY LOCKSEL.
   FD EXTRACT-FEED.
   01 EXTRACT-FEED-RECORD PIC X(300).

   FD EXTRACT-REPORT.
   01 EXTRACT-REPORT-RECORD PIC X(250).

*> one record per feed batch - see the header.
   FD FEED-CONTROL.
   01 FEED-CONTROL-RECORD.
      05 FC-SEQUENCE     PIC 9(6).
      05 FC-SEP-0        PIC X(1).
      05 FC-FIRST-RUN-ID PIC X(20).
      05 FC-SEP-1        PIC X(1).
      05 FC-LAST-RUN-ID  PIC X(20).
      05 FC-SEP-2        PIC X(1).
      05 FC-ROW-COUNT    PIC 9(7).
      05 FC-SEP-3        PIC X(1).
      05 FC-STATUS       PIC X(9).
      05 FC-SEP-4        PIC X(1).
      05 FC-SENT-DATE    PIC X(10).
      05 FC-SEP-5        PIC X(1).
      05 FC-SEND-COUNT   PIC 9(3).
      05 FC-SEP-6        PIC X(1).
      05 FC-ACK-DATE     PIC X(10).
      05 FC-SEP-7        PIC X(1).
      05 FC-ACK-ROWS     PIC 9(7).

*> the warehouse's acknowledgement of one batch it has loaded.
   FD FEED-ACK.
   01 FEED-ACK-RECORD.
      05 FA-SEQUENCE  PIC 9(6).
      05 FA-SEP-0     PIC X(1).
      05 FA-ROW-COUNT PIC 9(7).
      05 FA-SEP-1     PIC X(1).
      05 FA-DATE      PIC X(10).

   FD FEED-BATCH.
   01 FEED-BATCH-RECORD PIC X(300).

   FD AUDIT-TRAIL.
   COPY AUDITREC.

   COPY SIGNFD.

   COPY ALERTFD.

   COPY PARMFD.
   COPY ALERTFLD.
   COPY PARMFLD.
   COPY LOCKFLD.
   COPY SIGNFLD.
   01 WS-DAY1-RESULTS-STATUS PIC X(2).
   01 WS-MOVE-SUMMARY-STATUS PIC X(2).
   01 WS-EXTRACT-FEED-STATUS PIC X(2).
   01 WS-EXTRACT-REPORT-STATUS PIC X(2).
   01 WS-FEED-CONTROL-STATUS PIC X(2).
   01 WS-FEED-ACK-STATUS PIC X(2).
   01 WS-FEED-BATCH-STATUS PIC X(2).
   01 WS-EOF PIC A(1).
   01 Extract-Parameters.
      05 WS-FROM-DATE    PIC X(10) VALUE '0000-00-00'.
      05 WS-TO-DATE      PIC X(10) VALUE '9999-99-99'.
      05 WS-PROGRAM-PARM PIC X(24) VALUE SPACES.
      05 WS-PARM-ENV     PIC X(24).
      05 WS-EXTRACT-MODE PIC X(1) VALUE 'F'.
          88 Incremental-Extract VALUE 'I'.
*> the move summaries, loaded first and joined to by run identifier.
   78 WS-MAX-EXTRACT-RUNS VALUE 5000.
   01 Move-Join-Table.
         07 MJ-RIGHT-COUNT PIC 9(6).
         07 MJ-MAX-ABS-H   PIC 9(7).
         07 MJ-MAX-ABS-V   PIC 9(7).
         07 MJ-FORWARD-COUNT PIC 9(6).
         07 MJ-UTURN-COUNT PIC 9(6).
      05 MJ-COUNT PIC 9(5) VALUE 0.
      05 MJ-IX    PIC 9(5) VALUE 0.
      05 MJ-FOUND PIC 9(5) VALUE 0.
   01 Extract-Counters.
      05 WS-EXTRACTED-COUNT PIC 9(6) VALUE 0.
      05 WS-UNJOINED-COUNT  PIC 9(6) VALUE 0.
      05 WS-HELD-ROW-COUNT  PIC 9(6) VALUE 0.
      05 WS-WITHHELD-COUNT  PIC 9(6) VALUE 0.
      05 WS-AWAITING-COUNT  PIC 9(6) VALUE 0.
*> the feed-control file, held here while acknowledgements are
*> applied and batches re-sent, then written back whole.
   78 WS-MAX-FEED-BATCHES VALUE 2000.
   01 Feed-Batch-Table.
      05 Feed-Batch-Entry OCCURS WS-MAX-FEED-BATCHES TIMES.
         07 FB-SEQUENCE     PIC 9(6).
         07 FB-FIRST-RUN-ID PIC X(20).
         07 FB-LAST-RUN-ID  PIC X(20).
         07 FB-ROW-COUNT    PIC 9(7).
         07 FB-STATUS       PIC X(9).
             88 Feed-Batch-Outstanding VALUE 'SENT'.
             88 Feed-Batch-Delivered   VALUE 'DELIVERED'.
         07 FB-SENT-DATE    PIC X(10).
         07 FB-SEND-COUNT   PIC 9(3).
         07 FB-ACK-DATE     PIC X(10).
         07 FB-ACK-ROWS     PIC 9(7).
         07 FB-ACK-SW       PIC X(1).
             88 Feed-Ack-Disagrees VALUE 'Y'.
      05 FB-COUNT PIC 9(4) VALUE 0.
      05 FB-IX    PIC 9(4) VALUE 0.
      05 FB-FOUND PIC 9(4) VALUE 0.
   01 Feed-Variables.
      05 WS-FEED-BATCH-NAME   PIC X(30).
      05 WS-FEED-MARK         PIC X(20) VALUE SPACES.
      05 WS-FEED-CUTOFF       PIC X(20).
      05 WS-FEED-CUTOFF-SW    PIC X(1) VALUE 'N'.
          88 Feed-Held-Withheld VALUE 'Y'.
      05 WS-FEED-SEQUENCE     PIC 9(6) VALUE 0.
      05 WS-FEED-SEQUENCE-OUT PIC 9(6) VALUE 0.
      05 WS-FEED-SEND-COUNT   PIC 9(3) VALUE 0.
      05 WS-FEED-FIRST-RUN-ID PIC X(20).
      05 WS-FEED-LAST-RUN-ID  PIC X(20).
      05 WS-FEED-ROWS         PIC 9(7) VALUE 0.
      05 WS-FEED-HASH         PIC S9(15) VALUE 0.
      05 WS-FEED-HASH-OUT     PIC +9(15).
      05 WS-FEED-OPEN-SW      PIC X(1) VALUE 'N'.
          88 Feed-Batch-Open  VALUE 'Y'.
      05 WS-FEED-NEW-SEQUENCE PIC 9(6) VALUE 0.
      05 WS-FEED-RESENT       PIC 9(4) VALUE 0.
      05 WS-FEED-DELIVERED    PIC 9(4) VALUE 0.
      05 WS-FEED-ACK-MISMATCH PIC 9(4) VALUE 0.
      05 WS-FEED-ACK-IGNORED  PIC 9(4) VALUE 0.
      05 WS-FEED-OUTSTANDING  PIC 9(4) VALUE 0.
      05 WS-FEED-LISTED       PIC 9(4) VALUE 0.
   01 WS-PUBLISH-SWITCH PIC X(1) VALUE 'N'.
       88 Publish-Row VALUE 'Y'.
   01 WS-EXTRACT-LINE PIC X(300).
   01 WS-EXTRACT-REPORT-LINE PIC X(250).

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   PERFORM BUILD-TIMESTAMP
   MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
   MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
   IF Sandbox-Run
     DISPLAY "SANDBOX=Y - trial runs never go to the analytics warehouse"
         " - nothing extracted"
     MOVE 4 TO RETURN-CODE
     PERFORM RELEASE-HISTORY-LOCK
     STOP RUN
   END-IF
   IF Parm-Extract-From-Supplied
     MOVE PARM-EXTRACT-FROM TO WS-FROM-DATE
   ELSE
       MOVE WS-PARM-ENV TO WS-PROGRAM-PARM
     END-IF
   END-IF
   IF Parm-Extract-Mode-Supplied
     MOVE PARM-EXTRACT-MODE TO WS-EXTRACT-MODE
   ELSE
     ACCEPT WS-PARM-ENV FROM ENVIRONMENT "DAY1_EXTRACT_MODE"
         ON EXCEPTION
           MOVE SPACES TO WS-PARM-ENV
     END-ACCEPT
     IF WS-PARM-ENV = 'INCREMENTAL'
       MOVE 'I' TO WS-EXTRACT-MODE
     END-IF
   END-IF
   IF Incremental-Extract
     MOVE '0000-00-00' TO WS-FROM-DATE
     MOVE '9999-99-99' TO WS-TO-DATE
     MOVE SPACES TO WS-PROGRAM-PARM
   END-IF
   PERFORM LOAD-MOVE-SUMMARIES
   PERFORM LOAD-REVIEW-RUNS
   OPEN INPUT DAY1-RESULTS.
   IF WS-DAY1-RESULTS-STATUS NOT = '00'
     DISPLAY "day1results.dat not found or unreadable (status "
         WS-DAY1-RESULTS-STATUS ") - nothing to extract"
     MOVE 8 TO RETURN-CODE
   ELSE
     IF Incremental-Extract
       CLOSE DAY1-RESULTS
       PERFORM RUN-INCREMENTAL-FEED
       PERFORM WRITE-EXTRACT-REPORT
     ELSE
       OPEN OUTPUT EXTRACT-FEED
       MOVE "program,run_id,run_date,run_time,directions_file," &
           "horizontal,vertical,manhattan,repeat_manhattan," &
           "moves_joined,total_moves,left_count,right_count," &
           "max_abs_h,max_abs_v,leg_number,forward_count," &
           "uturn_count" TO EXTRACT-FEED-RECORD
       WRITE EXTRACT-FEED-RECORD
       MOVE SPACE TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ DAY1-RESULTS
             AT END MOVE 'Y' TO WS-EOF
             NOT AT END
*> sandbox-marked runs (see RUNFLD.cpy) were counted and refused when
*> the review table was loaded - this only keeps their rows out.
               IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
                   AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
                   AND (DR-RUN-ID(17:1) NOT = 'S' OR Sandbox-Run)
                   AND DR-RUN-DATE >= WS-FROM-DATE
                   AND DR-RUN-DATE <= WS-TO-DATE
                   AND (WS-PROGRAM-PARM = SPACES
                        OR DR-PROGRAM-NAME = WS-PROGRAM-PARM)
                 PERFORM CHECK-ROW-SIGN-OFF
                 IF Publish-Row
                   PERFORM WRITE-EXTRACT-ROW
                 ELSE
                   ADD 1 TO WS-HELD-ROW-COUNT
                 END-IF
               END-IF
          END-READ
       END-PERFORM
       CLOSE DAY1-RESULTS
       CLOSE EXTRACT-FEED
       DISPLAY "extracted " WS-EXTRACTED-COUNT " rows ("
           WS-UNJOINED-COUNT " without a move summary) to "
           "day1extract.csv"
       PERFORM WRITE-EXTRACT-REPORT
     END-IF
   END-IF.
   PERFORM REPORT-SANDBOX-REFUSALS
   PERFORM BUILD-TIMESTAMP
   OPEN EXTEND AUDIT-TRAIL.
   IF WS-AUDIT-TRAIL-STATUS = '35'
   MOVE WS-AUDIT-START-TIME         TO AUDIT-START-TIME
   MOVE WS-TS-Date-Out              TO AUDIT-END-DATE
   MOVE WS-TS-Time-Out              TO AUDIT-END-TIME
   IF Incremental-Extract
     STRING "feed " WS-FEED-NEW-SEQUENCE " rows " WS-FEED-ROWS
         ", resent " WS-FEED-RESENT ", delivered " WS-FEED-DELIVERED
         DELIMITED BY SIZE INTO AUDIT-RESULT
   ELSE
     STRING "extracted " WS-EXTRACTED-COUNT " rows, held "
         WS-HELD-ROW-COUNT DELIMITED BY SIZE INTO AUDIT-RESULT
   END-IF
   WRITE AUDIT-RECORD.
   CLOSE AUDIT-TRAIL.
   PERFORM RELEASE-HISTORY-LOCK.
              MOVE MS-RIGHT-COUNT TO MJ-RIGHT-COUNT(MJ-COUNT)
              MOVE MS-MAX-ABS-H   TO MJ-MAX-ABS-H(MJ-COUNT)
              MOVE MS-MAX-ABS-V   TO MJ-MAX-ABS-V(MJ-COUNT)
              MOVE 0              TO MJ-FORWARD-COUNT(MJ-COUNT)
                                     MJ-UTURN-COUNT(MJ-COUNT)
              IF MS-FORWARD-COUNT IS NUMERIC
                MOVE MS-FORWARD-COUNT TO MJ-FORWARD-COUNT(MJ-COUNT)
              END-IF
              IF MS-UTURN-COUNT IS NUMERIC
                MOVE MS-UTURN-COUNT TO MJ-UTURN-COUNT(MJ-COUNT)
              END-IF
            END-IF
        END-READ
      END-PERFORM
          "," MJ-MAX-ABS-H(MJ-FOUND)
          "," MJ-MAX-ABS-V(MJ-FOUND)
          "," WS-EXT-LEG-NUMBER
          "," MJ-FORWARD-COUNT(MJ-FOUND)
          "," MJ-UTURN-COUNT(MJ-FOUND)
          DELIMITED BY SIZE INTO WS-EXTRACT-LINE
    ELSE
      STRING DR-PROGRAM-NAME DELIMITED BY SPACE
          "," WS-EXT-HORIZONTAL "," WS-EXT-VERTICAL
          "," WS-EXT-MANHATTAN "," WS-EXT-REPEAT-MAN
          "," WS-EXT-JOINED ",000000,000000,000000,0000000,0000000"
          "," WS-EXT-LEG-NUMBER ",000000,000000"
          DELIMITED BY SIZE INTO WS-EXTRACT-LINE
    END-IF
    IF Incremental-Extract
      MOVE WS-EXTRACT-LINE TO FEED-BATCH-RECORD
      WRITE FEED-BATCH-RECORD
      ADD 1 TO WS-FEED-ROWS
      ADD DR-MANHATTAN DR-REPEAT-MANHATTAN TO WS-FEED-HASH
    ELSE
      MOVE WS-EXTRACT-LINE TO EXTRACT-FEED-RECORD
      WRITE EXTRACT-FEED-RECORD
    END-IF
    ADD 1 TO WS-EXTRACTED-COUNT.

*> whether the row in hand may be published - see the header. A run
*> the review table could not hold has never been reviewed, so it is
*> held with the undecided ones rather than waved through.
CHECK-ROW-SIGN-OFF.
    MOVE 'N' TO WS-PUBLISH-SWITCH
    MOVE DR-RUN-ID TO RV-SEARCH-ID
    PERFORM FIND-REVIEW-RUN
    IF RV-FOUND > 0
      IF Review-Run-Approved(RV-FOUND)
        MOVE 'Y' TO WS-PUBLISH-SWITCH
      END-IF
      IF Review-Run-Undecided(RV-FOUND)
          AND NOT Review-Run-Flagged(RV-FOUND)
          AND PARM-EXTRACT-UNFLAGGED = 'Y'
        MOVE 'Y' TO WS-PUBLISH-SWITCH
      END-IF
    END-IF.

*> one incremental cycle - see the header. The feed-control file is
*> written back whole at the end, so a cycle that stops early leaves
*> it as it was.
RUN-INCREMENTAL-FEED.
    PERFORM LOAD-FEED-CONTROL
    IF FB-COUNT >= WS-MAX-FEED-BATCHES
      DISPLAY "day1feedctl.dat holds " WS-MAX-FEED-BATCHES
          " batches or more - trim delivered batches before the next"
          " feed"
      MOVE 8 TO RETURN-CODE
      EXIT PARAGRAPH
    END-IF
    PERFORM APPLY-FEED-ACKS
    PERFORM VARYING FB-IX FROM 1 BY 1 UNTIL FB-IX > FB-COUNT
      IF Feed-Batch-Outstanding(FB-IX)
        PERFORM RESEND-FEED-BATCH
      END-IF
    END-PERFORM
    PERFORM CUT-NEW-FEED-BATCH
    PERFORM SAVE-FEED-CONTROL
    DISPLAY "feed: " WS-FEED-DELIVERED " batches newly delivered, "
        WS-FEED-RESENT " re-sent, new batch " WS-FEED-NEW-SEQUENCE
        " with " WS-FEED-ROWS " rows"
    IF WS-FEED-ACK-MISMATCH > 0
      MOVE 4 TO RETURN-CODE
      MOVE 'WARNING' TO WS-ALERT-SEVERITY
      MOVE SPACES TO WS-ALERT-MESSAGE
      STRING WS-FEED-ACK-MISMATCH " warehouse acknowledgements do not"
          " match the rows sent - batches left outstanding, see"
          " day1extractrpt.dat" DELIMITED BY SIZE
          INTO WS-ALERT-MESSAGE
      PERFORM WRITE-OPERATOR-ALERT
    END-IF.

LOAD-FEED-CONTROL.
    OPEN INPUT FEED-CONTROL
    IF WS-FEED-CONTROL-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ FEED-CONTROL
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF FC-SEQUENCE IS NUMERIC AND FB-COUNT < WS-MAX-FEED-BATCHES
            ADD 1 TO FB-COUNT
            MOVE FC-SEQUENCE     TO FB-SEQUENCE(FB-COUNT)
            MOVE FC-FIRST-RUN-ID TO FB-FIRST-RUN-ID(FB-COUNT)
            MOVE FC-LAST-RUN-ID  TO FB-LAST-RUN-ID(FB-COUNT)
            MOVE FC-ROW-COUNT    TO FB-ROW-COUNT(FB-COUNT)
            MOVE FC-STATUS       TO FB-STATUS(FB-COUNT)
            MOVE FC-SENT-DATE    TO FB-SENT-DATE(FB-COUNT)
            MOVE FC-SEND-COUNT   TO FB-SEND-COUNT(FB-COUNT)
            MOVE FC-ACK-DATE     TO FB-ACK-DATE(FB-COUNT)
            MOVE FC-ACK-ROWS     TO FB-ACK-ROWS(FB-COUNT)
            MOVE 'N'             TO FB-ACK-SW(FB-COUNT)
            IF FC-SEQUENCE > WS-FEED-SEQUENCE
              MOVE FC-SEQUENCE TO WS-FEED-SEQUENCE
            END-IF
            IF FC-LAST-RUN-ID > WS-FEED-MARK
              MOVE FC-LAST-RUN-ID TO WS-FEED-MARK
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE FEED-CONTROL.

*> the ack file is the warehouse's and only ever grows, so every
*> cycle reads all of it; acks for batches already delivered, or for
*> sequences never sent, change nothing.
APPLY-FEED-ACKS.
    OPEN INPUT FEED-ACK
    IF WS-FEED-ACK-STATUS NOT = '00'
      EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ FEED-ACK
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF FA-SEQUENCE IS NUMERIC AND FA-ROW-COUNT IS NUMERIC
            PERFORM APPLY-ONE-FEED-ACK
          ELSE
            IF FEED-ACK-RECORD NOT = SPACES
              ADD 1 TO WS-FEED-ACK-IGNORED
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE FEED-ACK.

APPLY-ONE-FEED-ACK.
    MOVE 0 TO FB-FOUND
    PERFORM VARYING FB-IX FROM 1 BY 1
        UNTIL FB-IX > FB-COUNT OR FB-FOUND > 0
      IF FB-SEQUENCE(FB-IX) = FA-SEQUENCE
        MOVE FB-IX TO FB-FOUND
      END-IF
    END-PERFORM
    IF FB-FOUND = 0
      ADD 1 TO WS-FEED-ACK-IGNORED
      EXIT PARAGRAPH
    END-IF
    IF NOT Feed-Batch-Outstanding(FB-FOUND)
      EXIT PARAGRAPH
    END-IF
    MOVE FA-DATE      TO FB-ACK-DATE(FB-FOUND)
    MOVE FA-ROW-COUNT TO FB-ACK-ROWS(FB-FOUND)
    IF FA-ROW-COUNT = FB-ROW-COUNT(FB-FOUND)
      SET Feed-Batch-Delivered(FB-FOUND) TO TRUE
      MOVE 'N' TO FB-ACK-SW(FB-FOUND)
      ADD 1 TO WS-FEED-DELIVERED
    ELSE
      IF NOT Feed-Ack-Disagrees(FB-FOUND)
        ADD 1 TO WS-FEED-ACK-MISMATCH
      END-IF
      MOVE 'Y' TO FB-ACK-SW(FB-FOUND)
    END-IF.

*> the same run-id range again under the same sequence number; a run
*> decided since the batch was first cut is published or left out by
*> its decision today, and the batch's row count follows.
RESEND-FEED-BATCH.
    MOVE FB-SEQUENCE(FB-IX) TO WS-FEED-SEQUENCE-OUT
    ADD 1 TO FB-SEND-COUNT(FB-IX)
    MOVE FB-SEND-COUNT(FB-IX) TO WS-FEED-SEND-COUNT
    MOVE 0 TO WS-FEED-ROWS
    MOVE 0 TO WS-FEED-HASH
    PERFORM OPEN-FEED-BATCH
    OPEN INPUT DAY1-RESULTS
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ DAY1-RESULTS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
              AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
              AND (DR-RUN-ID(17:1) NOT = 'S' OR Sandbox-Run)
              AND DR-RUN-ID >= FB-FIRST-RUN-ID(FB-IX)
              AND DR-RUN-ID <= FB-LAST-RUN-ID(FB-IX)
            PERFORM CHECK-ROW-SIGN-OFF
            IF Publish-Row
              PERFORM WRITE-EXTRACT-ROW
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE DAY1-RESULTS
    MOVE FB-FIRST-RUN-ID(FB-IX) TO WS-FEED-FIRST-RUN-ID
    MOVE FB-LAST-RUN-ID(FB-IX)  TO WS-FEED-LAST-RUN-ID
    PERFORM CLOSE-FEED-BATCH
    MOVE WS-FEED-ROWS   TO FB-ROW-COUNT(FB-IX)
    MOVE WS-TS-Date-Out TO FB-SENT-DATE(FB-IX)
    ADD 1 TO WS-FEED-RESENT.

*> first pass: the earliest run past the mark still waiting for a
*> decision or withheld, which the batch must stop short of. Second
*> pass: the published rows between the mark and that run.
CUT-NEW-FEED-BATCH.
    MOVE HIGH-VALUES TO WS-FEED-CUTOFF
    MOVE 'N' TO WS-FEED-CUTOFF-SW
    OPEN INPUT DAY1-RESULTS
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ DAY1-RESULTS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
              AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
              AND (DR-RUN-ID(17:1) NOT = 'S' OR Sandbox-Run)
              AND DR-RUN-ID > WS-FEED-MARK
              AND DR-RUN-ID < WS-FEED-CUTOFF
            PERFORM CHECK-ROW-SIGN-OFF
            IF NOT Publish-Row
              MOVE DR-RUN-ID TO WS-FEED-CUTOFF
              MOVE 'N' TO WS-FEED-CUTOFF-SW
              IF RV-FOUND > 0
                IF Review-Run-Withheld(RV-FOUND)
                  MOVE 'Y' TO WS-FEED-CUTOFF-SW
                END-IF
              END-IF
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE DAY1-RESULTS
    MOVE 0 TO WS-FEED-ROWS
    MOVE 0 TO WS-FEED-HASH
    MOVE HIGH-VALUES TO WS-FEED-FIRST-RUN-ID
    MOVE LOW-VALUES TO WS-FEED-LAST-RUN-ID
    COMPUTE WS-FEED-SEQUENCE-OUT = WS-FEED-SEQUENCE + 1
    MOVE 1 TO WS-FEED-SEND-COUNT
    OPEN INPUT DAY1-RESULTS
    MOVE SPACE TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
      READ DAY1-RESULTS
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
          IF DR-PROGRAM-NAME(1:3) NOT = 'HDR'
              AND DR-PROGRAM-NAME(1:3) NOT = 'TRL'
              AND (DR-RUN-ID(17:1) NOT = 'S' OR Sandbox-Run)
              AND DR-RUN-ID > WS-FEED-MARK
              AND DR-RUN-ID < WS-FEED-CUTOFF
            PERFORM CHECK-ROW-SIGN-OFF
            IF Publish-Row
              IF NOT Feed-Batch-Open
                PERFORM OPEN-FEED-BATCH
              END-IF
              PERFORM WRITE-EXTRACT-ROW
              IF DR-RUN-ID < WS-FEED-FIRST-RUN-ID
                MOVE DR-RUN-ID TO WS-FEED-FIRST-RUN-ID
              END-IF
              IF DR-RUN-ID > WS-FEED-LAST-RUN-ID
                MOVE DR-RUN-ID TO WS-FEED-LAST-RUN-ID
              END-IF
            ELSE
              ADD 1 TO WS-HELD-ROW-COUNT
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE DAY1-RESULTS
    IF NOT Feed-Batch-Open
      MOVE SPACES TO WS-FEED-FIRST-RUN-ID WS-FEED-LAST-RUN-ID
      EXIT PARAGRAPH
    END-IF
    PERFORM CLOSE-FEED-BATCH
    MOVE WS-FEED-SEQUENCE-OUT TO WS-FEED-NEW-SEQUENCE
    ADD 1 TO FB-COUNT
    MOVE WS-FEED-SEQUENCE-OUT TO FB-SEQUENCE(FB-COUNT)
    MOVE WS-FEED-FIRST-RUN-ID TO FB-FIRST-RUN-ID(FB-COUNT)
    MOVE WS-FEED-LAST-RUN-ID  TO FB-LAST-RUN-ID(FB-COUNT)
    MOVE WS-FEED-ROWS         TO FB-ROW-COUNT(FB-COUNT)
    SET Feed-Batch-Outstanding(FB-COUNT) TO TRUE
    MOVE WS-TS-Date-Out       TO FB-SENT-DATE(FB-COUNT)
    MOVE 1                    TO FB-SEND-COUNT(FB-COUNT)
    MOVE SPACES               TO FB-ACK-DATE(FB-COUNT)
    MOVE 0                    TO FB-ACK-ROWS(FB-COUNT)
    MOVE 'N'                  TO FB-ACK-SW(FB-COUNT).

OPEN-FEED-BATCH.
    MOVE SPACES TO WS-FEED-BATCH-NAME
    STRING "day1feed_" WS-FEED-SEQUENCE-OUT ".csv" DELIMITED BY SIZE
        INTO WS-FEED-BATCH-NAME
    OPEN OUTPUT FEED-BATCH
    SET Feed-Batch-Open TO TRUE
    MOVE SPACES TO FEED-BATCH-RECORD
    STRING "HDR," WS-FEED-SEQUENCE-OUT "," WS-TS-Date-Out ","
        WS-TS-Time-Out "," WS-FEED-SEND-COUNT DELIMITED BY SIZE
        INTO FEED-BATCH-RECORD
    WRITE FEED-BATCH-RECORD
    MOVE "program,run_id,run_date,run_time,directions_file," &
        "horizontal,vertical,manhattan,repeat_manhattan," &
        "moves_joined,total_moves,left_count,right_count," &
        "max_abs_h,max_abs_v,leg_number,forward_count," &
        "uturn_count" TO FEED-BATCH-RECORD
    WRITE FEED-BATCH-RECORD.

CLOSE-FEED-BATCH.
    MOVE WS-FEED-HASH TO WS-FEED-HASH-OUT
    MOVE SPACES TO FEED-BATCH-RECORD
    STRING "TRL," WS-FEED-SEQUENCE-OUT "," WS-FEED-ROWS ","
        WS-FEED-HASH-OUT "," WS-FEED-FIRST-RUN-ID ","
        WS-FEED-LAST-RUN-ID DELIMITED BY SIZE INTO FEED-BATCH-RECORD
    WRITE FEED-BATCH-RECORD
    CLOSE FEED-BATCH
    MOVE 'N' TO WS-FEED-OPEN-SW.

SAVE-FEED-CONTROL.
    OPEN OUTPUT FEED-CONTROL
    PERFORM VARYING FB-IX FROM 1 BY 1 UNTIL FB-IX > FB-COUNT
      MOVE SPACES TO FEED-CONTROL-RECORD
      MOVE FB-SEQUENCE(FB-IX)     TO FC-SEQUENCE
      MOVE FB-FIRST-RUN-ID(FB-IX) TO FC-FIRST-RUN-ID
      MOVE FB-LAST-RUN-ID(FB-IX)  TO FC-LAST-RUN-ID
      MOVE FB-ROW-COUNT(FB-IX)    TO FC-ROW-COUNT
      MOVE FB-STATUS(FB-IX)       TO FC-STATUS
      MOVE FB-SENT-DATE(FB-IX)    TO FC-SENT-DATE
      MOVE FB-SEND-COUNT(FB-IX)   TO FC-SEND-COUNT
      MOVE FB-ACK-DATE(FB-IX)     TO FC-ACK-DATE
      MOVE FB-ACK-ROWS(FB-IX)     TO FC-ACK-ROWS
      WRITE FEED-CONTROL-RECORD
    END-PERFORM
    CLOSE FEED-CONTROL.

*> the feed status part of day1extractrpt.dat: batches the warehouse
*> has not confirmed, then the ones it has.
WRITE-FEED-STATUS.
    MOVE SPACES TO WS-EXTRACT-REPORT-LINE
    STRING "feed: last run sent " WS-FEED-MARK "  new batch "
        WS-FEED-NEW-SEQUENCE " rows " WS-FEED-ROWS "  re-sent "
        WS-FEED-RESENT "  newly delivered " WS-FEED-DELIVERED
        "  acks ignored " WS-FEED-ACK-IGNORED DELIMITED BY SIZE
        INTO WS-EXTRACT-REPORT-LINE
    PERFORM WRITE-EXTRACT-REPORT-LINE
    IF WS-FEED-CUTOFF NOT = HIGH-VALUES
      MOVE SPACES TO WS-EXTRACT-REPORT-LINE
      IF Feed-Held-Withheld
        STRING "feed held at run " WS-FEED-CUTOFF
            " - withheld, nothing after it is sent until it is"
            " released" DELIMITED BY SIZE INTO WS-EXTRACT-REPORT-LINE
      ELSE
        STRING "feed held at run " WS-FEED-CUTOFF
            " - awaiting sign-off, nothing after it was sent"
            DELIMITED BY SIZE INTO WS-EXTRACT-REPORT-LINE
      END-IF
      PERFORM WRITE-EXTRACT-REPORT-LINE
    END-IF
    MOVE "--- feed batches outstanding - sent, not acknowledged ---"
        TO WS-EXTRACT-REPORT-LINE
    PERFORM WRITE-EXTRACT-REPORT-LINE
    MOVE 0 TO WS-FEED-LISTED
    PERFORM VARYING FB-IX FROM 1 BY 1 UNTIL FB-IX > FB-COUNT
      IF Feed-Batch-Outstanding(FB-IX)
        ADD 1 TO WS-FEED-LISTED
        PERFORM WRITE-FEED-BATCH-LINE
      END-IF
    END-PERFORM
    IF WS-FEED-LISTED = 0
      MOVE "  none" TO WS-EXTRACT-REPORT-LINE
      PERFORM WRITE-EXTRACT-REPORT-LINE
    END-IF
    MOVE "--- feed batches delivered ---" TO WS-EXTRACT-REPORT-LINE
    PERFORM WRITE-EXTRACT-REPORT-LINE
    MOVE 0 TO WS-FEED-LISTED
    PERFORM VARYING FB-IX FROM 1 BY 1 UNTIL FB-IX > FB-COUNT
      IF Feed-Batch-Delivered(FB-IX)
        ADD 1 TO WS-FEED-LISTED
        PERFORM WRITE-FEED-BATCH-LINE
      END-IF
    END-PERFORM
    IF WS-FEED-LISTED = 0
      MOVE "  none" TO WS-EXTRACT-REPORT-LINE
      PERFORM WRITE-EXTRACT-REPORT-LINE
    END-IF.

WRITE-FEED-BATCH-LINE.
    MOVE SPACES TO WS-EXTRACT-REPORT-LINE
    EVALUATE TRUE
      WHEN Feed-Batch-Delivered(FB-IX)
        STRING "  batch " FB-SEQUENCE(FB-IX) " runs "
            FB-FIRST-RUN-ID(FB-IX) " to " FB-LAST-RUN-ID(FB-IX) " rows "
            FB-ROW-COUNT(FB-IX) " sent " FB-SENT-DATE(FB-IX)
            " confirmed " FB-ACK-DATE(FB-IX) DELIMITED BY SIZE
            INTO WS-EXTRACT-REPORT-LINE
      WHEN Feed-Ack-Disagrees(FB-IX)
        STRING "  batch " FB-SEQUENCE(FB-IX) " runs "
            FB-FIRST-RUN-ID(FB-IX) " to " FB-LAST-RUN-ID(FB-IX) " rows "
            FB-ROW-COUNT(FB-IX) " sent " FB-SENT-DATE(FB-IX) " (send "
            FB-SEND-COUNT(FB-IX) ") - ack " FB-ACK-DATE(FB-IX)
            " reports " FB-ACK-ROWS(FB-IX) " rows" DELIMITED BY SIZE
            INTO WS-EXTRACT-REPORT-LINE
      WHEN OTHER
        STRING "  batch " FB-SEQUENCE(FB-IX) " runs "
            FB-FIRST-RUN-ID(FB-IX) " to " FB-LAST-RUN-ID(FB-IX) " rows "
            FB-ROW-COUNT(FB-IX) " sent " FB-SENT-DATE(FB-IX) " (send "
            FB-SEND-COUNT(FB-IX) ") - no acknowledgement"
            DELIMITED BY SIZE INTO WS-EXTRACT-REPORT-LINE
    END-EVALUATE
    PERFORM WRITE-EXTRACT-REPORT-LINE.

*> the runs in the selection the feed left out, one line each: the
*> withheld ones with the decision behind them, then the ones still
*> waiting for somebody to decide.
WRITE-EXTRACT-REPORT.
    OPEN EXTEND EXTRACT-REPORT
    IF WS-EXTRACT-REPORT-STATUS = '35'
      OPEN OUTPUT EXTRACT-REPORT
    END-IF
    MOVE SPACES TO WS-EXTRACT-REPORT-LINE
    IF Incremental-Extract
      STRING "=== analytics extract run " WS-RUN-ID " " WS-TS-Date-Out
          " " WS-TS-Time-Out " - incremental feed ===" DELIMITED BY SIZE
          INTO WS-EXTRACT-REPORT-LINE
    ELSE
      STRING "=== analytics extract run " WS-RUN-ID " " WS-TS-Date-Out
          " " WS-TS-Time-Out " - run dates " WS-FROM-DATE " to "
          WS-TO-DATE " ===" DELIMITED BY SIZE
          INTO WS-EXTRACT-REPORT-LINE
    END-IF
    PERFORM WRITE-EXTRACT-REPORT-LINE
    MOVE SPACES TO WS-EXTRACT-REPORT-LINE
    STRING "rows published " WS-EXTRACTED-COUNT "  rows held "
        WS-HELD-ROW-COUNT "  unflagged runs published without sign-off "
        PARM-EXTRACT-UNFLAGGED DELIMITED BY SIZE
        INTO WS-EXTRACT-REPORT-LINE
    PERFORM WRITE-EXTRACT-REPORT-LINE
    MOVE "--- withheld runs - not published ---"
        TO WS-EXTRACT-REPORT-LINE
    PERFORM WRITE-EXTRACT-REPORT-LINE
    PERFORM VARYING RV-IX FROM 1 BY 1 UNTIL RV-IX > RV-COUNT
      IF Review-Run-Withheld(RV-IX)
          AND RV-RUN-DATE(RV-IX) >= WS-FROM-DATE
          AND RV-RUN-DATE(RV-IX) <= WS-TO-DATE
          AND (WS-PROGRAM-PARM = SPACES
               OR RV-PROGRAM(RV-IX) = WS-PROGRAM-PARM)
        ADD 1 TO WS-WITHHELD-COUNT
        MOVE SPACES TO WS-REVIEW-REASON
        STRING "withheld by " RV-SIGN-INITIALS(RV-IX) " "
            RV-SIGN-DATE(RV-IX) " - " DELIMITED BY SIZE
            RV-SIGN-REASON(RV-IX) DELIMITED BY SIZE
            INTO WS-REVIEW-REASON
        PERFORM WRITE-HELD-RUN-LINE
      END-IF
    END-PERFORM
    IF WS-WITHHELD-COUNT = 0
      MOVE "  none" TO WS-EXTRACT-REPORT-LINE
      PERFORM WRITE-EXTRACT-REPORT-LINE
    END-IF
    MOVE "--- runs awaiting sign-off - not published yet ---"
        TO WS-EXTRACT-REPORT-LINE
    PERFORM WRITE-EXTRACT-REPORT-LINE
    PERFORM VARYING RV-IX FROM 1 BY 1 UNTIL RV-IX > RV-COUNT
      IF Review-Run-Undecided(RV-IX)
          AND (Review-Run-Flagged(RV-IX)
               OR PARM-EXTRACT-UNFLAGGED NOT = 'Y')
          AND RV-RUN-DATE(RV-IX) >= WS-FROM-DATE
          AND RV-RUN-DATE(RV-IX) <= WS-TO-DATE
          AND (WS-PROGRAM-PARM = SPACES
               OR RV-PROGRAM(RV-IX) = WS-PROGRAM-PARM)
        ADD 1 TO WS-AWAITING-COUNT
        PERFORM BUILD-REVIEW-REASON
        PERFORM WRITE-HELD-RUN-LINE
      END-IF
    END-PERFORM
    IF WS-AWAITING-COUNT = 0
      MOVE "  none" TO WS-EXTRACT-REPORT-LINE
      PERFORM WRITE-EXTRACT-REPORT-LINE
    END-IF
    IF RV-DROPPED-COUNT > 0
      MOVE SPACES TO WS-EXTRACT-REPORT-LINE
      STRING "history larger than " WS-MAX-REVIEW-RUNS " runs - "
          RV-DROPPED-COUNT " newest runs could not be reviewed and "
          "were held" DELIMITED BY SIZE INTO WS-EXTRACT-REPORT-LINE
      PERFORM WRITE-EXTRACT-REPORT-LINE
    END-IF
    IF Incremental-Extract
      PERFORM WRITE-FEED-STATUS
    END-IF
    CLOSE EXTRACT-REPORT.

WRITE-HELD-RUN-LINE.
    MOVE SPACES TO WS-EXTRACT-REPORT-LINE
    STRING "  " RV-RUN-DATE(RV-IX) " " RV-RUN-TIME(RV-IX)
        " run " RV-RUN-ID(RV-IX) " " DELIMITED BY SIZE
        RV-PROGRAM(RV-IX) DELIMITED BY SPACE
        " " DELIMITED BY SIZE
        RV-DIRECTIONS(RV-IX) DELIMITED BY SPACE
        " : " DELIMITED BY SIZE
        WS-REVIEW-REASON DELIMITED BY SIZE
        INTO WS-EXTRACT-REPORT-LINE
    PERFORM WRITE-EXTRACT-REPORT-LINE.

WRITE-EXTRACT-REPORT-LINE.
    DISPLAY WS-EXTRACT-REPORT-LINE
    MOVE WS-EXTRACT-REPORT-LINE TO EXTRACT-REPORT-RECORD
    WRITE EXTRACT-REPORT-RECORD.

COPY TSBUILD.
COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY RUNGEN.
COPY SIGNPROC.
