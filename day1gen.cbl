
*> synthetic test-data generator for the day1 family. Produces a
*> directions file in the DIRECTION-FILE layout with a controllable
*> length, left/right/forward/U-turn mix, magnitude range and number
*> of deliberately malformed records, and appends a companion record to
*> day1manifest.dat carrying what was generated plus the expected
*> final position and first-repeat location - computed independently
*> here, during generation, by the same unit-step rules the walkers
*>   GEN-OUTPUT-FILE   (default day1gen.txt)
*>   GEN-LENGTH        records to generate        (default 100)
*>   GEN-LEFT-PERCENT  percent of valid turns L   (default 50)
*>   GEN-FORWARD-PERCENT percent of valid moves F (default 0)
*>   GEN-UTURN-PERCENT percent of valid moves U   (default 0)
*>   GEN-MAX-MAGNITUDE largest magnitude          (default 10)
*>   GEN-BAD-RECORDS   malformed records to seed  (default 0)
*>   GEN-SEED          random seed                (default 12345)
*>   GEN-START-H / GEN-START-V / GEN-START-HEADING
*>                     a START record (STARTFLD.cpy) at the top of
*>                     the file - any one of them asks for it, the
*>                     rest default to the origin facing north
*> The generator is a Lehmer sequence, so the same seed and settings
*> always reproduce the same file - a manifest line is enough to
*> recreate its test case exactly.
    SELECT MANIFEST ASSIGN TO 'day1manifest.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MANIFEST-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
   01 GEN-DIRECTION-RECORD.
      05 GD-DIRECTION PIC X(1).
      05 GD-MAGNITUDE PIC X(7).
   01 GEN-START-RECORD PIC X(22).

   FD MANIFEST.
   01 MANIFEST-RECORD.
      05 MF-REPEAT-FOUND   PIC X(1).
      05 MF-SEP-3          PIC X(1).
      05 MF-GEN-FILE       PIC X(100).
*> the START record the file opens with - blank heading when it has
*> none - and the expected distance from there, appended so every
*> older field keeps its offset.
      05 MF-SEP-4          PIC X(1).
      05 MF-START-HEADING  PIC X(1).
      05 MF-START-H        PIC S9(7).
      05 MF-START-V        PIC S9(7).
      05 MF-EXP-START-MAN  PIC S9(9).
*> how many F and U moves the file holds, appended the same way.
      05 MF-SEP-5          PIC X(1).
      05 MF-FORWARD-COUNT  PIC 9(7).
      05 MF-UTURN-COUNT    PIC 9(7).

   FD AUDIT-TRAIL.
   COPY AUDITREC.
   COPY TSFIELDS.
   COPY AUDITFLD.
   COPY RUNFLD.
   COPY STARTFLD.
   COPY ALERTFLD.
   COPY PARMFLD.
   COPY LOCKFLD.
   01 Generator-Settings.
      05 WS-GEN-LENGTH   PIC 9(6) VALUE 100.
      05 WS-GEN-LEFT-PCT PIC 9(3) VALUE 50.
      05 WS-GEN-FWD-PCT  PIC 9(3) VALUE 0.
      05 WS-GEN-UTURN-PCT PIC 9(3) VALUE 0.
      05 WS-GEN-MOVE-PCT PIC 9(3) VALUE 0.
      05 WS-GEN-MAX-MAG  PIC 9(7) VALUE 10.
      05 WS-GEN-BAD      PIC 9(6) VALUE 0.
      05 WS-GEN-SEED     PIC 9(8) VALUE 12345.
      05 WS-GEN-START-SWITCH PIC X(1) VALUE 'N'.
          88 Gen-Start-Wanted VALUE 'Y'.
   01 Lehmer-Variables.
      05 WS-RANDOM-STATE PIC 9(10) VALUE 0.
      05 WS-RANDOM-WORK  PIC 9(18) VALUE 0.
      05 WS-NEXT-BAD-AT   PIC 9(7) VALUE 0.
      05 WS-GEN-DIRECTION PIC X(1).
      05 WS-GEN-MAGNITUDE PIC 9(7) VALUE 0.
      05 WS-GEN-MOVE-DRAW PIC 9(3) VALUE 0.
      05 WS-FORWARD-WRITTEN PIC 9(7) VALUE 0.
      05 WS-UTURN-WRITTEN PIC 9(7) VALUE 0.
   01 Expected-Walk-Variables.
      05 Horizontal    PIC S9(7) VALUE 0.
      05 Vertical      PIC S9(7) VALUE 0.
      05 First-Repeat-Horiz   PIC S9(7) VALUE 0.
      05 First-Repeat-Vert    PIC S9(7) VALUE 0.
      05 First-Repeat-Manhattan PIC S9(8) VALUE 0.
   01 WS-RECORD-VALID-SWITCH PIC X(1) VALUE 'Y'.
       88 Record-Is-Valid   VALUE 'Y'.
       88 Record-Is-Invalid VALUE 'N'.
   01 ER-REASON PIC X(40).
   01 WS-Abs-Work PIC S9(8) VALUE 0.
   01 Start-Manhattan PIC S9(8) VALUE 0.

PROCEDURE DIVISION.
   PERFORM BUILD-RUN-ID
   IF Parm-Gen-Left-Supplied
     MOVE PARM-GEN-LEFT-PERCENT TO WS-GEN-LEFT-PCT
   END-IF
   IF Parm-Gen-Forward-Supplied
     MOVE PARM-GEN-FORWARD-PERCENT TO WS-GEN-FWD-PCT
   END-IF
   IF Parm-Gen-Uturn-Supplied
     MOVE PARM-GEN-UTURN-PERCENT TO WS-GEN-UTURN-PCT
   END-IF
   IF WS-GEN-FWD-PCT + WS-GEN-UTURN-PCT > 100
     COMPUTE WS-GEN-UTURN-PCT = 100 - WS-GEN-FWD-PCT
   END-IF
   ADD WS-GEN-FWD-PCT WS-GEN-UTURN-PCT GIVING WS-GEN-MOVE-PCT
   IF Parm-Gen-Max-Mag-Supplied
     MOVE PARM-GEN-MAX-MAG TO WS-GEN-MAX-MAG
   END-IF
   IF Parm-Gen-Seed-Supplied
     MOVE PARM-GEN-SEED TO WS-GEN-SEED
   END-IF
   IF Parm-Gen-Start-H-Supplied OR Parm-Gen-Start-V-Supplied
       OR Parm-Gen-Start-Hdg-Supplied
     SET Gen-Start-Wanted TO TRUE
     MOVE PARM-GEN-START-H       TO Start-H
     MOVE PARM-GEN-START-V       TO Start-V
     MOVE PARM-GEN-START-HEADING TO Start-Heading
   END-IF
   IF WS-GEN-MAX-MAG = 0
     MOVE 1 TO WS-GEN-MAX-MAG
   END-IF
     MOVE 0 TO WS-NEXT-BAD-AT
   END-IF
   OPEN OUTPUT GEN-DIRECTIONS
*> the expected walk begins where the START record puts it, exactly
*> as the walker will.
   IF Gen-Start-Wanted
     PERFORM BUILD-START-RECORD
     MOVE Start-Record-Image TO GEN-START-RECORD
     WRITE GEN-START-RECORD
     MOVE Start-H      TO Horizontal
     MOVE Start-V      TO Vertical
     MOVE Start-Unit-H TO V-Horizontal
     MOVE Start-Unit-V TO V-Vertical
   END-IF
   PERFORM VARYING WS-GEN-IX FROM 1 BY 1
       UNTIL WS-GEN-IX > WS-GEN-LENGTH
     PERFORM GENERATE-ONE-RECORD
     MULTIPLY -1 BY WS-Abs-Work
   END-IF
   ADD WS-Abs-Work TO Manhattan
   COMPUTE WS-Abs-Work = Horizontal - Start-H
   IF WS-Abs-Work < 0
     MULTIPLY -1 BY WS-Abs-Work
   END-IF
   MOVE WS-Abs-Work TO Start-Manhattan
   COMPUTE WS-Abs-Work = Vertical - Start-V
   IF WS-Abs-Work < 0
     MULTIPLY -1 BY WS-Abs-Work
   END-IF
   ADD WS-Abs-Work TO Start-Manhattan
   IF Repeat-Found
     MOVE First-Repeat-Horiz TO First-Repeat-Manhattan
     IF First-Repeat-Manhattan < 0
   END-IF
   PERFORM WRITE-MANIFEST-RECORD
   DISPLAY "generated " WS-GEN-LENGTH " records ("
       WS-BAD-WRITTEN " malformed, " WS-FORWARD-WRITTEN " F, "
       WS-UTURN-WRITTEN " U) - expected H " Horizontal
       " V " Vertical " M " Manhattan
       " repeat-M " First-Repeat-Manhattan
   PERFORM BUILD-TIMESTAMP
*> one (alternating a bad direction with a bad magnitude, which
*> between them cover both walker rejection paths), otherwise a valid
*> turn-and-magnitude that is immediately walked so the expected
*> results track the file as it is written. The F/U draw is only
*> taken when an F or U percent is set, so a file generated without
*> them comes out exactly as it always did for the same seed.
GENERATE-ONE-RECORD.
    IF WS-NEXT-BAD-AT > 0 AND WS-GEN-IX = WS-NEXT-BAD-AT
        AND WS-BAD-WRITTEN < WS-GEN-BAD
      ELSE
        MOVE "R" TO WS-GEN-DIRECTION
      END-IF
      IF WS-GEN-MOVE-PCT > 0
        PERFORM NEXT-RANDOM-DRAW
        COMPUTE WS-GEN-MOVE-DRAW = FUNCTION MOD(WS-RANDOM-DRAW, 100)
        EVALUATE TRUE
          WHEN WS-GEN-MOVE-DRAW < WS-GEN-FWD-PCT
            MOVE "F" TO WS-GEN-DIRECTION
            ADD 1 TO WS-FORWARD-WRITTEN
          WHEN WS-GEN-MOVE-DRAW < WS-GEN-MOVE-PCT
            MOVE "U" TO WS-GEN-DIRECTION
            ADD 1 TO WS-UTURN-WRITTEN
        END-EVALUATE
      END-IF
      PERFORM NEXT-RANDOM-DRAW
      COMPUTE WS-GEN-MAGNITUDE =
          FUNCTION MOD(WS-RANDOM-DRAW, WS-GEN-MAX-MAG) + 1
        END-IF
        MOVE 0 TO V-Horizontal
      END-EVALUATE
    WHEN "F"
      EVALUATE TRUE
      WHEN V-Horizontal > 0
        MOVE WS-GEN-MAGNITUDE TO V-Horizontal
      WHEN V-Horizontal < 0
        MULTIPLY -1 BY WS-GEN-MAGNITUDE GIVING V-Horizontal
      WHEN V-Vertical > 0
        MOVE WS-GEN-MAGNITUDE TO V-Vertical
      WHEN OTHER
        MULTIPLY -1 BY WS-GEN-MAGNITUDE GIVING V-Vertical
      END-EVALUATE
    WHEN "U"
      EVALUATE TRUE
      WHEN V-Horizontal > 0
        MULTIPLY -1 BY WS-GEN-MAGNITUDE GIVING V-Horizontal
      WHEN V-Horizontal < 0
        MOVE WS-GEN-MAGNITUDE TO V-Horizontal
      WHEN V-Vertical > 0
        MULTIPLY -1 BY WS-GEN-MAGNITUDE GIVING V-Vertical
      WHEN OTHER
        MOVE WS-GEN-MAGNITUDE TO V-Vertical
      END-EVALUATE
    END-EVALUATE
    EVALUATE TRUE
      WHEN V-Horizontal > 0
    MOVE First-Repeat-Manhattan TO MF-EXP-REPEAT-MAN
    MOVE Repeat-Found-Switch  TO MF-REPEAT-FOUND
    MOVE WS-GEN-FILE          TO MF-GEN-FILE
    MOVE SPACE                TO MF-SEP-4
    IF Gen-Start-Wanted
      ADD 1 TO MF-TOTAL-RECORDS
      MOVE Start-Heading      TO MF-START-HEADING
    ELSE
      MOVE SPACE              TO MF-START-HEADING
    END-IF
    MOVE Start-H              TO MF-START-H
    MOVE Start-V              TO MF-START-V
    MOVE Start-Manhattan      TO MF-EXP-START-MAN
    MOVE SPACE                TO MF-SEP-5
    MOVE WS-FORWARD-WRITTEN   TO MF-FORWARD-COUNT
    MOVE WS-UTURN-WRITTEN     TO MF-UTURN-COUNT
    WRITE MANIFEST-RECORD
    CLOSE MANIFEST.

COPY PARMLOAD.
COPY ALERTWRT.
COPY LOCKMGR.
COPY STARTPROC.
