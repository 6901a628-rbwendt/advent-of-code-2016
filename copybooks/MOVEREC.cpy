      *> written to MOVE-SUMMARY by day1.cbl/day1.b.cbl/day1.c.cbl: how
      *> many directions were processed, how many were L vs R, and how
      *> far from the origin (on either axis) the walk ever reached.
      *> The F (straight on) and U (about-face) counts come last so the
      *> byte offsets every older reader depends on stay where they
      *> were; a record written before F and U has blanks there.
       01 MOVE-SUMMARY-RECORD.
          05 MS-PROGRAM-NAME PIC X(24).
          05 MS-RUN-ID       PIC X(20).
          05 MS-MAX-ABS-H    PIC 9(7).
          05 MS-MAX-ABS-V    PIC 9(7).
          05 MS-DIRECTIONS-FILE PIC X(100).
          05 MS-FORWARD-COUNT PIC 9(6).
          05 MS-UTURN-COUNT   PIC 9(6).
