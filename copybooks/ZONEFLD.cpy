      *> shared restricted-zone fields - paired with ZONEPROC.cpy, used
      *> by the unit-step modes of day1walk. The zone file (ZONE-FILE
      *> in runparms.dat, default day1zones.dat) names the rectangles
      *> dispatch cares about, one per record:
      *>     name(20) blank rule(17) blank sign(1) h1(7) blank
      *>     sign(1) v1(7) blank sign(1) h2(7) blank sign(1) v2(7)
      *> where rule is INSIDE-FORBIDDEN (the walk must stay out) or
      *> OUTSIDE-FORBIDDEN (the walk must stay in), and the two
      *> corners may be given in either order - the loader sorts
      *> them into low/high. A missing zone file means no zones are
      *> checked. Every unit step is tested against every zone; each
      *> time the walk crosses a zone edge an ENTRY or EXIT record
      *> goes to day1zoneviol.dat, marked BREACH when the crossing
      *> puts the walk on the forbidden side and CLEAR when it brings
      *> it back. Each leg's start position - the origin, or where a
      *> START record parks the vehicle - is judged too: standing on
      *> the forbidden side of a zone there is a START record marked
      *> BREACH at step 0. A leg resumed from a checkpoint is seeded,
      *> not judged, since the checkpoint already carries its breaches.
       78 WS-MAX-ZONE-ENTRIES VALUE 20.
       01 WS-ZONE-FILE-NAME PIC X(100) VALUE 'day1zones.dat'.
       01 WS-ZONE-FILE-STATUS PIC X(2).
       01 WS-ZONE-VIOL-STATUS PIC X(2).
       01 Zone-Tracking-Variables.
          05 Zone-Entry OCCURS WS-MAX-ZONE-ENTRIES TIMES.
             07 ZONE-T-NAME      PIC X(20).
             07 ZONE-T-RULE      PIC X(17).
                 88 Zone-Inside-Forbidden  VALUE 'INSIDE-FORBIDDEN'.
                 88 Zone-Outside-Forbidden VALUE 'OUTSIDE-FORBIDDEN'.
             07 ZONE-T-LOW-H     PIC S9(7).
             07 ZONE-T-LOW-V     PIC S9(7).
             07 ZONE-T-HIGH-H    PIC S9(7).
             07 ZONE-T-HIGH-V    PIC S9(7).
             07 ZONE-T-INSIDE-SW PIC X(1).
                 88 Zone-Walk-Inside VALUE 'Y'.
          05 ZONE-COUNT   PIC 9(2) VALUE 0.
          05 ZONE-IX      PIC 9(2) VALUE 0.
          05 WS-ZONE-EOF  PIC A(1) VALUE SPACE.
          05 WS-ZONE-NOW-INSIDE-SW PIC X(1) VALUE 'N'.
              88 Zone-Step-Inside VALUE 'Y'.
          05 WS-ZONE-SWAP PIC S9(7) VALUE 0.
      *> breaches this run - a crossing onto the forbidden side of a
      *> zone. Non-zero sets DR-ZONE-FLAG on the result records and
      *> raises an operator alert at end of run.
          05 WS-ZONE-BREACHES PIC 9(6) VALUE 0.
          05 WS-ZONE-EVENTS   PIC 9(6) VALUE 0.
      *> a leg whose start position is still to be judged - set as the
      *> leg opens, judged when its first turn is read, so a START
      *> record can still move it. WS-ZONE-START-LINE is the START
      *> record's line, or 0 for the leg's first instruction line.
          05 WS-ZONE-START-PENDING-SW PIC X(1) VALUE 'N'.
              88 Zone-Start-Pending VALUE 'Y'.
          05 WS-ZONE-START-JUDGING-SW PIC X(1) VALUE 'N'.
              88 Zone-Start-Judging VALUE 'Y'.
          05 WS-ZONE-START-LINE PIC 9(6) VALUE 0.
          05 WS-ZONE-SAVE-LINE  PIC 9(6) VALUE 0.
          05 WS-ZONE-SAVE-STEP  PIC 9(7) VALUE 0.
