          05 DR-INPUT-CHECKSUM    PIC 9(9).
          05 DR-DIRECTIONS-FILE   PIC X(100).
          05 DR-LEG-NUMBER        PIC 9(3).
      *> restricted-zone outcome of the run, appended after the leg
      *> number for the same reason: Y the walk breached a zone (see
      *> day1zoneviol.dat), N zones were checked and kept, blank no
      *> zones were checked - final-position mode, no zone file, or
      *> history from before zones existed.
          05 DR-ZONE-FLAG         PIC X(1).
      *> where the walk (or the leg) began - see STARTFLD.cpy - and
      *> how far it ended from there, appended for the same reason.
      *> DR-MANHATTAN stays the distance from the origin. Blank in
      *> history from before START records existed and from the
      *> walkers that cannot read them, all of which start at the
      *> origin facing north, so there the two distances agree. The
      *> journey summary carries the first leg's start and the sum
      *> of every leg's distance from its own start.
          05 DR-START-STATE.
             07 DR-START-HORIZONTAL PIC S9(7).
             07 DR-START-VERTICAL   PIC S9(7).
             07 DR-START-HEADING    PIC X(1).
             07 DR-START-MANHATTAN  PIC S9(9).
