          05 MT-CHECKPOINT-HS   PIC 9(9).
          05 MT-GRID-HS         PIC 9(9).
          05 MT-DIRECTIONS-FILE PIC X(100).
      *> the run's use of the walkers' fixed tables, for the capacity
      *> forecast (day1capacity) - path points plotted against
      *> WS-MAX-GRID-POINTS, the unscaled map's width and cell count
      *> against WS-MAX-GRID-WIDTH / WS-MAX-GRID-CELLS (GRIDFLD.cpy),
      *> and points of interest loaded against WS-MAX-POI-ENTRIES
      *> (POIFLD.cpy). They ride at the end of the record so earlier
      *> records still read; those carry spaces here.
          05 MT-GRID-POINTS     PIC 9(6).
          05 MT-GRID-WIDTH      PIC 9(8).
          05 MT-GRID-CELLS      PIC 9(16).
          05 MT-POI-ENTRIES     PIC 9(3).
