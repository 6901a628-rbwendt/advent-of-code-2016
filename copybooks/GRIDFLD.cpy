             07 GRID-POI-SYMBOL PIC X(1).
          05 GRID-POI-IX  PIC 9(2) VALUE 0.
          05 GRID-POI-HIT PIC 9(2) VALUE 0.
      *> restricted-zone overlay for BUILD-PATH-GRID - loaded by the
      *> zone loader (ZONEPROC.cpy) in day1walk's unit-step modes and
      *> left at zero entries everywhere else. The edge of each zone
      *> rectangle is drawn "#" wherever it falls inside the map; the
      *> walk's own markers are drawn over it.
       01 GRID-ZONE-OVERLAY.
          05 GRID-ZONE-COUNT PIC 9(2) VALUE 0.
          05 GRID-ZONE-ENTRY OCCURS 20 TIMES.
             07 GRID-ZONE-LOW-H  PIC S9(7).
             07 GRID-ZONE-LOW-V  PIC S9(7).
             07 GRID-ZONE-HIGH-H PIC S9(7).
             07 GRID-ZONE-HIGH-V PIC S9(7).
          05 GRID-ZONE-IX  PIC 9(2) VALUE 0.
          05 GRID-ZONE-HIT PIC X(1) VALUE 'N'.
          05 GRID-CELL-LOW-H  PIC S9(8) VALUE 0.
          05 GRID-CELL-HIGH-H PIC S9(8) VALUE 0.
          05 GRID-CELL-LOW-V  PIC S9(8) VALUE 0.
          05 GRID-CELL-HIGH-V PIC S9(8) VALUE 0.
       01 GRID-REPORT-LINE PIC X(130).
