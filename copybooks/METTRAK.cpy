      *> one metrics record per run. READ reports the instruction
      *> loop net of the spots and checkpoint work broken out inside
      *> it, clamped at zero against clock jitter. The host sets
      *> GRID-PROGRAM-NAME and MET-SPOTS-TABLE - and MET-POI-ENTRIES
      *> when it loads points of interest - before PERFORMing, after
      *> BUILD-PATH-GRID has sized the map.
       WRITE-WALK-METRICS.
           OPEN EXTEND METRICS-HISTORY
           IF WS-METRICS-HISTORY-STATUS = '35'
             MOVE MET-CHECKPOINT-HS  TO MT-CHECKPOINT-HS
             MOVE MET-GRID-HS        TO MT-GRID-HS
             MOVE WS-DIRECTIONS-FILE TO MT-DIRECTIONS-FILE
             MOVE GRID-POINT-COUNT   TO MT-GRID-POINTS
             MOVE GRID-WIDTH         TO MT-GRID-WIDTH
             MOVE GRID-CELL-COUNT    TO MT-GRID-CELLS
             MOVE MET-POI-ENTRIES    TO MT-POI-ENTRIES
             WRITE METRICS-RECORD
             CLOSE METRICS-HISTORY
           END-IF.
