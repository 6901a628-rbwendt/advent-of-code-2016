      *> shared SELECT for the machine-readable path trace - paired
      *> with PATHFD.cpy / PATHFLD.cpy / PATHTRAK.cpy. COPY this
      *> inside FILE-CONTROL.
           SELECT PATH-TRACE ASSIGN TO DYNAMIC WS-PATHS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PATH-TRACE-STATUS.
