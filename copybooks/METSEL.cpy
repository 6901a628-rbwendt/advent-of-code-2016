      *> shared SELECT for the walk-metrics history - paired with
      *> METREC.cpy / METFLD.cpy / METTRAK.cpy. COPY this inside
      *> FILE-CONTROL.
           SELECT METRICS-HISTORY ASSIGN TO DYNAMIC WS-METRICS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-METRICS-HISTORY-STATUS.
