      *> shared SELECT for the visit-frequency heatmap report -
      *> paired with HEATFD.cpy / HEATFLD.cpy / HEATBLD.cpy. COPY
      *> this inside FILE-CONTROL.
           SELECT HEAT-REPORT ASSIGN TO DYNAMIC WS-HEAT-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HEAT-REPORT-STATUS.
