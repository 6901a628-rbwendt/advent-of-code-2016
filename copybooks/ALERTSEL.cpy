      *> shared SELECT for the operator alert file - paired with
      *> ALERTFD.cpy / ALERTFLD.cpy / ALERTWRT.cpy. COPY this inside
      *> FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FILE-STATUS.
