      *> shared SELECTs for operator authority control - paired with
      *> AUTHFD.cpy / AUTHFLD.cpy / AUTHPROC.cpy. COPY this inside
      *> FILE-CONTROL.
           SELECT OPERATOR-AUTHORITY ASSIGN TO 'day1authority.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-AUTHORITY-STATUS.
           SELECT AUTHORITY-LOG ASSIGN TO 'day1authlog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTHORITY-LOG-STATUS.
