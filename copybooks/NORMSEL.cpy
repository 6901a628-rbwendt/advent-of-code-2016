      *> shared SELECTs for the normalizer's reject and token-map files
      *> - paired with NORMFD.cpy. COPY this inside FILE-CONTROL. The
      *> caller declares WS-NORM-EXCEPTIONS-STATUS and
      *> WS-NORM-MAP-STATUS.
           SELECT NORM-EXCEPTIONS ASSIGN TO 'day1normexceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NORM-EXCEPTIONS-STATUS.
           SELECT NORM-TOKEN-MAP ASSIGN TO 'day1normmap.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NORM-MAP-STATUS.
