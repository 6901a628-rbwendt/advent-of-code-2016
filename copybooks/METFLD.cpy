      *> clock brackets the whole instruction loop, the phase clock
      *> brackets one stretch of work inside it, so the loop total and
      *> its broken-out parts never share a mark. The host moves its
      *> own spots-table size into MET-SPOTS-TABLE, and a walker that
      *> loads points of interest its POI-COUNT into MET-POI-ENTRIES,
      *> before writing the record - both tables are host storage
      *> this copybook cannot name.
       01 WS-METRICS-HISTORY-STATUS PIC X(2).
       01 Walk-Metrics-Fields.
          05 WS-MET-CLOCK-RAW.
          05 MET-UNIT-STEPS    PIC 9(9)  VALUE 0.
          05 MET-SPOTS-TABLE   PIC 9(7)  VALUE 0.
          05 MET-CHECKPOINTS   PIC 9(6)  VALUE 0.
          05 MET-POI-ENTRIES   PIC 9(3)  VALUE 0.
