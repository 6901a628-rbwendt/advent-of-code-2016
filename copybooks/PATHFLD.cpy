          05 WS-PATH-POINT-SEQ    PIC 9(7) VALUE 0.
          05 WS-PATH-OPEN-SWITCH  PIC X(1) VALUE 'N'.
              88 Path-Trace-Is-Open VALUE 'Y'.
      *> the leg being walked - the walker moves it on to Leg-Count
      *> + 1 as each leg closes and back to 1 for a new run.
          05 WS-PATH-LEG-NUMBER   PIC 9(3) VALUE 1.
