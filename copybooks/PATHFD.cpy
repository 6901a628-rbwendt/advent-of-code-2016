          05 PP-HORIZONTAL  PIC S9(7).
          05 PP-SEP-3       PIC X(1).
          05 PP-VERTICAL    PIC S9(7).
      *> the leg of a segmented journey the point belongs to, from
      *> 001 - appended so every older field keeps its byte offset;
      *> trace written before it existed reads back blank, which is
      *> a single-leg walk.
          05 PP-SEP-4       PIC X(1).
          05 PP-LEG-NUMBER  PIC 9(3).
