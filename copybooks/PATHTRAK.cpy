      *> GRID-POINTS (so the trace and the picture can never drift
      *> apart), and CLOSE-PATH-TRACE with the run's other closes.
      *> RESET-RUN-STATE must clear WS-PATH-POINT-SEQ so a batch run
      *> numbers each file's trace from one, and set
      *> WS-PATH-LEG-NUMBER back to 1; CLOSE-OUT-LEG moves it on.
       OPEN-PATH-TRACE.
           OPEN EXTEND PATH-TRACE
           IF WS-PATH-TRACE-STATUS = '35'
             ADD 1 TO WS-PATH-POINT-SEQ
             MOVE WS-RUN-ID       TO PP-RUN-ID
             MOVE SPACE           TO PP-SEP-0 PP-SEP-1
             MOVE SPACE           TO PP-SEP-2 PP-SEP-3 PP-SEP-4
             MOVE WS-PATH-POINT-SEQ TO PP-STEP-NUMBER
             MOVE WS-LINE-NUMBER  TO PP-LINE-NUMBER
             MOVE Horizontal      TO PP-HORIZONTAL
             MOVE Vertical        TO PP-VERTICAL
             MOVE WS-PATH-LEG-NUMBER TO PP-LEG-NUMBER
             WRITE PATH-POINT-RECORD
           END-IF.

