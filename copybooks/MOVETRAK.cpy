           EVALUATE WS-DIRECTION
             WHEN "L" ADD 1 TO WS-Left-Count
             WHEN "R" ADD 1 TO WS-Right-Count
             WHEN "F" ADD 1 TO WS-Forward-Count
             WHEN "U" ADD 1 TO WS-Uturn-Count
           END-EVALUATE.

       TRACK-MAX-REACH.
