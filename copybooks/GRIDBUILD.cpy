      *> the route and append it to GRID-REPORT. The origin is always
      *> plotted "S", the last point recorded is plotted "E", every
      *> other visited square is "*", and unvisited squares are ".".
      *> Restricted-zone edges (GRID-ZONE-OVERLAY) show as "#" on
      *> squares the walk did not visit.
      *> A walk whose bounding box outgrows WS-MAX-GRID-WIDTH or
      *> WS-MAX-GRID-CELLS no longer degrades to a "too large"
      *> message line: the map falls back to the smallest scale of N
                     IF GRID-CELL-FLAG(GRID-CELL-INDEX) = "*"
                       MOVE "*" TO GRID-REPORT-LINE(GRID-LINE-POS:1)
                     ELSE
                       PERFORM TEST-GRID-ZONE-EDGE
                       IF GRID-ZONE-HIT = 'Y'
                         MOVE "#" TO GRID-REPORT-LINE(GRID-LINE-POS:1)
                       ELSE
                         MOVE "." TO GRID-REPORT-LINE(GRID-LINE-POS:1)
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               (GRID-HEIGHT + GRID-SCALE - 1) / GRID-SCALE
           COMPUTE GRID-SCALED-CELLS =
               GRID-SCALED-WIDTH * GRID-SCALED-HEIGHT.

      *> sets GRID-ZONE-HIT when any zone edge runs through the cell at
      *> GRID-COL/GRID-ROW - the cell covers GRID-SCALE squares each
      *> way, and an edge crosses it when the rectangle overlaps the
      *> cell and one of its four sides lies within the cell's span.
       TEST-GRID-ZONE-EDGE.
           MOVE 'N' TO GRID-ZONE-HIT
           COMPUTE GRID-CELL-LOW-H = GRID-MIN-H + GRID-COL * GRID-SCALE
           COMPUTE GRID-CELL-HIGH-H = GRID-CELL-LOW-H + GRID-SCALE - 1
           COMPUTE GRID-CELL-LOW-V = GRID-MIN-V + GRID-ROW * GRID-SCALE
           COMPUTE GRID-CELL-HIGH-V = GRID-CELL-LOW-V + GRID-SCALE - 1
           PERFORM VARYING GRID-ZONE-IX FROM 1 BY 1
               UNTIL GRID-ZONE-IX > GRID-ZONE-COUNT
             IF GRID-ZONE-LOW-H(GRID-ZONE-IX) <= GRID-CELL-HIGH-H
                 AND GRID-ZONE-HIGH-H(GRID-ZONE-IX) >= GRID-CELL-LOW-H
                 AND GRID-ZONE-LOW-V(GRID-ZONE-IX) <= GRID-CELL-HIGH-V
                 AND GRID-ZONE-HIGH-V(GRID-ZONE-IX) >= GRID-CELL-LOW-V
               IF (GRID-ZONE-LOW-H(GRID-ZONE-IX) >= GRID-CELL-LOW-H
                     AND GRID-ZONE-LOW-H(GRID-ZONE-IX)
                       <= GRID-CELL-HIGH-H)
                   OR (GRID-ZONE-HIGH-H(GRID-ZONE-IX) >= GRID-CELL-LOW-H
                     AND GRID-ZONE-HIGH-H(GRID-ZONE-IX)
                       <= GRID-CELL-HIGH-H)
                   OR (GRID-ZONE-LOW-V(GRID-ZONE-IX) >= GRID-CELL-LOW-V
                     AND GRID-ZONE-LOW-V(GRID-ZONE-IX)
                       <= GRID-CELL-HIGH-V)
                   OR (GRID-ZONE-HIGH-V(GRID-ZONE-IX) >= GRID-CELL-LOW-V
                     AND GRID-ZONE-HIGH-V(GRID-ZONE-IX)
                       <= GRID-CELL-HIGH-V)
                 MOVE 'Y' TO GRID-ZONE-HIT
               END-IF
             END-IF
           END-PERFORM.
