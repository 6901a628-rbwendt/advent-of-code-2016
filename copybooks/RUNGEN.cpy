           ACCEPT WS-TS-Time FROM TIME
           ADD 1 TO WS-RUN-SEQ
           MOVE WS-Timestamp-Raw(1:16) TO WS-RUN-ID-STAMP
           IF Sandbox-Run
             MOVE 'S' TO WS-RUN-ID-SEP
           ELSE
             MOVE '-' TO WS-RUN-ID-SEP
           END-IF
           MOVE WS-RUN-SEQ TO WS-RUN-ID-SEQ.

      *> turns this run into a sandbox trial run - see RUNFLD.cpy.
      *> LOAD-RUN-PARAMETERS PERFORMs it when runparms.dat says
      *> SANDBOX=Y; the identifier already built is re-marked, and
      *> every later BUILD-RUN-ID marks its own. The sandbox twins are
      *> the production names behind an sbx_ prefix, cleared by
      *> day1sbpurge when testing is done.
       SWITCH-TO-SANDBOX.
           SET Sandbox-Run TO TRUE
           MOVE 'S' TO WS-RUN-ID-SEP
           MOVE 'sbx_' TO WS-SANDBOX-PREFIX
           MOVE 'sbx_day1results.dat'    TO WS-RESULTS-FILE-NAME
           MOVE 'sbx_day1moves.dat'      TO WS-MOVES-FILE-NAME
           MOVE 'sbx_day1exceptions.dat' TO WS-EXCEPTIONS-FILE-NAME
           MOVE 'sbx_day1paths.dat'      TO WS-PATHS-FILE-NAME
           MOVE 'sbx_day1metrics.dat'    TO WS-METRICS-FILE-NAME
           MOVE 'sbx_audittrail.dat'     TO WS-AUDIT-TRAIL-NAME
           MOVE 'sbx_day1alerts.dat'     TO WS-ALERT-FILE-NAME
           MOVE 'sbx_day1zoneviol.dat'   TO WS-ZONE-VIOL-FILE-NAME
           MOVE 'sbx_day1parmecho.dat'   TO WS-PARM-ECHO-NAME
           MOVE 'sbx_day1grid.dat'       TO WS-GRID-REPORT-NAME
           MOVE 'sbx_day1poireport.dat'  TO WS-POI-REPORT-NAME
           MOVE 'sbx_day1heatmap.dat'    TO WS-HEAT-REPORT-NAME
           DISPLAY "SANDBOX=Y - trial run " WS-RUN-ID
               ", production history untouched".

      *> the four file names of retrieval set WS-RETRIEVAL-SET-NAME -
      *> see RUNFLD.cpy. day1retrieve writes them; readers reach them
      *> through SWITCH-TO-RETRIEVAL-SET below.
       BUILD-RETRIEVAL-NAMES.
           MOVE SPACES TO WS-RTV-RESULTS-NAME WS-RTV-MOVES-NAME
                          WS-RTV-EXCEPTIONS-NAME WS-RTV-AUDIT-NAME
           STRING "rtv_" WS-RETRIEVAL-SET-NAME DELIMITED BY SPACE
               "_day1results.dat" DELIMITED BY SIZE
               INTO WS-RTV-RESULTS-NAME
           STRING "rtv_" WS-RETRIEVAL-SET-NAME DELIMITED BY SPACE
               "_day1moves.dat" DELIMITED BY SIZE
               INTO WS-RTV-MOVES-NAME
           STRING "rtv_" WS-RETRIEVAL-SET-NAME DELIMITED BY SPACE
               "_day1exceptions.dat" DELIMITED BY SIZE
               INTO WS-RTV-EXCEPTIONS-NAME
           STRING "rtv_" WS-RETRIEVAL-SET-NAME DELIMITED BY SPACE
               "_audittrail.dat" DELIMITED BY SIZE
               INTO WS-RTV-AUDIT-NAME.

      *> points a reader at a retrieval set: the caller moves
      *> PARM-RETRIEVAL-SET to WS-RETRIEVAL-SET-NAME and PERFORMs
      *> this once its parameters are loaded. Results, moves and
      *> exceptions are read from the set from then on; a program
      *> that also reads the audit trail swaps WS-RTV-AUDIT-NAME in
      *> for that read only, since its own audit record belongs in
      *> the live trail.
       SWITCH-TO-RETRIEVAL-SET.
           SET Retrieval-Set-Run TO TRUE
           PERFORM BUILD-RETRIEVAL-NAMES
           MOVE WS-RTV-RESULTS-NAME    TO WS-RESULTS-FILE-NAME
           MOVE WS-RTV-MOVES-NAME      TO WS-MOVES-FILE-NAME
           MOVE WS-RTV-EXCEPTIONS-NAME TO WS-EXCEPTIONS-FILE-NAME
           DISPLAY "RETRIEVAL-SET - reading the archived runs "
               "retrieved to " WS-RTV-RESULTS-NAME.

      *> a history reader MOVEs the run identifier of each record it
      *> reads to WS-SANDBOX-CHECK-ID and PERFORMs this before using
      *> the record, leaving it alone when Sandbox-Record-Refused comes
      *> back true. A sandbox run reads the sandbox set, where every
      *> record is its own, so only production readers refuse.
       CHECK-SANDBOX-RECORD.
           MOVE 'N' TO WS-SANDBOX-RECORD-SW
           IF WS-SANDBOX-CHECK-ID(17:1) = 'S' AND NOT Sandbox-Run
             SET Sandbox-Record-Refused TO TRUE
             ADD 1 TO WS-SANDBOX-REFUSED
           END-IF.

      *> PERFORM once the history has been read, before the audit
      *> record is written: sandbox-marked records found in production
      *> history mean trial output was copied in where it must never
      *> be, so the run says how many it ignored and raises a WARNING.
       REPORT-SANDBOX-REFUSALS.
           IF WS-SANDBOX-REFUSED > 0
             DISPLAY WS-SANDBOX-REFUSED " sandbox-marked records in "
                 "production history refused"
             MOVE 'WARNING' TO WS-ALERT-SEVERITY
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING WS-SANDBOX-REFUSED " sandbox-marked records in"
                 " production history ignored - trial output has been"
                 " copied into the live files"
                 DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
             PERFORM WRITE-OPERATOR-ALERT
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
