      *> finished run's identifier would masquerade as its outcome.
           PERFORM BUILD-RUN-ID
           MOVE 'N' TO WS-INTAKE-BLOCKED-SWITCH
      *> a sandbox trial run writes nothing production reads, so
      *> there is no double-processing to guard against - and it
      *> leaves the registry alone at the end as well.
           IF Sandbox-Run
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FP-RECORD-COUNT WS-FP-CHECKSUM
           MOVE SPACE TO WS-EOF
           OPEN INPUT DIRECTIONS
      *> never match the pre-scan value the next CHECK compares
      *> against.
       MARK-INTAKE-PROCESSED.
           IF Sandbox-Run
             EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-TIMESTAMP
           MOVE 'N' TO WS-INTAKE-MATCHED-SWITCH
           MOVE SPACE TO WS-INTAKE-EOF
             INITIALIZE INTAKE-RECORD
             MOVE WS-DIRECTIONS-FILE TO IR-FILE-NAME
             MOVE SPACE TO IR-SEP-0 IR-SEP-1 IR-SEP-2
             MOVE SPACE TO IR-SEP-3 IR-SEP-4 IR-SEP-5 IR-SEP-6
             MOVE WS-INTAKE-FP-COUNT    TO IR-FP-COUNT
             MOVE WS-INTAKE-FP-CHECKSUM TO IR-FP-CHECKSUM
             MOVE WS-TS-Date-Out     TO IR-RECEIVED-DATE
             MOVE WS-TS-Time-Out     TO IR-RECEIVED-TIME
             MOVE 'PROCESSED'        TO IR-STATUS
             MOVE WS-TS-Date-Out     TO IR-PROCESSED-DATE
             MOVE WS-PARM-PROGRAM    TO IR-PROCESSED-BY
