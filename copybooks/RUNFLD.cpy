             07 WS-RUN-ID-SEP   PIC X(1).
             07 WS-RUN-ID-SEQ   PIC 9(3).
          05 WS-RUN-SEQ         PIC 9(3) VALUE 0.
      *> sandbox trial runs - SANDBOX=Y in runparms.dat. A sandbox
      *> run's identifier carries 'S' where a production run's has
      *> the '-' (byte 17 of the identifier), and the run reads and
      *> writes the sandbox twin of every history file below instead
      *> of the production one. A program reading production history
      *> refuses any record whose run identifier is sandbox-marked -
      *> it skips it and counts it in WS-SANDBOX-REFUSED, and
      *> REPORT-SANDBOX-REFUSALS (RUNGEN.cpy) raises the alarm - so a
      *> trial run copied into production by mistake can never pass
      *> for a real one.
          05 WS-RUN-SANDBOX-SW  PIC X(1) VALUE 'N'.
              88 Sandbox-Run    VALUE 'Y'.
      *> 'sbx_' on a sandbox run, for files a program names itself
      *> (the walkers' checkpoint pairs) rather than from the list.
          05 WS-SANDBOX-PREFIX  PIC X(4) VALUE SPACES.
          05 WS-SANDBOX-REFUSED PIC 9(7) VALUE 0.
          05 WS-SANDBOX-CHECK-ID PIC X(20).
          05 WS-SANDBOX-RECORD-SW PIC X(1) VALUE 'N'.
              88 Sandbox-Record-Refused VALUE 'Y'.
      *> retrieval sets - day1retrieve copies the records of runs
      *> aged out to the archive files into a set of files named
      *> rtv_<set>_<live name>, built by BUILD-RETRIEVAL-NAMES
      *> (RUNGEN.cpy). A reader pointed at a set (RETRIEVAL-SET in
      *> runparms.dat, see SWITCH-TO-RETRIEVAL-SET) reads the set's
      *> results, moves and exceptions in place of the live files;
      *> what the run itself writes - its audit record, its alerts -
      *> still goes to the live files, so a set is never added to.
       01 Retrieval-Set-Fields.
          05 WS-RETRIEVAL-SET-NAME   PIC X(16) VALUE SPACES.
          05 WS-RETRIEVAL-SW         PIC X(1)  VALUE 'N'.
              88 Retrieval-Set-Run   VALUE 'Y'.
          05 WS-RTV-RESULTS-NAME     PIC X(40) VALUE SPACES.
          05 WS-RTV-MOVES-NAME       PIC X(40) VALUE SPACES.
          05 WS-RTV-EXCEPTIONS-NAME  PIC X(40) VALUE SPACES.
          05 WS-RTV-AUDIT-NAME       PIC X(40) VALUE SPACES.
       01 History-File-Names.
          05 WS-RESULTS-FILE-NAME    PIC X(40)
                                     VALUE 'day1results.dat'.
          05 WS-MOVES-FILE-NAME      PIC X(40) VALUE 'day1moves.dat'.
          05 WS-EXCEPTIONS-FILE-NAME PIC X(40)
                                     VALUE 'day1exceptions.dat'.
          05 WS-PATHS-FILE-NAME      PIC X(40) VALUE 'day1paths.dat'.
          05 WS-METRICS-FILE-NAME    PIC X(40)
                                     VALUE 'day1metrics.dat'.
          05 WS-AUDIT-TRAIL-NAME     PIC X(40) VALUE 'audittrail.dat'.
          05 WS-ALERT-FILE-NAME      PIC X(40) VALUE 'day1alerts.dat'.
          05 WS-ZONE-VIOL-FILE-NAME  PIC X(40)
                                     VALUE 'day1zoneviol.dat'.
      *> the run's reports that are history too - the parameter echo
      *> day1parmhist reads, and the walker reports day1archive keeps.
          05 WS-PARM-ECHO-NAME       PIC X(40)
                                     VALUE 'day1parmecho.dat'.
          05 WS-GRID-REPORT-NAME     PIC X(40) VALUE 'day1grid.dat'.
          05 WS-POI-REPORT-NAME      PIC X(40)
                                     VALUE 'day1poireport.dat'.
          05 WS-HEAT-REPORT-NAME     PIC X(40)
                                     VALUE 'day1heatmap.dat'.
