      *> shared SELECT for the batch schedule-control file - paired
      *> with SCHDFD.cpy / SCHDFLD.cpy / SCHDCHK.cpy. COPY this inside
      *> FILE-CONTROL.
           SELECT SCHEDULE-CONTROL ASSIGN TO 'day1schedule.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.
