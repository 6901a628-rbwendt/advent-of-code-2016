      *> shared SELECT for the result sign-off file - paired with
      *> SIGNFD.cpy / SIGNFLD.cpy / SIGNPROC.cpy. COPY this inside
      *> FILE-CONTROL.
           SELECT SIGN-OFF ASSIGN TO 'day1signoff.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIGN-OFF-STATUS.
