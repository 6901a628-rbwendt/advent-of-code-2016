           SELECT RUN-PARMS ASSIGN TO 'runparms.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-PARMS-STATUS.
           SELECT PARM-ECHO ASSIGN TO DYNAMIC WS-PARM-ECHO-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-ECHO-STATUS.
