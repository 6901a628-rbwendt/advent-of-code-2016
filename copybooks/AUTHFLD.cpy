      *> shared working-storage for operator authority control -
      *> paired with AUTHSEL.cpy / AUTHFD.cpy / AUTHPROC.cpy. The
      *> operator is whoever DAY1_OPERATOR_ID names in the environment
      *> of the run; the caller names itself and the action it is
      *> about to take in WS-AUTH-PROGRAM / WS-AUTH-ACTION.
       01 WS-OPERATOR-AUTHORITY-STATUS PIC X(2).
       01 WS-AUTHORITY-LOG-STATUS      PIC X(2).
       01 Operator-Authority-Fields.
          05 WS-OPERATOR-ID     PIC X(8)  VALUE SPACES.
          05 WS-AUTH-PROGRAM    PIC X(20) VALUE SPACES.
          05 WS-AUTH-ACTION     PIC X(10) VALUE SPACES.
          05 WS-AUTH-EOF        PIC A(1)  VALUE SPACE.
          05 WS-AUTH-REASON     PIC X(70) VALUE SPACES.
          05 WS-AUTH-SWITCH     PIC X(1)  VALUE 'N'.
              88 Operator-Authorized VALUE 'Y'.
