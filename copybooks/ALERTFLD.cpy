      *> with ALERTSEL.cpy / ALERTFD.cpy / ALERTWRT.cpy. The caller
      *> sets the severity and message, then PERFORMs
      *> WRITE-OPERATOR-ALERT. Severities: CRITICAL is "someone must
      *> act on this today", SECURITY is an operator the authority
      *> file refused (see AUTHPROC.cpy), WARNING is "worth a look",
      *> INFO is operational colour.
       01 WS-ALERT-FILE-STATUS PIC X(2).
       01 Operator-Alert-Fields.
          05 WS-ALERT-SEVERITY PIC X(8)   VALUE 'INFO'.
