      *>   record carries the digit count plus the product
      *>   thousands-separated - exact permutation counts for the
      *>   planning group instead of "cannot compute".
      *> - the FACT_OPERANDS_FILE environment variable names the
      *>   operands file when runparms.dat does not, so the batch
      *>   calendar can run the month-end table as its own step on
      *>   month-end night without touching the nightly operand.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
           SELECT FACT-OPERANDS
          MOVE 16 TO WS-N
        END-IF
        MOVE WS-N TO WS-N-Display
        IF NOT Parm-Fact-Operands-Supplied
          ACCEPT PARM-FACT-OPERANDS
              FROM ENVIRONMENT "FACT_OPERANDS_FILE"
              ON EXCEPTION
                MOVE SPACES TO PARM-FACT-OPERANDS
          END-ACCEPT
          IF PARM-FACT-OPERANDS NOT = SPACES
            SET Parm-Fact-Operands-Supplied TO TRUE
          END-IF
        END-IF
        OPEN EXTEND AUDIT-TRAIL
        IF WS-AUDIT-TRAIL-STATUS = '35'
          OPEN OUTPUT AUDIT-TRAIL
