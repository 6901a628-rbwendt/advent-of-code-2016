       IDENTIFICATION DIVISION.
       PROGRAM-ID. Factorial-Combinations.
       AUTHOR. Ben Wendt.
      *> modification history
      *> - added for the planning group, who were working "how many
      *>   ways to choose k of n" and "how many orderings of k from n"
      *>   out by hand from factresults.dat lines. Reads a request
      *>   file of (n, k, C or P) records, CALLs Factorial-hopefully
      *>   for the factorials each answer needs, and divides the
      *>   big-number products exactly:
      *>       nPr = n! / (n-k)!        nCr = nPr / k!
      *>   One result record per good request, digit count and the
      *>   answer thousands-separated as in factresults.dat, then a
      *>   TRL trailer of computed and rejected counts. A request
      *>   with k greater than n, a type other than C or P, or an n
      *>   or k that is not a one-to-three digit number is rejected
      *>   with a message, gets no result record, and ends the run
      *>   with RETURN-CODE 8 as factdriver's table mode does. The
      *>   run is logged to audittrail.dat like factdriver.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
           SELECT COMBO-REQUESTS
           ASSIGN TO DYNAMIC WS-REQUESTS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUESTS-STATUS.
           SELECT COMBO-RESULTS
           ASSIGN TO DYNAMIC WS-RESULTS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-STATUS.
           COPY ALERTSEL.
           COPY PARMSEL.
           COPY LOCKSEL.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-TRAIL.
       COPY AUDITREC.
      *> one request per record - n, k and the kind of count wanted,
      *> n and k as left-justified digits:
      *>     n(3) blank k(3) blank type(1)   type C or P
       FD COMBO-REQUESTS.
       01 COMBO-REQUEST-RECORD.
          05 CQ-N          PIC X(03).
          05 CQ-SEP-1      PIC X(01).
          05 CQ-K          PIC X(03).
          05 CQ-SEP-2      PIC X(01).
          05 CQ-TYPE       PIC X(01).
       FD COMBO-RESULTS.
       01 COMBO-RESULT-RECORD PIC X(4020).
       COPY ALERTFD.

       COPY PARMFD.
       COPY LOCKFD.

       WORKING-STORAGE SECTION.
       COPY TSFIELDS.
       COPY AUDITFLD.
       COPY RUNFLD.
       COPY ALERTFLD.
       COPY PARMFLD.
       COPY LOCKFLD.
      *> the CALL parameters of Factorial-hopefully - operand in,
      *> full digit string (most significant first), its length and
      *> the overflow flag/stopping-point pair out.
       01 Factorial-Call-Parameters.
          05 WS-Operand                PIC S9(3) VALUE 0.
          05 WS-Product-Digits         PIC X(3000) VALUE SPACES.
          05 WS-Digit-Count            PIC 9(4)  VALUE 0.
          05 WS-Overflow-Switch        PIC X(01) VALUE 'N'.
             88 Overflow-Detected      VALUE 'Y'.
          05 WS-Stopped-At             PIC S9(3) VALUE 0.
       01 Combo-Request-Fields.
          05 WS-N                      PIC 9(3)  VALUE 0.
          05 WS-K                      PIC 9(3)  VALUE 0.
          05 WS-Type                   PIC X(01) VALUE SPACE.
             88 Type-Combinations      VALUE 'C'.
             88 Type-Permutations      VALUE 'P'.
          05 WS-N-Display              PIC ZZ9.
          05 WS-K-Display              PIC ZZ9.
          05 WS-Field-Text             PIC X(03).
          05 WS-Field-Trailing         PIC 9(01) VALUE 0.
          05 WS-Field-Len              PIC 9(01) VALUE 0.
          05 WS-Request-Reason         PIC X(50) VALUE SPACES.
          05 WS-Answer-Switch          PIC X(01) VALUE 'Y'.
             88 Answer-Is-Exact        VALUE 'Y'.
      *> exact long division of one big number by another, both as
      *> digit strings most significant first. The remainder is kept
      *> as a digit table with no leading zeros - each dividend digit
      *> is brought down onto it, the divisor subtracted while it
      *> still fits, and the count of subtractions is the next
      *> quotient digit. A factorial quotient always divides evenly;
      *> a remainder left at the end clears BD-Exact-Switch.
       78 WS-Max-Digits                VALUE 3000.
       01 Big-Division-Fields.
          05 BD-Dividend               PIC X(3000) VALUE SPACES.
          05 BD-Dividend-Len           PIC 9(4)  VALUE 0.
          05 BD-Divisor                PIC X(3000) VALUE SPACES.
          05 BD-Divisor-Len            PIC 9(4)  VALUE 0.
          05 BD-Quotient               PIC X(3000) VALUE SPACES.
          05 BD-Quotient-Len           PIC 9(4)  VALUE 0.
          05 BD-Divisor-Table.
             07 BD-Divisor-Digit OCCURS WS-Max-Digits TIMES
                                       PIC 9(1).
          05 BD-Remainder-Table.
             07 BD-Rem-Digit OCCURS 3001 TIMES PIC 9(1).
          05 BD-Rem-Len                PIC 9(4)  VALUE 0.
          05 BD-Ix                     PIC 9(4)  VALUE 0.
          05 BD-Jx                     PIC S9(5) VALUE 0.
          05 BD-Offset                 PIC 9(4)  VALUE 0.
          05 BD-Lead                   PIC 9(4)  VALUE 0.
          05 BD-Next-Digit             PIC 9(1)  VALUE 0.
          05 BD-Q-Digit                PIC 9(1)  VALUE 0.
          05 BD-Borrow                 PIC 9(1)  VALUE 0.
          05 BD-Work                   PIC S9(3) VALUE 0.
          05 BD-Compare-Switch         PIC X(01) VALUE 'L'.
             88 BD-Rem-Less            VALUE 'L'.
          05 BD-Exact-Switch           PIC X(01) VALUE 'Y'.
             88 BD-Exact               VALUE 'Y'.
      *> the answer re-edited for people - a comma every three digits
      *> from the right, built lead group first, as factdriver does.
       01 Product-Display-Fields.
          05 WS-Product-Formatted      PIC X(4000) VALUE SPACES.
          05 WS-Formatted-Len          PIC 9(4)  VALUE 0.
          05 WS-Lead-Len               PIC 9(1)  VALUE 0.
          05 WS-Group-Work             PIC 9(4)  VALUE 0.
          05 WS-Src-Pos                PIC 9(4)  VALUE 0.
       01 Combo-File-Fields.
          05 WS-REQUESTS-NAME          PIC X(100)
                                        VALUE 'factcomboreq.dat'.
          05 WS-RESULTS-NAME           PIC X(100)
                                        VALUE 'factcomboresults.dat'.
          05 WS-REQUESTS-STATUS        PIC X(02).
          05 WS-RESULTS-STATUS         PIC X(02).
          05 WS-REQUESTS-EOF           PIC A(01)  VALUE SPACE.
          05 WS-TBL-COMPUTED           PIC 9(04)  VALUE 0.
          05 WS-TBL-REJECTED           PIC 9(04)  VALUE 0.
       01 Combo-Result.
          05 CR-N          PIC 9(3).
          05 CR-SEP-1      PIC X(01).
          05 CR-K          PIC 9(3).
          05 CR-SEP-2      PIC X(01).
          05 CR-TYPE       PIC X(01).
          05 CR-SEP-3      PIC X(01).
          05 CR-DIGIT-COUNT PIC 9(4).
          05 CR-SEP-4      PIC X(01).
          05 CR-ANSWER-FORMATTED PIC X(4000).
       01 Combo-Trailer.
          05 CT-TAG        PIC X(03) VALUE 'TRL'.
          05 CT-SEP-1      PIC X(01).
          05 CT-COMPUTED   PIC 9(04).
          05 CT-SEP-2      PIC X(01).
          05 CT-REJECTED   PIC 9(04).
       PROCEDURE DIVISION.
       RUN-COMBINATIONS.
        PERFORM BUILD-RUN-ID
        MOVE "Factorial-Combinations" TO WS-PARM-PROGRAM
        PERFORM LOAD-RUN-PARAMETERS
        IF Run-Parms-Invalid
          STOP RUN
        END-IF
        PERFORM ACQUIRE-HISTORY-LOCK
        PERFORM BUILD-TIMESTAMP
        MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
        MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
        IF Parm-Combo-Requests-Supplied
          MOVE PARM-COMBO-REQUESTS TO WS-REQUESTS-NAME
        ELSE
          ACCEPT WS-REQUESTS-NAME FROM ENVIRONMENT "FACT_COMBO_FILE"
              ON EXCEPTION
                MOVE 'factcomboreq.dat' TO WS-REQUESTS-NAME
          END-ACCEPT
        END-IF
        IF Parm-Combo-Results-Supplied
          MOVE PARM-COMBO-RESULTS TO WS-RESULTS-NAME
        END-IF
        OPEN EXTEND AUDIT-TRAIL
        IF WS-AUDIT-TRAIL-STATUS = '35'
          OPEN OUTPUT AUDIT-TRAIL
        END-IF
        IF WS-AUDIT-TRAIL-STATUS NOT = '00'
          DISPLAY "audit trail could not be opened (status "
              WS-AUDIT-TRAIL-STATUS ") - run abandoned"
          MOVE 8 TO RETURN-CODE
          PERFORM RELEASE-HISTORY-LOCK
          STOP RUN
        END-IF
        OPEN INPUT COMBO-REQUESTS
        IF WS-REQUESTS-STATUS NOT = '00'
          DISPLAY "request file " WS-REQUESTS-NAME
              " could not be opened (status " WS-REQUESTS-STATUS
              ") - nothing computed"
          MOVE 8 TO RETURN-CODE
        ELSE
          OPEN OUTPUT COMBO-RESULTS
          PERFORM UNTIL WS-REQUESTS-EOF = 'Y'
            READ COMBO-REQUESTS
              AT END MOVE 'Y' TO WS-REQUESTS-EOF
              NOT AT END PERFORM COMPUTE-ONE-REQUEST
            END-READ
          END-PERFORM
          MOVE SPACE TO CT-SEP-1 CT-SEP-2
          MOVE WS-TBL-COMPUTED TO CT-COMPUTED
          MOVE WS-TBL-REJECTED TO CT-REJECTED
          WRITE COMBO-RESULT-RECORD FROM Combo-Trailer
          CLOSE COMBO-RESULTS
          CLOSE COMBO-REQUESTS
          IF WS-TBL-COMPUTED = 0
            DISPLAY "request file " WS-REQUESTS-NAME
                " produced no results - empty or all rejected"
            MOVE 8 TO RETURN-CODE
          END-IF
          IF WS-TBL-REJECTED > 0
            MOVE 8 TO RETURN-CODE
          END-IF
        END-IF
        PERFORM BUILD-TIMESTAMP
        INITIALIZE AUDIT-RECORD
        MOVE "Factorial-Combinations" TO AUDIT-PROGRAM-NAME
        MOVE WS-RUN-ID               TO AUDIT-RUN-ID
        MOVE WS-AUDIT-START-DATE     TO AUDIT-START-DATE
        MOVE WS-AUDIT-START-TIME     TO AUDIT-START-TIME
        MOVE WS-TS-Date-Out          TO AUDIT-END-DATE
        MOVE WS-TS-Time-Out          TO AUDIT-END-TIME
        STRING "nCr/nPr: " WS-TBL-COMPUTED " computed, "
            WS-TBL-REJECTED " rejected"
            DELIMITED BY SIZE INTO AUDIT-RESULT
        WRITE AUDIT-RECORD
        CLOSE AUDIT-TRAIL
        PERFORM RELEASE-HISTORY-LOCK.
       STOP RUN.

      *> one request - validated, then n! over (n-k)! for nPr, and
      *> that quotient over k! again for nCr.
       COMPUTE-ONE-REQUEST.
        PERFORM VALIDATE-COMBO-REQUEST
        IF WS-Request-Reason NOT = SPACES
          DISPLAY "request '" COMBO-REQUEST-RECORD "' rejected - "
              WS-Request-Reason
          ADD 1 TO WS-TBL-REJECTED
        ELSE
          MOVE 'Y' TO WS-Answer-Switch
          MOVE WS-N TO WS-Operand
          PERFORM CALL-FACTORIAL
          MOVE WS-Product-Digits TO BD-Dividend
          MOVE WS-Digit-Count TO BD-Dividend-Len
          COMPUTE WS-Operand = WS-N - WS-K
          PERFORM CALL-FACTORIAL
          MOVE WS-Product-Digits TO BD-Divisor
          MOVE WS-Digit-Count TO BD-Divisor-Len
          PERFORM DIVIDE-BIG-NUMBERS
          IF Type-Combinations
            MOVE BD-Quotient TO BD-Dividend
            MOVE BD-Quotient-Len TO BD-Dividend-Len
            MOVE WS-K TO WS-Operand
            PERFORM CALL-FACTORIAL
            MOVE WS-Product-Digits TO BD-Divisor
            MOVE WS-Digit-Count TO BD-Divisor-Len
            PERFORM DIVIDE-BIG-NUMBERS
          END-IF
          IF NOT Answer-Is-Exact
            DISPLAY "request '" COMBO-REQUEST-RECORD
                "' did not divide exactly - rejected"
            ADD 1 TO WS-TBL-REJECTED
          ELSE
            MOVE BD-Quotient TO WS-Product-Digits
            MOVE BD-Quotient-Len TO WS-Digit-Count
            PERFORM FORMAT-PRODUCT-DISPLAY
            MOVE SPACE TO CR-SEP-1 CR-SEP-2 CR-SEP-3 CR-SEP-4
            MOVE WS-N TO CR-N
            MOVE WS-K TO CR-K
            MOVE WS-Type TO CR-TYPE
            MOVE WS-Digit-Count TO CR-DIGIT-COUNT
            MOVE WS-Product-Formatted TO CR-ANSWER-FORMATTED
            WRITE COMBO-RESULT-RECORD FROM Combo-Result
            ADD 1 TO WS-TBL-COMPUTED
            MOVE WS-N TO WS-N-Display
            MOVE WS-K TO WS-K-Display
            DISPLAY WS-Type "(" WS-N-Display "," WS-K-Display ") = "
                WS-Product-Formatted(1:WS-Formatted-Len)
                " (" WS-Digit-Count " digits)"
          END-IF
        END-IF.

       VALIDATE-COMBO-REQUEST.
        MOVE SPACES TO WS-Request-Reason
        MOVE CQ-N TO WS-Field-Text
        PERFORM MEASURE-REQUEST-FIELD
        IF WS-Field-Len = 0
            OR WS-Field-Text(1:WS-Field-Len) IS NOT NUMERIC
          MOVE "n is not a one-to-three digit number"
              TO WS-Request-Reason
        ELSE
          MOVE WS-Field-Text(1:WS-Field-Len) TO WS-N
        END-IF
        MOVE CQ-K TO WS-Field-Text
        PERFORM MEASURE-REQUEST-FIELD
        IF WS-Request-Reason = SPACES
          IF WS-Field-Len = 0
              OR WS-Field-Text(1:WS-Field-Len) IS NOT NUMERIC
            MOVE "k is not a one-to-three digit number"
                TO WS-Request-Reason
          ELSE
            MOVE WS-Field-Text(1:WS-Field-Len) TO WS-K
          END-IF
        END-IF
        MOVE CQ-TYPE TO WS-Type
        IF WS-Request-Reason = SPACES
          IF NOT Type-Combinations AND NOT Type-Permutations
            MOVE "type must be C or P" TO WS-Request-Reason
          END-IF
        END-IF
        IF WS-Request-Reason = SPACES
          IF WS-K > WS-N
            MOVE "k exceeds n" TO WS-Request-Reason
          END-IF
        END-IF.

       MEASURE-REQUEST-FIELD.
        MOVE ZEROES TO WS-Field-Trailing
        INSPECT WS-Field-Text
            TALLYING WS-Field-Trailing FOR TRAILING SPACES
        SUBTRACT WS-Field-Trailing FROM 3 GIVING WS-Field-Len.

      *> a factorial that outgrew the subprogram's digit table cannot
      *> be divided down to an exact answer - it fails the request.
       CALL-FACTORIAL.
        CALL "Factorial-hopefully" USING WS-Operand WS-Product-Digits
            WS-Digit-Count WS-Overflow-Switch WS-Stopped-At
        END-CALL
        IF Overflow-Detected
          MOVE 'N' TO WS-Answer-Switch
        END-IF.

      *> BD-Dividend / BD-Divisor into BD-Quotient, schoolbook style.
       DIVIDE-BIG-NUMBERS.
        MOVE 0 TO BD-Rem-Len BD-Quotient-Len
        MOVE SPACES TO BD-Quotient
        PERFORM VARYING BD-Ix FROM 1 BY 1
            UNTIL BD-Ix > BD-Divisor-Len
          MOVE BD-Divisor(BD-Ix:1) TO BD-Divisor-Digit(BD-Ix)
        END-PERFORM
        PERFORM VARYING BD-Ix FROM 1 BY 1
            UNTIL BD-Ix > BD-Dividend-Len
          MOVE BD-Dividend(BD-Ix:1) TO BD-Next-Digit
          IF BD-Rem-Len > 0 OR BD-Next-Digit > 0
            ADD 1 TO BD-Rem-Len
            MOVE BD-Next-Digit TO BD-Rem-Digit(BD-Rem-Len)
          END-IF
          MOVE 0 TO BD-Q-Digit
          PERFORM COMPARE-REMAINDER
          PERFORM UNTIL BD-Rem-Less
            PERFORM SUBTRACT-DIVISOR
            ADD 1 TO BD-Q-Digit
            PERFORM COMPARE-REMAINDER
          END-PERFORM
          IF BD-Q-Digit > 0 OR BD-Quotient-Len > 0
            ADD 1 TO BD-Quotient-Len
            MOVE BD-Q-Digit TO BD-Quotient(BD-Quotient-Len:1)
          END-IF
        END-PERFORM
        IF BD-Quotient-Len = 0
          MOVE "0" TO BD-Quotient(1:1)
          MOVE 1 TO BD-Quotient-Len
        END-IF
        IF BD-Rem-Len > 0
          MOVE 'N' TO WS-Answer-Switch
        END-IF.

      *> sets BD-Rem-Less when the remainder is smaller than the
      *> divisor - fewer digits, or equal length and lower at the
      *> first digit that differs.
       COMPARE-REMAINDER.
        EVALUATE TRUE
          WHEN BD-Rem-Len < BD-Divisor-Len
            MOVE 'L' TO BD-Compare-Switch
          WHEN BD-Rem-Len > BD-Divisor-Len
            MOVE 'G' TO BD-Compare-Switch
          WHEN OTHER
            MOVE 'G' TO BD-Compare-Switch
            PERFORM VARYING BD-Jx FROM 1 BY 1
                UNTIL BD-Jx > BD-Rem-Len
                   OR BD-Rem-Digit(BD-Jx) NOT = BD-Divisor-Digit(BD-Jx)
              CONTINUE
            END-PERFORM
            IF BD-Jx <= BD-Rem-Len
              IF BD-Rem-Digit(BD-Jx) < BD-Divisor-Digit(BD-Jx)
                MOVE 'L' TO BD-Compare-Switch
              END-IF
            END-IF
        END-EVALUATE.

      *> remainder minus divisor, right-aligned with borrow, then the
      *> leading zeros the subtraction left are shifted out.
       SUBTRACT-DIVISOR.
        COMPUTE BD-Offset = BD-Rem-Len - BD-Divisor-Len
        MOVE 0 TO BD-Borrow
        PERFORM VARYING BD-Jx FROM BD-Rem-Len BY -1
            UNTIL BD-Jx < 1
          COMPUTE BD-Work = BD-Rem-Digit(BD-Jx) - BD-Borrow
          IF BD-Jx > BD-Offset
            SUBTRACT BD-Divisor-Digit(BD-Jx - BD-Offset) FROM BD-Work
          END-IF
          IF BD-Work < 0
            ADD 10 TO BD-Work
            MOVE 1 TO BD-Borrow
          ELSE
            MOVE 0 TO BD-Borrow
          END-IF
          MOVE BD-Work TO BD-Rem-Digit(BD-Jx)
        END-PERFORM
        MOVE 0 TO BD-Lead
        PERFORM VARYING BD-Jx FROM 1 BY 1
            UNTIL BD-Jx > BD-Rem-Len OR BD-Rem-Digit(BD-Jx) NOT = 0
          ADD 1 TO BD-Lead
        END-PERFORM
        IF BD-Lead > 0
          PERFORM VARYING BD-Jx FROM 1 BY 1
              UNTIL BD-Jx > BD-Rem-Len - BD-Lead
            MOVE BD-Rem-Digit(BD-Jx + BD-Lead) TO BD-Rem-Digit(BD-Jx)
          END-PERFORM
          SUBTRACT BD-Lead FROM BD-Rem-Len
        END-IF.

      *> the raw digit string with a comma every three digits from
      *> the right - the lead group carries whatever the division by
      *> three leaves over.
       FORMAT-PRODUCT-DISPLAY.
        MOVE SPACES TO WS-Product-Formatted
        DIVIDE WS-Digit-Count BY 3 GIVING WS-Group-Work
            REMAINDER WS-Lead-Len
        IF WS-Lead-Len = 0
          MOVE 3 TO WS-Lead-Len
        END-IF
        MOVE WS-Product-Digits(1:WS-Lead-Len)
            TO WS-Product-Formatted(1:WS-Lead-Len)
        MOVE WS-Lead-Len TO WS-Formatted-Len
        COMPUTE WS-Src-Pos = WS-Lead-Len + 1
        PERFORM UNTIL WS-Src-Pos > WS-Digit-Count
          MOVE "," TO WS-Product-Formatted(WS-Formatted-Len + 1:1)
          MOVE WS-Product-Digits(WS-Src-Pos:3)
              TO WS-Product-Formatted(WS-Formatted-Len + 2:3)
          ADD 4 TO WS-Formatted-Len
          ADD 3 TO WS-Src-Pos
        END-PERFORM.
       COPY TSBUILD.
       COPY RUNGEN.
       COPY PARMLOAD.
       COPY ALERTWRT.
       COPY LOCKMGR.
