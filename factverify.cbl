       IDENTIFICATION DIVISION.
       PROGRAM-ID. Factorial-Verifier.
       AUTHOR. Ben Wendt.
      *> modification history
      *> - added so the big-number products in factresults.dat are
      *>   proved by something other than the long multiplication in
      *>   fact.cbl that made them - nobody can eyeball 450!, and a
      *>   regression there would go straight out to planning as
      *>   wrong permutation counts. Reads FACT-RESULTS-FILE (default
      *>   factresults.dat) and checks every product that did not
      *>   overflow against four properties it works out for itself:
      *>     - the trailing zeros, against Legendre's formula
      *>       N/5 + N/25 + N/125 + ...
      *>     - the digit count, against the magnitude of N! carried
      *>       as a floating mantissa and power of ten
      *>     - divisibility by every prime up to N
      *>     - where the record before holds (N-1)!, that this
      *>       product divided by it is exactly N
      *>   plus the record's own digit count and comma grouping, and
      *>   the TRL trailer's counts against the records read. Every
      *>   failure is listed on the console and in factverify.dat;
      *>   any failure raises a CRITICAL alert and ends the run with
      *>   RETURN-CODE 8 so run_suite.sh stops the chain there. No
      *>   results file means there is no table to prove - the run
      *>   says so and ends clean. The run is logged to
      *>   audittrail.dat like factdriver.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
           SELECT FACT-RESULTS
           ASSIGN TO DYNAMIC WS-RESULTS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-STATUS.
           SELECT VERIFY-REPORT ASSIGN TO 'factverify.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           COPY ALERTSEL.
           COPY PARMSEL.
           COPY LOCKSEL.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-TRAIL.
       COPY AUDITREC.
      *> factdriver's table-mode record, and the TRL trailer that
      *> closes the file:
      *>     operand(3) digit-count(4) overflow(1) stopped-at(S3)
      *>     product thousands-separated, blank-separated
      *>     TRL computed(4) overflowed(4)
       FD FACT-RESULTS.
       01 FACT-RESULT-RECORD.
          05 FR-OPERAND    PIC X(03).
          05 FR-SEP-1      PIC X(01).
          05 FR-DIGIT-COUNT PIC X(04).
          05 FR-SEP-2      PIC X(01).
          05 FR-OVERFLOW   PIC X(01).
          05 FR-SEP-3      PIC X(01).
          05 FR-STOPPED-AT PIC X(03).
          05 FR-SEP-4      PIC X(01).
          05 FR-PRODUCT-FORMATTED PIC X(4000).
       01 FACT-TRAILER-RECORD.
          05 FT-TAG        PIC X(03).
          05 FT-SEP-1      PIC X(01).
          05 FT-COMPUTED   PIC X(04).
          05 FT-SEP-2      PIC X(01).
          05 FT-OVERFLOWED PIC X(04).
       FD VERIFY-REPORT.
       01 VERIFY-REPORT-LINE PIC X(132).
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
       01 Verify-File-Fields.
          05 WS-RESULTS-NAME           PIC X(100)
                                        VALUE 'factresults.dat'.
          05 WS-RESULTS-STATUS         PIC X(02).
          05 WS-REPORT-STATUS          PIC X(02).
          05 WS-RESULTS-EOF            PIC A(01)  VALUE SPACE.
          05 WS-Trailer-Switch         PIC X(01)  VALUE 'N'.
             88 Trailer-Seen           VALUE 'Y'.
          05 WS-VFY-CHECKED            PIC 9(04)  VALUE 0.
          05 WS-VFY-PASSED             PIC 9(04)  VALUE 0.
          05 WS-VFY-OVERFLOWED         PIC 9(04)  VALUE 0.
          05 WS-VFY-FAILURES           PIC 9(04)  VALUE 0.
          05 WS-Record-Failures        PIC 9(04)  VALUE 0.
      *> the product under test as a bare digit string, most
      *> significant first, with the commas taken out.
       01 Product-Under-Test.
          05 WS-N                      PIC 9(3)  VALUE 0.
          05 WS-N-Display              PIC ZZ9.
          05 WS-Product-Digits         PIC X(3000) VALUE SPACES.
          05 WS-Digit-Count            PIC 9(4)  VALUE 0.
          05 WS-Stated-Count           PIC 9(4)  VALUE 0.
          05 WS-Scan-Pos               PIC 9(4)  VALUE 0.
          05 WS-Scan-Char              PIC X(01) VALUE SPACE.
          05 WS-Layout-Switch          PIC X(01) VALUE 'Y'.
             88 Layout-Is-Good         VALUE 'Y'.
      *> the product the record before proved, kept for the ratio
      *> check against the next operand.
       01 Previous-Product.
          05 WS-Prev-N                 PIC 9(3)  VALUE 0.
          05 WS-Prev-Digits            PIC X(3000) VALUE SPACES.
          05 WS-Prev-Count             PIC 9(4)  VALUE 0.
          05 WS-Prev-Switch            PIC X(01) VALUE 'N'.
             88 Prev-Available         VALUE 'Y'.
      *> the four independent checks. Legendre's count of fives in
      *> N!, the magnitude of N! as mantissa times ten to a power -
      *> the mantissa kept between 1 and 10 as each factor goes on,
      *> so the power plus one is the digit count - and short
      *> division of the digit string by a small divisor, giving the
      *> remainder for the prime check and the quotient for the
      *> ratio check.
       01 Check-Fields.
          05 WS-Expected-Zeros         PIC 9(4)  VALUE 0.
          05 WS-Actual-Zeros           PIC 9(4)  VALUE 0.
          05 WS-Power-Of-Five          PIC 9(5)  VALUE 0.
          05 WS-Magnitude-Mantissa     COMP-2    VALUE 1.
          05 WS-Magnitude-Power        PIC 9(4)  VALUE 0.
          05 WS-Expected-Digits        PIC 9(4)  VALUE 0.
          05 WS-Factor                 PIC 9(4)  VALUE 0.
          05 WS-Divisor                PIC 9(4)  VALUE 0.
          05 WS-Short-Rem              PIC 9(4)  VALUE 0.
          05 WS-Short-Work             PIC 9(5)  VALUE 0.
          05 WS-Short-Digit            PIC 9(1)  VALUE 0.
          05 WS-Short-Q                PIC 9(1)  VALUE 0.
          05 WS-Quotient               PIC X(3000) VALUE SPACES.
          05 WS-Quotient-Len           PIC 9(4)  VALUE 0.
          05 WS-Ix                     PIC 9(4)  VALUE 0.
          05 WS-Jx                     PIC 9(4)  VALUE 0.
          05 WS-Primes-Failed          PIC 9(4)  VALUE 0.
          05 WS-First-Failed-Prime     PIC ZZ9.
          05 WS-Count-Display          PIC ZZZ9.
          05 WS-Count-Display-2        PIC ZZZ9.
      *> primes up to the largest three-digit operand, sieved once.
       78 WS-Max-Operand               VALUE 999.
       01 Prime-Sieve.
          05 Sieve-Flag OCCURS WS-Max-Operand TIMES PIC X(01).
             88 Sieve-Composite        VALUE 'C'.
          05 Prime-Entry OCCURS 200 TIMES.
             07 PRIME-T-VALUE          PIC 9(3).
          05 PRIME-COUNT               PIC 9(3)  VALUE 0.
          05 PRIME-IX                  PIC 9(3)  VALUE 0.
       01 Failure-Fields.
          05 WS-Fail-Subject           PIC X(04) VALUE SPACES.
          05 WS-Fail-Check             PIC X(20) VALUE SPACES.
          05 WS-Fail-Detail            PIC X(90) VALUE SPACES.
       01 Report-Line-Fields.
          05 WS-Report-Work            PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       RUN-VERIFIER.
        PERFORM BUILD-RUN-ID
        MOVE "Factorial-Verifier" TO WS-PARM-PROGRAM
        PERFORM LOAD-RUN-PARAMETERS
        IF Run-Parms-Invalid
          STOP RUN
        END-IF
        PERFORM ACQUIRE-HISTORY-LOCK
        PERFORM BUILD-TIMESTAMP
        MOVE WS-TS-Date-Out TO WS-AUDIT-START-DATE
        MOVE WS-TS-Time-Out TO WS-AUDIT-START-TIME
        IF Parm-Fact-Results-Supplied
          MOVE PARM-FACT-RESULTS TO WS-RESULTS-NAME
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
        OPEN INPUT FACT-RESULTS
        IF WS-RESULTS-STATUS = '35'
          DISPLAY "results file " WS-RESULTS-NAME
              " not present - no factorial table to verify"
          MOVE "verify: no results file - nothing checked"
              TO WS-Report-Work
        ELSE
          IF WS-RESULTS-STATUS NOT = '00'
            DISPLAY "results file " WS-RESULTS-NAME
                " could not be opened (status " WS-RESULTS-STATUS
                ") - nothing verified"
            MOVE 8 TO RETURN-CODE
            MOVE "verify: results file unreadable"
                TO WS-Report-Work
          ELSE
            PERFORM VERIFY-RESULTS-FILE
          END-IF
        END-IF
        PERFORM BUILD-TIMESTAMP
        INITIALIZE AUDIT-RECORD
        MOVE "Factorial-Verifier"    TO AUDIT-PROGRAM-NAME
        MOVE WS-RUN-ID               TO AUDIT-RUN-ID
        MOVE WS-AUDIT-START-DATE     TO AUDIT-START-DATE
        MOVE WS-AUDIT-START-TIME     TO AUDIT-START-TIME
        MOVE WS-TS-Date-Out          TO AUDIT-END-DATE
        MOVE WS-TS-Time-Out          TO AUDIT-END-TIME
        MOVE WS-Report-Work          TO AUDIT-RESULT
        WRITE AUDIT-RECORD
        CLOSE AUDIT-TRAIL
        PERFORM RELEASE-HISTORY-LOCK.
       STOP RUN.

      *> one pass of the results file into the report - a heading,
      *> a line per failure, and the totals.
       VERIFY-RESULTS-FILE.
        PERFORM SIEVE-PRIMES
        OPEN OUTPUT VERIFY-REPORT
        MOVE SPACES TO VERIFY-REPORT-LINE
        STRING "=== factorial table verification - run " WS-RUN-ID
            " " WS-AUDIT-START-DATE " " WS-AUDIT-START-TIME " - "
            DELIMITED BY SIZE
            WS-RESULTS-NAME DELIMITED BY SPACE
            " ===" DELIMITED BY SIZE
            INTO VERIFY-REPORT-LINE
        WRITE VERIFY-REPORT-LINE
        PERFORM UNTIL WS-RESULTS-EOF = 'Y'
          READ FACT-RESULTS
            AT END MOVE 'Y' TO WS-RESULTS-EOF
            NOT AT END
              IF FT-TAG = 'TRL'
                PERFORM CHECK-TRAILER
              ELSE
                PERFORM VERIFY-ONE-RESULT
              END-IF
          END-READ
        END-PERFORM
        CLOSE FACT-RESULTS
        IF NOT Trailer-Seen
          MOVE 0 TO WS-N
          MOVE "trailer" TO WS-Fail-Check
          MOVE "no TRL trailer - the table is incomplete"
              TO WS-Fail-Detail
          PERFORM LIST-FAILURE
        END-IF
        MOVE SPACES TO VERIFY-REPORT-LINE
        STRING "products checked " WS-VFY-CHECKED
            ", proved " WS-VFY-PASSED
            ", overflowed (not checked) " WS-VFY-OVERFLOWED
            ", failures " WS-VFY-FAILURES
            DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
        WRITE VERIFY-REPORT-LINE
        CLOSE VERIFY-REPORT
        DISPLAY "factorial table: " WS-VFY-CHECKED " checked, "
            WS-VFY-PASSED " proved, " WS-VFY-FAILURES " failures"
        MOVE SPACES TO WS-Report-Work
        STRING "verify: " WS-VFY-CHECKED " checked, "
            WS-VFY-FAILURES " failures"
            DELIMITED BY SIZE INTO WS-Report-Work
        IF WS-VFY-FAILURES > 0
          MOVE 8 TO RETURN-CODE
          MOVE 'CRITICAL' TO WS-ALERT-SEVERITY
          MOVE SPACES TO WS-ALERT-MESSAGE
          STRING "factorial table failed verification - "
              WS-VFY-FAILURES " failures in " DELIMITED BY SIZE
              WS-RESULTS-NAME DELIMITED BY SPACE
              " - see factverify.dat" DELIMITED BY SIZE
              INTO WS-ALERT-MESSAGE
          PERFORM WRITE-OPERATOR-ALERT
        END-IF.

      *> one result record. An overflowed product is a stopping
      *> point, not a factorial, so it is counted and passed over -
      *> and breaks the chain of consecutive products.
       VERIFY-ONE-RESULT.
        MOVE 0 TO WS-Record-Failures
        IF FR-OPERAND IS NOT NUMERIC
          MOVE 0 TO WS-N
          MOVE "layout" TO WS-Fail-Check
          MOVE SPACES TO WS-Fail-Detail
          STRING "operand '" FR-OPERAND "' is not numeric"
              DELIMITED BY SIZE INTO WS-Fail-Detail
          PERFORM LIST-FAILURE
          MOVE 'N' TO WS-Prev-Switch
        ELSE
          MOVE FR-OPERAND TO WS-N
          IF FR-OVERFLOW = 'Y'
            ADD 1 TO WS-VFY-OVERFLOWED
            MOVE 'N' TO WS-Prev-Switch
          ELSE
            ADD 1 TO WS-VFY-CHECKED
            PERFORM UNPACK-PRODUCT
            IF Layout-Is-Good
              PERFORM CHECK-TRAILING-ZEROS
              PERFORM CHECK-MAGNITUDE
              PERFORM CHECK-PRIME-DIVISORS
              PERFORM CHECK-CONSECUTIVE-RATIO
              MOVE WS-N TO WS-Prev-N
              MOVE WS-Product-Digits TO WS-Prev-Digits
              MOVE WS-Digit-Count TO WS-Prev-Count
              MOVE 'Y' TO WS-Prev-Switch
            ELSE
              MOVE 'N' TO WS-Prev-Switch
            END-IF
            IF WS-Record-Failures = 0
              ADD 1 TO WS-VFY-PASSED
            END-IF
          END-IF
        END-IF.

      *> takes the commas out of the product, then checks the record
      *> against itself - only digits and commas, the stated digit
      *> count, and a comma every three digits from the right.
       UNPACK-PRODUCT.
        MOVE 'Y' TO WS-Layout-Switch
        MOVE SPACES TO WS-Product-Digits
        MOVE 0 TO WS-Digit-Count
        MOVE 1 TO WS-Scan-Pos
        PERFORM UNTIL WS-Scan-Pos > 4000
            OR FR-PRODUCT-FORMATTED(WS-Scan-Pos:1) = SPACE
          MOVE FR-PRODUCT-FORMATTED(WS-Scan-Pos:1) TO WS-Scan-Char
          EVALUATE TRUE
            WHEN WS-Scan-Char IS NUMERIC
              IF WS-Digit-Count < 3000
                ADD 1 TO WS-Digit-Count
                MOVE WS-Scan-Char
                    TO WS-Product-Digits(WS-Digit-Count:1)
              ELSE
                MOVE 'N' TO WS-Layout-Switch
              END-IF
            WHEN WS-Scan-Char = ","
              IF WS-Digit-Count = 0
                MOVE 'N' TO WS-Layout-Switch
              END-IF
            WHEN OTHER
              MOVE 'N' TO WS-Layout-Switch
          END-EVALUATE
          ADD 1 TO WS-Scan-Pos
        END-PERFORM
        IF WS-Digit-Count = 0
          MOVE 'N' TO WS-Layout-Switch
        END-IF
        IF NOT Layout-Is-Good
          MOVE "layout" TO WS-Fail-Check
          MOVE "product is empty or holds characters other than "
              & "digits and commas" TO WS-Fail-Detail
          PERFORM LIST-FAILURE
        ELSE
          IF FR-DIGIT-COUNT IS NOT NUMERIC
            MOVE 0 TO WS-Stated-Count
          ELSE
            MOVE FR-DIGIT-COUNT TO WS-Stated-Count
          END-IF
          IF WS-Stated-Count NOT = WS-Digit-Count
            MOVE WS-Stated-Count TO WS-Count-Display
            MOVE WS-Digit-Count TO WS-Count-Display-2
            MOVE "layout" TO WS-Fail-Check
            MOVE SPACES TO WS-Fail-Detail
            STRING "record states " WS-Count-Display
                " digits, product holds " WS-Count-Display-2
                DELIMITED BY SIZE INTO WS-Fail-Detail
            PERFORM LIST-FAILURE
          END-IF
          PERFORM CHECK-GROUPING
        END-IF.

      *> the commas must fall where factdriver puts them: after the
      *> lead group of one to three digits, then after every three.
       CHECK-GROUPING.
        DIVIDE WS-Digit-Count BY 3 GIVING WS-Jx REMAINDER WS-Ix
        IF WS-Ix = 0
          MOVE 3 TO WS-Ix
        END-IF
        MOVE 0 TO WS-Jx
        MOVE 1 TO WS-Scan-Pos
        PERFORM UNTIL WS-Scan-Pos > 4000
            OR FR-PRODUCT-FORMATTED(WS-Scan-Pos:1) = SPACE
          IF FR-PRODUCT-FORMATTED(WS-Scan-Pos:1) = ","
            IF WS-Jx NOT = WS-Ix
              MOVE 'N' TO WS-Layout-Switch
            END-IF
            MOVE 0 TO WS-Jx
            MOVE 3 TO WS-Ix
          ELSE
            ADD 1 TO WS-Jx
          END-IF
          ADD 1 TO WS-Scan-Pos
        END-PERFORM
        IF WS-Jx NOT = WS-Ix
          MOVE 'N' TO WS-Layout-Switch
        END-IF
        IF NOT Layout-Is-Good
          MOVE "layout" TO WS-Fail-Check
          MOVE "thousands separators are out of place"
              TO WS-Fail-Detail
          PERFORM LIST-FAILURE
          MOVE 'Y' TO WS-Layout-Switch
        END-IF.

      *> N! ends in one zero for every factor of five it holds -
      *> N/5 + N/25 + N/125 + ... - twos being always in surplus.
       CHECK-TRAILING-ZEROS.
        MOVE 0 TO WS-Expected-Zeros
        MOVE 5 TO WS-Power-Of-Five
        PERFORM UNTIL WS-Power-Of-Five > WS-N
          DIVIDE WS-N BY WS-Power-Of-Five GIVING WS-Factor
          ADD WS-Factor TO WS-Expected-Zeros
          MULTIPLY 5 BY WS-Power-Of-Five
        END-PERFORM
        MOVE 0 TO WS-Actual-Zeros
        PERFORM VARYING WS-Ix FROM WS-Digit-Count BY -1
            UNTIL WS-Ix < 1 OR WS-Product-Digits(WS-Ix:1) NOT = "0"
          ADD 1 TO WS-Actual-Zeros
        END-PERFORM
        IF WS-Actual-Zeros NOT = WS-Expected-Zeros
          MOVE WS-Actual-Zeros TO WS-Count-Display
          MOVE WS-Expected-Zeros TO WS-Count-Display-2
          MOVE "trailing zeros" TO WS-Fail-Check
          MOVE SPACES TO WS-Fail-Detail
          STRING "product ends in " WS-Count-Display
              " zeros, Legendre's formula gives " WS-Count-Display-2
              DELIMITED BY SIZE INTO WS-Fail-Detail
          PERFORM LIST-FAILURE
        END-IF.

      *> the size of N! worked out on its own - each factor multiplied
      *> into a floating mantissa that is divided back under ten,
      *> counting the powers of ten, so N! = mantissa x 10**power and
      *> has power + 1 digits.
       CHECK-MAGNITUDE.
        MOVE 1 TO WS-Magnitude-Mantissa
        MOVE 0 TO WS-Magnitude-Power
        PERFORM VARYING WS-Factor FROM 2 BY 1 UNTIL WS-Factor > WS-N
          COMPUTE WS-Magnitude-Mantissa =
              WS-Magnitude-Mantissa * WS-Factor
          PERFORM UNTIL WS-Magnitude-Mantissa < 10
            COMPUTE WS-Magnitude-Mantissa =
                WS-Magnitude-Mantissa / 10
            ADD 1 TO WS-Magnitude-Power
          END-PERFORM
        END-PERFORM
        COMPUTE WS-Expected-Digits = WS-Magnitude-Power + 1
        IF WS-Digit-Count NOT = WS-Expected-Digits
            OR WS-Product-Digits(1:1) = "0"
          MOVE WS-Digit-Count TO WS-Count-Display
          MOVE WS-Expected-Digits TO WS-Count-Display-2
          MOVE "digit count" TO WS-Fail-Check
          MOVE SPACES TO WS-Fail-Detail
          STRING "product has " WS-Count-Display
              " digits, the magnitude of N! gives "
              WS-Count-Display-2
              DELIMITED BY SIZE INTO WS-Fail-Detail
          PERFORM LIST-FAILURE
        END-IF.

      *> every prime up to N is a factor of N!, so each must leave no
      *> remainder. One line for the record, naming the first prime
      *> that failed and how many did.
       CHECK-PRIME-DIVISORS.
        MOVE 0 TO WS-Primes-Failed
        PERFORM VARYING PRIME-IX FROM 1 BY 1
            UNTIL PRIME-IX > PRIME-COUNT
               OR PRIME-T-VALUE(PRIME-IX) > WS-N
          MOVE PRIME-T-VALUE(PRIME-IX) TO WS-Divisor
          PERFORM SHORT-DIVIDE-PRODUCT
          IF WS-Short-Rem NOT = 0
            IF WS-Primes-Failed = 0
              MOVE WS-Divisor TO WS-First-Failed-Prime
            END-IF
            ADD 1 TO WS-Primes-Failed
          END-IF
        END-PERFORM
        IF WS-Primes-Failed > 0
          MOVE WS-Primes-Failed TO WS-Count-Display
          MOVE "prime divisors" TO WS-Fail-Check
          MOVE SPACES TO WS-Fail-Detail
          STRING "not divisible by " WS-First-Failed-Prime
              " - " WS-Count-Display " primes up to N fail"
              DELIMITED BY SIZE INTO WS-Fail-Detail
          PERFORM LIST-FAILURE
        END-IF.

      *> when the record before proved (N-1)!, this product over N
      *> must divide exactly and give that product back.
       CHECK-CONSECUTIVE-RATIO.
        IF Prev-Available AND WS-N > 0 AND WS-Prev-N + 1 = WS-N
          MOVE WS-N TO WS-Divisor
          PERFORM SHORT-DIVIDE-PRODUCT
          IF WS-Short-Rem NOT = 0
              OR WS-Quotient-Len NOT = WS-Prev-Count
              OR WS-Quotient(1:WS-Quotient-Len) NOT =
                 WS-Prev-Digits(1:WS-Prev-Count)
            MOVE WS-Prev-N TO WS-First-Failed-Prime
            MOVE "consecutive ratio" TO WS-Fail-Check
            MOVE SPACES TO WS-Fail-Detail
            STRING "product over the " WS-First-Failed-Prime
                "! before it is not N"
                DELIMITED BY SIZE INTO WS-Fail-Detail
            PERFORM LIST-FAILURE
          END-IF
        END-IF.

      *> WS-Product-Digits / WS-Divisor, a digit at a time - the
      *> quotient (no leading zeros) to WS-Quotient, what is left
      *> over to WS-Short-Rem.
       SHORT-DIVIDE-PRODUCT.
        MOVE 0 TO WS-Short-Rem WS-Quotient-Len
        MOVE SPACES TO WS-Quotient
        PERFORM VARYING WS-Jx FROM 1 BY 1
            UNTIL WS-Jx > WS-Digit-Count
          MOVE WS-Product-Digits(WS-Jx:1) TO WS-Short-Digit
          COMPUTE WS-Short-Work = WS-Short-Rem * 10 + WS-Short-Digit
          DIVIDE WS-Short-Work BY WS-Divisor GIVING WS-Short-Q
              REMAINDER WS-Short-Rem
          IF WS-Short-Q > 0 OR WS-Quotient-Len > 0
            ADD 1 TO WS-Quotient-Len
            MOVE WS-Short-Q TO WS-Quotient(WS-Quotient-Len:1)
          END-IF
        END-PERFORM
        IF WS-Quotient-Len = 0
          MOVE "0" TO WS-Quotient(1:1)
          MOVE 1 TO WS-Quotient-Len
        END-IF.

      *> the trailer's counts must match the records read - a table
      *> cut short or padded out is as wrong as a bad product.
       CHECK-TRAILER.
        MOVE 'Y' TO WS-Trailer-Switch
        MOVE 0 TO WS-N
        IF FT-COMPUTED IS NOT NUMERIC
            OR FT-OVERFLOWED IS NOT NUMERIC
          MOVE "trailer" TO WS-Fail-Check
          MOVE "TRL counts are not numeric" TO WS-Fail-Detail
          PERFORM LIST-FAILURE
        ELSE
          IF FT-COMPUTED NOT = WS-VFY-CHECKED
              OR FT-OVERFLOWED NOT = WS-VFY-OVERFLOWED
            MOVE "trailer" TO WS-Fail-Check
            MOVE SPACES TO WS-Fail-Detail
            STRING "TRL says " FT-COMPUTED " computed, "
                FT-OVERFLOWED " overflowed - read " WS-VFY-CHECKED
                " and " WS-VFY-OVERFLOWED
                DELIMITED BY SIZE INTO WS-Fail-Detail
            PERFORM LIST-FAILURE
          END-IF
        END-IF.

      *> one failure, to the console and the report - against the
      *> operand, or against the trailer.
       LIST-FAILURE.
        ADD 1 TO WS-VFY-FAILURES
        ADD 1 TO WS-Record-Failures
        IF WS-Fail-Check = "trailer"
          MOVE "TRL" TO WS-Fail-Subject
        ELSE
          MOVE WS-N TO WS-N-Display
          STRING WS-N-Display "!" DELIMITED BY SIZE
              INTO WS-Fail-Subject
        END-IF
        MOVE SPACES TO VERIFY-REPORT-LINE
        STRING "FAIL " WS-Fail-Subject "  " WS-Fail-Check "  "
            WS-Fail-Detail
            DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
        WRITE VERIFY-REPORT-LINE
        DISPLAY VERIFY-REPORT-LINE.

      *> sieve of Eratosthenes over 2..999 into the prime table.
       SIEVE-PRIMES.
        MOVE SPACES TO Prime-Sieve(1:WS-Max-Operand)
        MOVE 0 TO PRIME-COUNT
        PERFORM VARYING WS-Ix FROM 2 BY 1
            UNTIL WS-Ix > WS-Max-Operand
          IF NOT Sieve-Composite(WS-Ix)
            ADD 1 TO PRIME-COUNT
            MOVE WS-Ix TO PRIME-T-VALUE(PRIME-COUNT)
            COMPUTE WS-Jx = WS-Ix * 2
            PERFORM UNTIL WS-Jx > WS-Max-Operand
              MOVE 'C' TO Sieve-Flag(WS-Jx)
              ADD WS-Ix TO WS-Jx
            END-PERFORM
          END-IF
        END-PERFORM.
       COPY TSBUILD.
       COPY RUNGEN.
       COPY PARMLOAD.
       COPY ALERTWRT.
       COPY LOCKMGR.
