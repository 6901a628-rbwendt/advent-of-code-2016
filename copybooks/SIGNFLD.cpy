      *> shared result sign-off fields - paired with SIGNPROC.cpy, used
      *> by the pending-review report (day1review) and the analytics
      *> extract (day1extract). The review table holds one entry per
      *> run in day1results.dat at run level - the same view day1trend
      *> takes: leg detail folds away and a later record under the
      *> same run identifier replaces the earlier one. Each entry
      *> carries why the run needs a human decision, if it does:
      *>   moved      - H/V/Manhattan/repeat differ from the previous
      *>                run of the same program on the same directions
      *>                file, which is what day1trend marks *CHANGED*;
      *>   mismatched - the run is one of the two reconciled programs
      *>                (RECON-PROGRAM-A/B, the day1recon defaults
      *>                otherwise) and disagrees on H/V/Manhattan with
      *>                the other program's latest run before it over
      *>                the same directions file and input fingerprint,
      *>                which is what day1recon reports as a mismatch;
      *> and the decision the sign-off file (SIGNFD.cpy) holds for it.
       78 WS-MAX-REVIEW-RUNS VALUE 5000.
       01 WS-SIGN-OFF-STATUS PIC X(2).
       01 Review-Run-Table.
          05 Review-Run-Entry OCCURS WS-MAX-REVIEW-RUNS TIMES.
             07 RV-RUN-ID          PIC X(20).
             07 RV-PROGRAM         PIC X(24).
             07 RV-RUN-DATE        PIC X(10).
             07 RV-RUN-TIME        PIC X(8).
             07 RV-DIRECTIONS      PIC X(100).
             07 RV-HORIZONTAL      PIC S9(9).
             07 RV-VERTICAL        PIC S9(9).
             07 RV-MANHATTAN       PIC S9(9).
             07 RV-REPEAT-MAN      PIC S9(9).
             07 RV-INPUT-RECORDS   PIC 9(7).
             07 RV-INPUT-CHECKSUM  PIC 9(9).
             07 RV-FLAG-SW         PIC X(1).
                 88 Review-Run-Flagged VALUE 'Y'.
             07 RV-MOVED-FROM      PIC X(20).
             07 RV-MISMATCH-WITH   PIC X(20).
             07 RV-DECISION        PIC X(8).
                 88 Review-Run-Approved VALUE 'APPROVED'.
                 88 Review-Run-Withheld VALUE 'WITHHELD'.
                 88 Review-Run-Undecided VALUE SPACES.
             07 RV-SIGN-INITIALS   PIC X(3).
             07 RV-SIGN-DATE       PIC X(10).
             07 RV-SIGN-REASON     PIC X(60).
          05 RV-COUNT    PIC 9(5) VALUE 0.
          05 RV-IX       PIC 9(5) VALUE 0.
          05 RV-SCAN     PIC 9(5) VALUE 0.
          05 RV-FOUND    PIC 9(5) VALUE 0.
          05 RV-SEARCH-ID PIC X(20).
          05 RV-EOF      PIC A(1) VALUE SPACE.
          05 RV-PROGRAM-A PIC X(24) VALUE "Advent-2016-Day-1".
          05 RV-PROGRAM-B PIC X(24) VALUE "Advent-2016-Day-1.c".
          05 RV-OTHER-PROGRAM PIC X(24).
          05 RV-DROPPED-COUNT  PIC 9(6) VALUE 0.
          05 RV-FLAGGED-COUNT  PIC 9(6) VALUE 0.
          05 RV-SIGN-OFF-COUNT PIC 9(6) VALUE 0.
          05 RV-SIGN-REJECTED  PIC 9(6) VALUE 0.
          05 RV-SIGN-UNMATCHED PIC 9(6) VALUE 0.
      *> one line of "why" for a run, built by BUILD-REVIEW-REASON.
       01 WS-REVIEW-REASON PIC X(120).
       01 WS-REVIEW-REASON-PTR PIC 9(3).
