      *> shared FD for the result sign-off file - see SIGNSEL.cpy. One
      *> record per operator decision on a run, '*' in column one for
      *> comments:
      *>     run-id(20) blank decision(8) blank initials(3) blank
      *>     date(10) blank reason(60)
      *> decision APPROVED (the run may be published to the analytics
      *> warehouse) or WITHHELD (it must not be), date YYYY-MM-DD. The
      *> file is kept in the order the decisions were taken, so when a
      *> run is decided more than once the last record for it stands -
      *> a withheld run is released by appending an APPROVED record,
      *> never by editing the old one out.
       FD SIGN-OFF.
       01 SIGN-OFF-RECORD.
          05 SO-RUN-ID         PIC X(20).
          05 SO-SEP-0          PIC X(1).
          05 SO-DECISION       PIC X(8).
          05 SO-SEP-1          PIC X(1).
          05 SO-INITIALS       PIC X(3).
          05 SO-SEP-2          PIC X(1).
          05 SO-DATE           PIC X(10).
          05 SO-SEP-3          PIC X(1).
          05 SO-REASON         PIC X(60).
