      *> shared FDs for operator authority control - see AUTHSEL.cpy.
      *> The authority file holds one grant per record, '*' in column
      *> one for comments:
      *>     operator(8) blank program(20) blank action(10) blank
      *>     name(30)
      *> program is the short program name (day1poimaint,
      *> day1resubmit, day1import, day1archive, day1stepctl,
      *> day1retrieve) and action the one it performs - MAINTAIN,
      *> RESUBMIT, IMPORT, ARCHIVE, RESET and RETRIEVE respectively;
      *> a '*' in either column grants every program or every
      *> action. An operator with no matching grant is refused. Every
      *> refusal is appended to the authority log, which the
      *> authority report (day1authreport) reads back.
       FD OPERATOR-AUTHORITY.
       01 AUTHORITY-RECORD.
          05 AU-OPERATOR-ID    PIC X(8).
          05 AU-SEP-0          PIC X(1).
          05 AU-PROGRAM        PIC X(20).
          05 AU-SEP-1          PIC X(1).
          05 AU-ACTION         PIC X(10).
          05 AU-SEP-2          PIC X(1).
          05 AU-OPERATOR-NAME  PIC X(30).
       FD AUTHORITY-LOG.
       01 AUTHORITY-LOG-RECORD.
          05 AG-DATE           PIC X(10).
          05 AG-SEP-0          PIC X(1).
          05 AG-TIME           PIC X(8).
          05 AG-SEP-1          PIC X(1).
          05 AG-OPERATOR-ID    PIC X(8).
          05 AG-SEP-2          PIC X(1).
          05 AG-PROGRAM        PIC X(20).
          05 AG-SEP-3          PIC X(1).
          05 AG-ACTION         PIC X(10).
          05 AG-SEP-4          PIC X(1).
          05 AG-RUN-ID         PIC X(20).
          05 AG-SEP-5          PIC X(1).
          05 AG-REASON         PIC X(70).
