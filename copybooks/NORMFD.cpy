      *> shared FDs for the normalizer's reject and token-map files -
      *> see NORMSEL.cpy. day1norm appends to both; the supplier return
      *> program day1return reads them to take a reject back to the
      *> native file it came from.
      *> day1normexceptions.dat - one record per native token (or
      *> DATE section header) day1norm could not normalize: the
      *> normalizing run, the token's position counted across the
      *> whole native file (0 for a section header), the raw text, the
      *> reason, the native file, and the DATE section it sat in. The
      *> section date rides at the end, after the original fields;
      *> rejects written before it was kept carry spaces there.
       FD NORM-EXCEPTIONS.
       01 NORM-EXCEPTION-RECORD.
          05 NX-RUN-ID         PIC X(20).
          05 NX-SEP-0          PIC X(1).
          05 NX-TOKEN-NUMBER   PIC 9(6).
          05 NX-SEP-1          PIC X(1).
          05 NX-RAW-TOKEN      PIC X(20).
          05 NX-SEP-2          PIC X(1).
          05 NX-REASON         PIC X(40).
          05 NX-NATIVE-FILE    PIC X(100).
          05 NX-SECTION-DATE   PIC X(10).
      *> day1normmap.dat - one record per line day1norm writes to a
      *> normalized file: the normalizing run, the normalized file and
      *> the line number in it (the walkers' ER-LINE-NUMBER), and the
      *> native token that line came from - its position, raw text,
      *> native file and DATE section (spaces in a feed without
      *> sections). A normalized file is rewritten by every run that
      *> produces it, so a walker reject belongs to the latest
      *> normalizing run of that file before the walk.
       FD NORM-TOKEN-MAP.
       01 NORM-MAP-RECORD.
          05 NM-RUN-ID         PIC X(20).
          05 NM-SEP-0          PIC X(1).
          05 NM-NORMALIZED-FILE PIC X(100).
          05 NM-SEP-1          PIC X(1).
          05 NM-LINE-NUMBER    PIC 9(6).
          05 NM-SEP-2          PIC X(1).
          05 NM-TOKEN-NUMBER   PIC 9(6).
          05 NM-SEP-3          PIC X(1).
          05 NM-SECTION-DATE   PIC X(10).
          05 NM-SEP-4          PIC X(1).
          05 NM-RAW-TOKEN      PIC X(20).
          05 NM-SEP-5          PIC X(1).
          05 NM-NATIVE-FILE    PIC X(100).
