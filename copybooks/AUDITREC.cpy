      *> input fingerprint (record count - checksum, see FPFLD.cpy)
      *> filled by the three walkers; other programs leave it blank.
          05 AUDIT-FINGERPRINT   PIC X(17).
      *> operator who ran it (DAY1_OPERATOR_ID) - stamped by the
      *> programs under operator authority control (AUTHPROC.cpy),
      *> blank from everything else and from older history.
          05 AUDIT-OPERATOR-ID   PIC X(8).
