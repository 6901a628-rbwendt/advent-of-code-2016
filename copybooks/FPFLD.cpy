      *> shared input-fingerprint fields - paired with FPCALC.cpy. The
      *> fingerprint is the record count plus a rolling checksum over
      *> the direction and magnitude bytes of every record read (valid
      *> or rejected) - and the position and heading bytes of a START
      *> record - accumulated during the walk itself: two runs
      *> that report the same fingerprint walked byte-identical input,
      *> whatever the filename says, and two that differ did not - the
      *> reconciliation refuses to compare those.
          05 WS-FP-RECORD-COUNT PIC 9(7)  VALUE 0.
          05 WS-FP-CHECKSUM     PIC 9(9)  VALUE 0.
          05 WS-FP-BYTE-IX      PIC 9(2)  VALUE 0.
          05 WS-FP-BYTE-LIMIT   PIC 9(2)  VALUE 0.
          05 WS-FP-BYTE-VALUE   PIC 9(3)  VALUE 0.
          05 WS-FP-WORK         PIC 9(18) VALUE 0.
