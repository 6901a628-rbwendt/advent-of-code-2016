      *> the batch schedule deliberately walks one file in every walk
      *> mode, and the double-processing the registry exists to catch
      *> is the SAME program walking the same bytes twice, which is
      *> what quietly doubles that program's history. The time of
      *> arrival rides at the end of the record, after the original
      *> fields, so the supplier delivery monitor (day1slamon) can
      *> judge a delivery against its cutoff; entries registered
      *> before it was kept carry spaces there.
       FD INTAKE-REGISTRY.
       01 INTAKE-RECORD.
          05 IR-FILE-NAME      PIC X(100).
          05 IR-PROCESSED-DATE PIC X(10).
          05 IR-SEP-5          PIC X(1).
          05 IR-PROCESSED-BY   PIC X(24).
          05 IR-SEP-6          PIC X(1).
          05 IR-RECEIVED-TIME  PIC X(8).
       FD INTAKE-WORK.
       01 INTAKE-WORK-RECORD PIC X(200).
