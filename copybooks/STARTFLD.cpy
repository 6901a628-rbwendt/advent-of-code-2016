      *> shared start-state record fields - paired with STARTPROC.cpy.
      *> A START record places the walker somewhere other than the
      *> origin facing north before the first instruction of the file
      *> or of a journey leg - the supplier's routes that continue
      *> from wherever a vehicle parked. The record is 22 bytes where
      *> a turn is 8:
      *>   cols  1-5   START
      *>   col   6     heading N, E, S or W
      *>   col   7     sign of H, + or -
      *>   cols  8-14  H, seven digits
      *>   col  15     sign of V, + or -
      *>   cols 16-22  V, seven digits
      *> e.g. STARTE+0000012-0000034 - parked at (12,-34) facing east.
      *> The caller moves the raw record into Start-Record-Image and
      *> PERFORMs VALIDATE-START-RECORD; a good record comes back in
      *> Start-H/Start-V/Start-Heading, with the heading also as the
      *> unit vector Start-Unit-H/Start-Unit-V the walkers steer by.
      *> BUILD-START-RECORD goes the other way for the programs that
      *> write directions files.
       01 Start-Record-Fields.
          05 Start-Record-Image.
             07 SR-KEYWORD    PIC X(5).
             07 SR-HEADING    PIC X(1).
             07 SR-H-SIGN     PIC X(1).
             07 SR-H-DIGITS   PIC X(7).
             07 SR-H-NUMBER REDEFINES SR-H-DIGITS PIC 9(7).
             07 SR-V-SIGN     PIC X(1).
             07 SR-V-DIGITS   PIC X(7).
             07 SR-V-NUMBER REDEFINES SR-V-DIGITS PIC 9(7).
          05 Start-H          PIC S9(7) VALUE 0.
          05 Start-V          PIC S9(7) VALUE 0.
          05 Start-Heading    PIC X(1)  VALUE 'N'.
          05 Start-Unit-H     PIC S9(1) VALUE 0.
          05 Start-Unit-V     PIC S9(1) VALUE 1.
