      *> shared input-fingerprint accumulator - see FPFLD.cpy. PERFORM
      *> once per record read from DIRECTIONS, immediately after the
      *> record lands in DIRECTION-FILE and before any validation, so
      *> rejected records shape the fingerprint exactly as kept ones
      *> do. The checksum is a base-31 rolling hash of the eight raw
      *> record bytes, kept to nine digits - cheap, order-sensitive,
      *> and identical across all three walkers by construction. A
      *> START record (see STARTFLD.cpy) runs past those eight bytes,
      *> so the hash takes in the rest of it too, read straight from
      *> the DIRECTION-FILE record area - two files that differ only
      *> in where they park must not fingerprint alike. A program
      *> whose FD still holds eight bytes never sees past them, and
      *> an ordinary turn hashes exactly as it always has.
       ACCUMULATE-INPUT-FINGERPRINT.
           ADD 1 TO WS-FP-RECORD-COUNT
           MOVE 8 TO WS-FP-BYTE-LIMIT
           IF DIRECTION-FILE(1:5) = 'START'
             MOVE LENGTH OF DIRECTION-FILE TO WS-FP-BYTE-LIMIT
           END-IF
           PERFORM VARYING WS-FP-BYTE-IX FROM 1 BY 1
               UNTIL WS-FP-BYTE-IX > WS-FP-BYTE-LIMIT
             COMPUTE WS-FP-BYTE-VALUE =
                 FUNCTION ORD(DIRECTION-FILE(WS-FP-BYTE-IX:1))
             COMPUTE WS-FP-WORK =
                 WS-FP-CHECKSUM * 31 + WS-FP-BYTE-VALUE
             COMPUTE WS-FP-CHECKSUM =
