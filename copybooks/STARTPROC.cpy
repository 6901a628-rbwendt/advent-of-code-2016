      *> shared start-state record paragraphs - see STARTFLD.cpy for
      *> the layout. VALIDATE-START-RECORD rejects a malformed record
      *> the same way VALIDATE-MAGNITUDE rejects a bad magnitude -
      *> Record-Is-Invalid and ER-REASON set for the caller's
      *> exception write - and leaves placing it in the walk (only
      *> before a leg's first instruction) to the caller, which alone
      *> knows where in the file it is.
       VALIDATE-START-RECORD.
           EVALUATE TRUE
             WHEN SR-HEADING NOT = 'N' AND SR-HEADING NOT = 'E'
                 AND SR-HEADING NOT = 'S' AND SR-HEADING NOT = 'W'
               SET Record-Is-Invalid TO TRUE
               MOVE "invalid start heading - expected N/E/S/W"
                   TO ER-REASON
             WHEN (SR-H-SIGN NOT = '+' AND SR-H-SIGN NOT = '-')
                 OR SR-H-DIGITS IS NOT NUMERIC
               SET Record-Is-Invalid TO TRUE
               MOVE "invalid start H - expected sign and 7 digits"
                   TO ER-REASON
             WHEN (SR-V-SIGN NOT = '+' AND SR-V-SIGN NOT = '-')
                 OR SR-V-DIGITS IS NOT NUMERIC
               SET Record-Is-Invalid TO TRUE
               MOVE "invalid start V - expected sign and 7 digits"
                   TO ER-REASON
           END-EVALUATE
           IF Record-Is-Valid
             MOVE SR-H-NUMBER TO Start-H
             IF SR-H-SIGN = '-'
               MULTIPLY -1 BY Start-H
             END-IF
             MOVE SR-V-NUMBER TO Start-V
             IF SR-V-SIGN = '-'
               MULTIPLY -1 BY Start-V
             END-IF
             MOVE SR-HEADING TO Start-Heading
             PERFORM SET-START-UNIT-VECTOR
           END-IF.

      *> the heading as the unit vector the walkers keep their
      *> velocity in - north is (0,1), east (1,0), and so round.
       SET-START-UNIT-VECTOR.
           EVALUATE Start-Heading
             WHEN 'E'
               MOVE 1  TO Start-Unit-H
               MOVE 0  TO Start-Unit-V
             WHEN 'S'
               MOVE 0  TO Start-Unit-H
               MOVE -1 TO Start-Unit-V
             WHEN 'W'
               MOVE -1 TO Start-Unit-H
               MOVE 0  TO Start-Unit-V
             WHEN OTHER
               MOVE 0  TO Start-Unit-H
               MOVE 1  TO Start-Unit-V
           END-EVALUATE.

      *> Start-H/Start-V/Start-Heading into a START record image,
      *> ready to write.
       BUILD-START-RECORD.
           MOVE 'START'       TO SR-KEYWORD
           MOVE Start-Heading TO SR-HEADING
           IF Start-H < 0
             MOVE '-' TO SR-H-SIGN
           ELSE
             MOVE '+' TO SR-H-SIGN
           END-IF
           MOVE Start-H TO SR-H-NUMBER
           IF Start-V < 0
             MOVE '-' TO SR-V-SIGN
           ELSE
             MOVE '+' TO SR-V-SIGN
           END-IF
           MOVE Start-V TO SR-V-NUMBER
           PERFORM SET-START-UNIT-VECTOR.
