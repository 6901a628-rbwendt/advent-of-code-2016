      *> shared batch-schedule paragraphs - see SCHDFD.cpy for the
      *> file format. PERFORM LOAD-SCHEDULE-CONTROL once; a missing
      *> day1schedule.dat is an installation that has not adopted a
      *> calendar, and every step stays due every night. A record the
      *> loader cannot understand sets Schedule-Invalid rather than
      *> falling back to "daily" - a typo must not quietly run the
      *> month-end work every night, or skip it forever.
      *> Then, per question, set WS-SCHED-STEP and WS-SCHED-DATE-N
      *> and PERFORM EVALUATE-STEP-SCHEDULE. A step the schedule does
      *> not name is due every night, so the nightly steps need no
      *> entries at all.
       LOAD-SCHEDULE-CONTROL.
           MOVE 0 TO SCH-COUNT HOL-COUNT WS-SCHED-REJECT-COUNT
           MOVE 'N' TO WS-SCHED-FILE-SWITCH WS-SCHED-ERROR-SWITCH
           MOVE SPACE TO WS-SCHED-EOF
           OPEN INPUT SCHEDULE-CONTROL
           IF WS-SCHEDULE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF
           IF WS-SCHEDULE-STATUS NOT = '00'
             DISPLAY "day1schedule.dat could not be opened (status "
                 WS-SCHEDULE-STATUS ")"
             SET Schedule-Invalid TO TRUE
             EXIT PARAGRAPH
           END-IF
           SET Schedule-File-Present TO TRUE
           PERFORM UNTIL WS-SCHED-EOF = 'Y'
             READ SCHEDULE-CONTROL
               AT END MOVE 'Y' TO WS-SCHED-EOF
               NOT AT END
                 IF SCHEDULE-STEP-RECORD = SPACES
                     OR SC-RECORD-TYPE(1:1) = '*'
                   CONTINUE
                 ELSE
                   PERFORM APPLY-SCHEDULE-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SCHEDULE-CONTROL
           IF Schedule-Invalid
             DISPLAY "day1schedule.dat rejected - "
                 WS-SCHED-REJECT-COUNT " bad record(s)"
           END-IF.

       APPLY-SCHEDULE-RECORD.
           EVALUATE SC-RECORD-TYPE
             WHEN 'STEP'
               IF SC-STEP-NAME = SPACES
                 PERFORM REJECT-SCHEDULE-RECORD
                 EXIT PARAGRAPH
               END-IF
               IF SC-HOLIDAY-SKIP NOT = 'Y'
                   AND SC-HOLIDAY-SKIP NOT = 'N'
                   AND SC-HOLIDAY-SKIP NOT = SPACE
                 PERFORM REJECT-SCHEDULE-RECORD
                 EXIT PARAGRAPH
               END-IF
               IF SCH-COUNT >= WS-MAX-SCHEDULE-ENTRIES
                 DISPLAY "day1schedule.dat holds more than "
                     WS-MAX-SCHEDULE-ENTRIES " STEP records"
                 PERFORM REJECT-SCHEDULE-RECORD
                 EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-SCHED-DAY-IX
               EVALUATE SC-FREQUENCY
                 WHEN 'DAILY'
                 WHEN 'MONTHEND'
                 WHEN 'FIRSTBUS'
                   CONTINUE
                 WHEN 'WEEKLY'
                   MOVE 'N' TO WS-SCHED-DAY-FOUND-SW
                   PERFORM VARYING WS-SCHED-NAME-IX FROM 1 BY 1
                       UNTIL WS-SCHED-NAME-IX > 7
                     IF SCH-WEEKDAY-NAME(WS-SCHED-NAME-IX) = SC-WEEKDAY
                       COMPUTE WS-SCHED-DAY-IX = WS-SCHED-NAME-IX - 1
                       SET Sched-Weekday-Found TO TRUE
                     END-IF
                   END-PERFORM
                   IF NOT Sched-Weekday-Found
                     PERFORM REJECT-SCHEDULE-RECORD
                     EXIT PARAGRAPH
                   END-IF
                 WHEN OTHER
                   PERFORM REJECT-SCHEDULE-RECORD
                   EXIT PARAGRAPH
               END-EVALUATE
               ADD 1 TO SCH-COUNT
               MOVE SC-STEP-NAME    TO SCH-T-STEP(SCH-COUNT)
               MOVE SC-FREQUENCY    TO SCH-T-FREQUENCY(SCH-COUNT)
               MOVE WS-SCHED-DAY-IX TO SCH-T-WEEKDAY(SCH-COUNT)
               IF SC-HOLIDAY-SKIP = 'Y'
                 MOVE 'Y' TO SCH-T-HOLIDAY-SKIP(SCH-COUNT)
               ELSE
                 MOVE 'N' TO SCH-T-HOLIDAY-SKIP(SCH-COUNT)
               END-IF
             WHEN 'HOL '
               IF SH-DATE(1:4) IS NUMERIC AND SH-DATE(5:1) = '-'
                   AND SH-DATE(6:2) IS NUMERIC AND SH-DATE(8:1) = '-'
                   AND SH-DATE(9:2) IS NUMERIC
                   AND HOL-COUNT < WS-MAX-HOLIDAY-ENTRIES
                 ADD 1 TO HOL-COUNT
                 STRING SH-DATE(1:4) SH-DATE(6:2) SH-DATE(9:2)
                     DELIMITED BY SIZE INTO WS-SCHED-PROBE-X
                 MOVE WS-SCHED-PROBE-N TO HOL-T-DATE(HOL-COUNT)
                 MOVE SH-DESCRIPTION   TO HOL-T-DESCRIPTION(HOL-COUNT)
               ELSE
                 PERFORM REJECT-SCHEDULE-RECORD
               END-IF
             WHEN OTHER
               PERFORM REJECT-SCHEDULE-RECORD
           END-EVALUATE.

       REJECT-SCHEDULE-RECORD.
           DISPLAY "day1schedule.dat record not understood: "
               SCHEDULE-STEP-RECORD
           ADD 1 TO WS-SCHED-REJECT-COUNT
           SET Schedule-Invalid TO TRUE.

       EVALUATE-STEP-SCHEDULE.
           SET Step-Due TO TRUE
           MOVE 'N' TO WS-SCHED-NAMED-SW
           MOVE SPACES TO WS-SCHED-REASON
           PERFORM CLASSIFY-SCHEDULE-DATE
           IF NOT Schedule-File-Present
             MOVE "no schedule file - every step runs nightly"
                 TO WS-SCHED-REASON
             EXIT PARAGRAPH
           END-IF
           SET Step-Not-Due TO TRUE
           PERFORM VARYING SCH-IX FROM 1 BY 1 UNTIL SCH-IX > SCH-COUNT
             IF SCH-T-STEP(SCH-IX) = WS-SCHED-STEP
               SET Step-Named-In-Schedule TO TRUE
               PERFORM TEST-SCHEDULE-ENTRY
             END-IF
           END-PERFORM
           IF NOT Step-Named-In-Schedule
             SET Step-Due TO TRUE
             MOVE "not in the schedule - runs nightly"
                 TO WS-SCHED-REASON
           END-IF.

      *> one STEP entry against the classified date. A due entry
      *> wins - its reason stands even if a later entry for the same
      *> step is not due today.
       TEST-SCHEDULE-ENTRY.
           IF Sched-Holiday AND SCH-T-HOLIDAY-SKIP(SCH-IX) = 'Y'
             IF Step-Not-Due
               MOVE SPACES TO WS-SCHED-REASON
               STRING "held for shop holiday - " DELIMITED BY SIZE
                   WS-SCHED-HOLIDAY-NAME DELIMITED BY SIZE
                   INTO WS-SCHED-REASON
             END-IF
             EXIT PARAGRAPH
           END-IF
           EVALUATE SCH-T-FREQUENCY(SCH-IX)
             WHEN 'DAILY'
               SET Step-Due TO TRUE
               MOVE "daily" TO WS-SCHED-REASON
             WHEN 'WEEKLY'
               COMPUTE WS-SCHED-DAY-IX = SCH-T-WEEKDAY(SCH-IX) + 1
               IF SCH-T-WEEKDAY(SCH-IX) = WS-SCHED-WEEKDAY
                 SET Step-Due TO TRUE
                 MOVE SPACES TO WS-SCHED-REASON
                 STRING "weekly on " SCH-WEEKDAY-NAME(WS-SCHED-DAY-IX)
                     DELIMITED BY SIZE INTO WS-SCHED-REASON
               ELSE
                 IF Step-Not-Due
                   MOVE SPACES TO WS-SCHED-REASON
                   STRING "runs weekly on "
                       SCH-WEEKDAY-NAME(WS-SCHED-DAY-IX)
                       DELIMITED BY SIZE INTO WS-SCHED-REASON
                 END-IF
               END-IF
             WHEN 'MONTHEND'
               IF Sched-Month-End
                 SET Step-Due TO TRUE
                 MOVE "last business day of the month"
                     TO WS-SCHED-REASON
               ELSE
                 IF Step-Not-Due
                   MOVE "runs on the last business day of the month"
                       TO WS-SCHED-REASON
                 END-IF
               END-IF
             WHEN 'FIRSTBUS'
               IF Sched-First-Business
                 SET Step-Due TO TRUE
                 MOVE "first business day of the month"
                     TO WS-SCHED-REASON
               ELSE
                 IF Step-Not-Due
                   MOVE "runs on the first business day of the month"
                       TO WS-SCHED-REASON
                 END-IF
               END-IF
           END-EVALUATE.

      *> weekday, holiday, business day, and whether the date is the
      *> first or last business day of its month - found by probing
      *> the neighbouring days of the same month, never more than a
      *> month's worth.
       CLASSIFY-SCHEDULE-DATE.
           MOVE SPACES TO WS-SCHED-HOLIDAY-NAME
           COMPUTE WS-SCHED-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCHED-DATE-N)
           COMPUTE WS-SCHED-WEEKDAY =
               FUNCTION MOD(WS-SCHED-DATE-INT, 7)
           MOVE WS-SCHED-DATE-INT TO WS-SCHED-PROBE-INT
           PERFORM TEST-BUSINESS-DAY
           MOVE WS-SCHED-PROBE-HOL-SW TO WS-SCHED-HOLIDAY-SW
           MOVE WS-SCHED-PROBE-BUS-SW TO WS-SCHED-BUSINESS-SW
           MOVE 'N' TO WS-SCHED-FIRST-BUS-SW WS-SCHED-MONTH-END-SW
           IF NOT Sched-Business-Day
             EXIT PARAGRAPH
           END-IF
           SET Sched-First-Business TO TRUE
           COMPUTE WS-SCHED-PROBE-INT = WS-SCHED-DATE-INT - 1
           PERFORM TEST-BUSINESS-DAY
           PERFORM UNTIL WS-SCHED-PROBE-YM NOT = WS-SCHED-DATE-YM
               OR NOT Sched-First-Business
             IF Sched-Probe-Business
               MOVE 'N' TO WS-SCHED-FIRST-BUS-SW
             ELSE
               SUBTRACT 1 FROM WS-SCHED-PROBE-INT
               PERFORM TEST-BUSINESS-DAY
             END-IF
           END-PERFORM
           SET Sched-Month-End TO TRUE
           COMPUTE WS-SCHED-PROBE-INT = WS-SCHED-DATE-INT + 1
           PERFORM TEST-BUSINESS-DAY
           PERFORM UNTIL WS-SCHED-PROBE-YM NOT = WS-SCHED-DATE-YM
               OR NOT Sched-Month-End
             IF Sched-Probe-Business
               MOVE 'N' TO WS-SCHED-MONTH-END-SW
             ELSE
               ADD 1 TO WS-SCHED-PROBE-INT
               PERFORM TEST-BUSINESS-DAY
             END-IF
           END-PERFORM.

      *> WS-SCHED-PROBE-INT in, WS-SCHED-PROBE-N and the probe
      *> switches out - Monday to Friday and not a listed holiday.
       TEST-BUSINESS-DAY.
           COMPUTE WS-SCHED-PROBE-N =
               FUNCTION DATE-OF-INTEGER(WS-SCHED-PROBE-INT)
           COMPUTE WS-SCHED-PROBE-WEEKDAY =
               FUNCTION MOD(WS-SCHED-PROBE-INT, 7)
           MOVE 'N' TO WS-SCHED-PROBE-HOL-SW WS-SCHED-PROBE-BUS-SW
           PERFORM VARYING HOL-IX FROM 1 BY 1 UNTIL HOL-IX > HOL-COUNT
             IF HOL-T-DATE(HOL-IX) = WS-SCHED-PROBE-N
               SET Sched-Probe-Holiday TO TRUE
               IF WS-SCHED-PROBE-INT = WS-SCHED-DATE-INT
                 MOVE HOL-T-DESCRIPTION(HOL-IX)
                     TO WS-SCHED-HOLIDAY-NAME
               END-IF
             END-IF
           END-PERFORM
           IF WS-SCHED-PROBE-WEEKDAY >= 1
               AND WS-SCHED-PROBE-WEEKDAY <= 5
               AND NOT Sched-Probe-Holiday
             SET Sched-Probe-Business TO TRUE
           END-IF.
