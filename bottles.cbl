       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
           SELECT LYRICS-OUT ASSIGN TO 'bottleslyrics.dat'
           ASSIGN TO DYNAMIC WS-TEMPLATE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT SET-LIST
           ASSIGN TO DYNAMIC WS-SET-LIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SET-LIST-STATUS.
           COPY ALERTSEL.
           COPY PARMSEL.
           COPY LOCKSEL.
          05 TR-KEY  PIC X(03).
          05 TR-SEP  PIC X(01).
          05 TR-TEXT PIC X(120).
      *> one performance of the evening per record - see
      *> SING-THE-SET-LIST.
       FD SET-LIST.
       01 SET-LIST-RECORD.
          05 SL-START-COUNT PIC X(04).
          05 SL-SEP-1       PIC X(01).
          05 SL-PLURAL      PIC X(40).
          05 SL-SEP-2       PIC X(01).
          05 SL-SINGULAR    PIC X(40).
          05 SL-SEP-3       PIC X(01).
          05 SL-MODE        PIC X(01).
          05 SL-SEP-4       PIC X(01).
          05 SL-RENDER      PIC X(01).
          05 SL-SEP-5       PIC X(01).
          05 SL-TEMPLATE    PIC X(100).
       COPY ALERTFD.

       COPY PARMFD.
          05 WS-SUB-SITEM-LEN PIC 9(02) VALUE 0.
          05 WS-APP-TXT       PIC X(60).
          05 WS-APP-LEN       PIC 9(02) VALUE 0.
      *> set-list mode - BOTTLES-SET-LIST in runparms.dat or the
      *> BOTTLES_SET_LIST environment variable names a file with one
      *> record per performance:
      *>   start(4) blank plural(40) blank singular(40) blank mode(1)
      *>   blank render(1) blank template(100)
      *> with the start count left-justified digits, mode U or D
      *> (blank counts down), render N, W or B (blank sings plain
      *> numerals), and a blank template meaning the evening's
      *> default (VERSE-TEMPLATE-FILE, else bottlestemplate.dat, else
      *> the built-in wording). Every good record is sung, in order,
      *> into the one lyrics file under its own numbered heading; a
      *> bad record is rejected and reported and the evening goes on.
      *> The programme summary closes the lyrics with each
      *> performance's verse and line counts. No set list named means
      *> the single performance described by the settings above.
       01 Set-List-Fields.
          05 WS-SET-LIST-FILE-NAME     PIC X(100) VALUE SPACES.
          05 WS-SET-LIST-STATUS        PIC X(02).
          05 WS-SET-LIST-EOF           PIC A(01) VALUE SPACE.
          05 WS-SET-LIST-SWITCH        PIC X(01) VALUE 'N'.
             88 Set-List-Requested     VALUE 'Y'.
          05 WS-SL-Default-Template    PIC X(100) VALUE SPACES.
          05 WS-SL-Record-No           PIC 9(03) VALUE 0.
          05 WS-SL-Sung                PIC 9(03) VALUE 0.
          05 WS-SL-Rejected            PIC 9(03) VALUE 0.
          05 WS-SL-Unlisted            PIC 9(03) VALUE 0.
          05 WS-SL-Reason              PIC X(60) VALUE SPACES.
          05 WS-SL-Start-Display       PIC X(04) VALUE SPACES.
          05 WS-SL-Mode-Text           PIC X(13) VALUE SPACES.
          05 WS-SL-Render-Text         PIC X(18) VALUE SPACES.
          05 WS-SL-Render-Len          PIC 9(02) VALUE 0.
          05 WS-SL-Trailing            PIC 9(02) VALUE 0.
          05 WS-SL-Start-Len           PIC 9(02) VALUE 0.
          05 WS-Perf-Lines             PIC 9(06) VALUE 0.
          05 WS-Perf-Verses            PIC 9(05) VALUE 0.
          05 WS-Total-Lines            PIC 9(07) VALUE 0.
          05 WS-Total-Verses           PIC 9(06) VALUE 0.
      *> what the programme summary reports, one entry per set-list
      *> record in the order read.
          05 WS-PG-Count               PIC 9(02) VALUE 0.
          05 WS-PG-IX                  PIC 9(02) VALUE 0.
          05 Programme-Entry OCCURS 99 TIMES.
             07 PG-Record-No           PIC 9(03).
             07 PG-Status              PIC X(01).
                88 PG-Was-Sung         VALUE 'S'.
             07 PG-Perf-No             PIC 9(03).
             07 PG-Start-Display       PIC X(04).
             07 PG-Plural              PIC X(40).
             07 PG-Mode-Text           PIC X(13).
             07 PG-Render-Text         PIC X(18).
             07 PG-Verses              PIC 9(05).
             07 PG-Lines               PIC 9(06).
             07 PG-Reason              PIC X(60).
       PROCEDURE DIVISION.
       PASS-AROUND-THOSE-BEERS.
        PERFORM BUILD-RUN-ID
                MOVE "bottle of beer" TO WS-Item-Name-Singular
          END-ACCEPT
        END-IF
        PERFORM MEASURE-ITEM-NAMES
        MOVE WS-Start-Count TO WS-Start-Count-Display
        IF Parm-Bottles-Mode-Supplied
          MOVE PARM-BOTTLES-MODE TO WS-Bottles-Mode
          PERFORM RELEASE-HISTORY-LOCK
          STOP RUN
        END-IF
        IF Parm-Bottles-Set-List-Supplied
          MOVE PARM-BOTTLES-SET-LIST TO WS-SET-LIST-FILE-NAME
        ELSE
          ACCEPT WS-SET-LIST-FILE-NAME
              FROM ENVIRONMENT "BOTTLES_SET_LIST"
              ON EXCEPTION
                MOVE SPACES TO WS-SET-LIST-FILE-NAME
          END-ACCEPT
        END-IF
        IF WS-SET-LIST-FILE-NAME NOT = SPACES
          SET Set-List-Requested TO TRUE
          PERFORM SING-THE-SET-LIST
        ELSE
          PERFORM LOAD-VERSE-TEMPLATES
          IF Template-Invalid
            DISPLAY "verse template file rejected - no verses sung"
            MOVE 8 TO RETURN-CODE
            CLOSE AUDIT-TRAIL
            CLOSE LYRICS-OUT
            PERFORM RELEASE-HISTORY-LOCK
            STOP RUN
          END-IF
          PERFORM SING-ONE-PERFORMANCE
        END-IF
        PERFORM BUILD-TIMESTAMP
        INITIALIZE AUDIT-RECORD
        MOVE WS-AUDIT-START-TIME             TO AUDIT-START-TIME
        MOVE WS-TS-Date-Out                  TO AUDIT-END-DATE
        MOVE WS-TS-Time-Out                  TO AUDIT-END-TIME
        IF Set-List-Requested
          STRING "set list - sang " WS-SL-Sung ", rejected "
                 WS-SL-Rejected DELIMITED BY SIZE
                 INTO AUDIT-RESULT
        ELSE
          STRING "sang all " DELIMITED BY SIZE
                 WS-Start-Count-Display DELIMITED BY SIZE
                 " verses" DELIMITED BY SIZE
                 INTO AUDIT-RESULT
        END-IF
        WRITE AUDIT-RECORD
        CLOSE AUDIT-TRAIL
        CLOSE LYRICS-OUT
        PERFORM RELEASE-HISTORY-LOCK
       STOP RUN.
      *> sings one whole performance from the settings currently in
      *> WS-Start-Count, the item names, WS-Bottles-Mode and the
      *> loaded template table.
       SING-ONE-PERFORMANCE.
        IF Bottles-Mode-Is-Up
          IF Template-Loaded
            PERFORM SING-TEMPLATE-UP
          ELSE
            PERFORM COUNT-THOSE-BEERS-UP
          END-IF
        ELSE
          IF Template-Loaded
            PERFORM SING-TEMPLATE-DOWN
          ELSE
            PERFORM COUNT-THOSE-BEERS-DOWN
          END-IF
        END-IF.

      *> trimmed lengths of the two item names, which every verse
      *> line that names the item is built from.
       MEASURE-ITEM-NAMES.
        MOVE ZEROES TO WS-Item-Plural-Trailing
        INSPECT WS-Item-Name-Plural
            TALLYING WS-Item-Plural-Trailing FOR TRAILING SPACES
        SUBTRACT WS-Item-Plural-Trailing FROM 40
            GIVING WS-Item-Plural-Len
        MOVE ZEROES TO WS-Item-Singular-Trailing
        INSPECT WS-Item-Name-Singular
            TALLYING WS-Item-Singular-Trailing FOR TRAILING SPACES
        SUBTRACT WS-Item-Singular-Trailing FROM 40
            GIVING WS-Item-Singular-Len.

      *> the whole evening - every set-list record sung or rejected in
      *> turn, then the programme summary. Rejects leave RETURN-CODE 4
      *> and a WARNING alert; a set list that cannot be read, or that
      *> sings nothing at all, is RETURN-CODE 8.
       SING-THE-SET-LIST.
        IF Parm-Verse-Template-Supplied
          MOVE PARM-VERSE-TEMPLATE TO WS-SL-Default-Template
        ELSE
          MOVE 'bottlestemplate.dat' TO WS-SL-Default-Template
        END-IF
        OPEN INPUT SET-LIST
        IF WS-SET-LIST-STATUS NOT = '00'
          DISPLAY "set list " WS-SET-LIST-FILE-NAME
              " could not be opened (status " WS-SET-LIST-STATUS
              ") - no verses sung"
          MOVE 8 TO RETURN-CODE
        ELSE
          PERFORM UNTIL WS-SET-LIST-EOF = 'Y'
            READ SET-LIST
              AT END MOVE 'Y' TO WS-SET-LIST-EOF
              NOT AT END PERFORM PERFORM-ONE-SET-ITEM
            END-READ
          END-PERFORM
          CLOSE SET-LIST
          PERFORM WRITE-PROGRAMME-SUMMARY
          IF WS-SL-Rejected > 0
            MOVE 'WARNING' TO WS-ALERT-SEVERITY
            MOVE SPACES TO WS-ALERT-MESSAGE
            STRING "bottles set list - " WS-SL-Rejected
                " performances rejected, " WS-SL-Sung " sung"
                DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
            PERFORM WRITE-OPERATOR-ALERT
            MOVE 4 TO RETURN-CODE
          END-IF
          IF WS-SL-Sung = 0
            MOVE 8 TO RETURN-CODE
          END-IF
        END-IF.

      *> one set-list record - validated, its template loaded, then
      *> sung under its heading or rejected with the reason, and
      *> either way entered on the programme.
       PERFORM-ONE-SET-ITEM.
        ADD 1 TO WS-SL-Record-No
        MOVE SPACES TO WS-SL-Reason
        PERFORM VALIDATE-SET-LIST-ITEM
        IF WS-SL-Reason = SPACES
          PERFORM APPLY-SET-LIST-ITEM
          MOVE 'N' TO WS-TEMPLATE-LOADED-SWITCH
          MOVE 'N' TO WS-TEMPLATE-BAD-SWITCH
          MOVE SPACE TO WS-TEMPLATE-EOF
          PERFORM LOAD-VERSE-TEMPLATES
          IF Template-Invalid
            MOVE "verse template file rejected" TO WS-SL-Reason
          END-IF
          IF SL-TEMPLATE NOT = SPACES AND NOT Template-Loaded
            MOVE "verse template file not found" TO WS-SL-Reason
          END-IF
        END-IF
        IF WS-SL-Reason = SPACES
          ADD 1 TO WS-SL-Sung
          MOVE 0 TO WS-Perf-Lines
          MOVE WS-Start-Count TO WS-SUB-NUM-IN
          PERFORM FORMAT-COUNT-DIGITS
          MOVE WS-DIG-TXT TO WS-SL-Start-Display
          MOVE SPACES TO WS-Lyric-Line
          STRING "=== performance " WS-SL-Sung " - "
              WS-DIG-TXT(1:WS-DIG-LEN) " "
              WS-Item-Name-Plural(1:WS-Item-Plural-Len) ", "
              DELIMITED BY SIZE
              WS-SL-Mode-Text DELIMITED BY "  "
              ", " WS-SL-Render-Text(1:WS-SL-Render-Len) " ==="
              DELIMITED BY SIZE INTO WS-Lyric-Line
          PERFORM WRITE-PROGRAMME-LINE
          PERFORM SING-ONE-PERFORMANCE
          MOVE SPACES TO WS-Lyric-Line
          PERFORM WRITE-PROGRAMME-LINE
          COMPUTE WS-Perf-Verses = WS-Start-Count + 1
          ADD WS-Perf-Verses TO WS-Total-Verses
          ADD WS-Perf-Lines TO WS-Total-Lines
        ELSE
          ADD 1 TO WS-SL-Rejected
          DISPLAY "set list record " WS-SL-Record-No " rejected - "
              WS-SL-Reason
        END-IF
        IF WS-PG-Count < 99
          ADD 1 TO WS-PG-Count
          MOVE WS-SL-Record-No TO PG-Record-No(WS-PG-Count)
          MOVE WS-SL-Reason TO PG-Reason(WS-PG-Count)
          IF WS-SL-Reason = SPACES
            MOVE 'S' TO PG-Status(WS-PG-Count)
            MOVE WS-SL-Sung TO PG-Perf-No(WS-PG-Count)
            MOVE WS-SL-Start-Display TO PG-Start-Display(WS-PG-Count)
            MOVE WS-Item-Name-Plural TO PG-Plural(WS-PG-Count)
            MOVE WS-SL-Mode-Text TO PG-Mode-Text(WS-PG-Count)
            MOVE WS-SL-Render-Text TO PG-Render-Text(WS-PG-Count)
            MOVE WS-Perf-Verses TO PG-Verses(WS-PG-Count)
            MOVE WS-Perf-Lines TO PG-Lines(WS-PG-Count)
          ELSE
            MOVE 'R' TO PG-Status(WS-PG-Count)
          END-IF
        ELSE
          ADD 1 TO WS-SL-Unlisted
        END-IF.

      *> the record's fields checked before anything is sung - a
      *> reason left in WS-SL-Reason rejects the performance.
       VALIDATE-SET-LIST-ITEM.
        MOVE ZEROES TO WS-SL-Trailing
        INSPECT SL-START-COUNT
            TALLYING WS-SL-Trailing FOR TRAILING SPACES
        SUBTRACT WS-SL-Trailing FROM 4 GIVING WS-SL-Start-Len
        EVALUATE TRUE
          WHEN WS-SL-Start-Len = 0
            MOVE "start count missing" TO WS-SL-Reason
          WHEN SL-START-COUNT(1:WS-SL-Start-Len) IS NOT NUMERIC
            MOVE "start count not a four-digit number"
                TO WS-SL-Reason
          WHEN SL-PLURAL = SPACES
            MOVE "plural item name missing" TO WS-SL-Reason
          WHEN SL-SINGULAR = SPACES
            MOVE "singular item name missing" TO WS-SL-Reason
          WHEN SL-MODE NOT = 'U' AND SL-MODE NOT = 'D'
              AND SL-MODE NOT = SPACE
            MOVE "mode must be U or D" TO WS-SL-Reason
          WHEN SL-RENDER NOT = 'N' AND SL-RENDER NOT = 'W'
              AND SL-RENDER NOT = 'B' AND SL-RENDER NOT = SPACE
            MOVE "render must be N, W or B" TO WS-SL-Reason
          WHEN OTHER
            CONTINUE
        END-EVALUATE.

      *> a good record becomes the current performance's settings.
       APPLY-SET-LIST-ITEM.
        MOVE SL-START-COUNT(1:WS-SL-Start-Len) TO WS-Start-Count
        MOVE WS-Start-Count TO WS-Start-Count-Display
        MOVE SL-PLURAL TO WS-Item-Name-Plural
        MOVE SL-SINGULAR TO WS-Item-Name-Singular
        PERFORM MEASURE-ITEM-NAMES
        IF SL-MODE = 'U'
          MOVE 'U' TO WS-Bottles-Mode
          MOVE "counting up" TO WS-SL-Mode-Text
        ELSE
          MOVE 'D' TO WS-Bottles-Mode
          MOVE "counting down" TO WS-SL-Mode-Text
        END-IF
        EVALUATE SL-RENDER
          WHEN 'W'
            MOVE 'W' TO WS-Render-Mode
            MOVE "in words" TO WS-SL-Render-Text
            MOVE 8 TO WS-SL-Render-Len
          WHEN 'B'
            MOVE 'B' TO WS-Render-Mode
            MOVE "numerals and words" TO WS-SL-Render-Text
            MOVE 18 TO WS-SL-Render-Len
          WHEN OTHER
            MOVE 'N' TO WS-Render-Mode
            MOVE "numerals" TO WS-SL-Render-Text
            MOVE 8 TO WS-SL-Render-Len
        END-EVALUATE
        IF SL-TEMPLATE = SPACES
          MOVE WS-SL-Default-Template TO WS-TEMPLATE-FILE-NAME
        ELSE
          MOVE SL-TEMPLATE TO WS-TEMPLATE-FILE-NAME
        END-IF.

      *> closes the evening's lyrics with one line per set-list record
      *> and the totals.
       WRITE-PROGRAMME-SUMMARY.
        MOVE SPACES TO WS-Lyric-Line
        STRING "=== programme summary - set list " DELIMITED BY SIZE
            WS-SET-LIST-FILE-NAME DELIMITED BY SPACE
            " ===" DELIMITED BY SIZE INTO WS-Lyric-Line
        PERFORM WRITE-PROGRAMME-LINE
        PERFORM VARYING WS-PG-IX FROM 1 BY 1
            UNTIL WS-PG-IX > WS-PG-Count
          MOVE SPACES TO WS-Lyric-Line
          IF PG-Was-Sung(WS-PG-IX)
            STRING "performance " PG-Perf-No(WS-PG-IX)
                " (set list record " PG-Record-No(WS-PG-IX) ") "
                DELIMITED BY SIZE
                PG-Start-Display(WS-PG-IX) DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                PG-Plural(WS-PG-IX) DELIMITED BY "  "
                ", " DELIMITED BY SIZE
                PG-Mode-Text(WS-PG-IX) DELIMITED BY "  "
                ", " DELIMITED BY SIZE
                PG-Render-Text(WS-PG-IX) DELIMITED BY "  "
                " - verses " PG-Verses(WS-PG-IX)
                " lines " PG-Lines(WS-PG-IX)
                DELIMITED BY SIZE INTO WS-Lyric-Line
          ELSE
            STRING "set list record " PG-Record-No(WS-PG-IX)
                " REJECTED - " PG-Reason(WS-PG-IX)
                DELIMITED BY SIZE INTO WS-Lyric-Line
          END-IF
          PERFORM WRITE-PROGRAMME-LINE
        END-PERFORM
        IF WS-SL-Unlisted > 0
          MOVE SPACES TO WS-Lyric-Line
          STRING WS-SL-Unlisted " further set list records not "
              "listed above - programme holds 99" DELIMITED BY SIZE
              INTO WS-Lyric-Line
          PERFORM WRITE-PROGRAMME-LINE
        END-IF
        MOVE SPACES TO WS-Lyric-Line
        STRING "performances sung " WS-SL-Sung
            " rejected " WS-SL-Rejected
            " - verses " WS-Total-Verses
            " lines " WS-Total-Lines
            DELIMITED BY SIZE INTO WS-Lyric-Line
        PERFORM WRITE-PROGRAMME-LINE.

      *> headings and programme lines - to the screen and the lyrics
      *> file like a sung line, but not counted as one.
       WRITE-PROGRAMME-LINE.
        DISPLAY WS-Lyric-Line
        MOVE WS-Lyric-Line TO LYRICS-OUT-RECORD
        WRITE LYRICS-OUT-RECORD.
      *> counts down from WS-Start-Count to zero - the classic verse,
      *> with every count rendered through FORMAT-SUB-NUMBER so the
      *> numerals/words/both choice applies here exactly as it does
       SING-A-LINE.
        DISPLAY WS-Lyric-Line
        MOVE WS-Lyric-Line TO LYRICS-OUT-RECORD
        WRITE LYRICS-OUT-RECORD
        ADD 1 TO WS-Perf-Lines.

      *> reads the verse template file (VERSE-TEMPLATE-FILE in
      *> runparms.dat, default bottlestemplate.dat) into the template
          MOVE SPACES TO TPL-TEXT(TPL-IX)
          MOVE 0 TO TPL-LEN(TPL-IX)
        END-PERFORM
        IF Parm-Verse-Template-Supplied AND NOT Set-List-Requested
          MOVE PARM-VERSE-TEMPLATE TO WS-TEMPLATE-FILE-NAME
        END-IF
        OPEN INPUT VERSE-TEMPLATES
