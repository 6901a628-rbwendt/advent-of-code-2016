    SELECT CKAUDIT-REPORT ASSIGN TO 'day1ckaudit.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CKAUDIT-REPORT-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
    MOVE 'day1walkckptspots_B_'  TO WS-CKPT-SPOTS-PREFIX
    PERFORM AUDIT-ONE-CHECKPOINT-PAIR.

*> one checkpoint pair, named the same way its walker names it - with
*> the sbx_ prefix on a sandbox run, which audits the trial pairs. An
*> absent or cleared (empty) pair is consistent - that is what a
*> completed run leaves behind.
AUDIT-ONE-CHECKPOINT-PAIR.
    MOVE SPACES TO WS-CHECKPOINT-FILE-NAME WS-CHECKPOINT-SPOTS-NAME
    STRING WS-SANDBOX-PREFIX DELIMITED BY SPACE
        WS-CKPT-HDR-PREFIX DELIMITED BY SPACE
        WS-DIRECTIONS-FILE DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO WS-CHECKPOINT-FILE-NAME
    STRING WS-SANDBOX-PREFIX DELIMITED BY SPACE
        WS-CKPT-SPOTS-PREFIX DELIMITED BY SPACE
        WS-DIRECTIONS-FILE DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO WS-CHECKPOINT-SPOTS-NAME
