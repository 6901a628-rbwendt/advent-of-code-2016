    SELECT BUNDLE-FILE ASSIGN TO DYNAMIC WS-BUNDLE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-BUNDLE-STATUS.
    SELECT AUDIT-TRAIL ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
    COPY ALERTSEL.
