       02 screenLine PIC X(60) OCCURS 20 TIMES.
01 screenLineIndex PIC 9(2).
01 panelChoice PIC X(2).
01 accessFunction PIC X(16) VALUE "TRENDVIEW".
01 accessStudent PIC X(10).
LINKAGE SECTION.
01 accessViewer PIC X(10).
01 accessRole PIC X(10).
SCREEN SECTION.
01 trendPanel.
       05 BLANK SCREEN.
       05 LINE 21 COLUMN 3 PIC X(60) FROM screenLine(20).
       05 LINE 23 COLUMN 3 VALUE "R = refresh, anything else returns:".
       05 LINE 23 COLUMN 40 PIC X(2) USING panelChoice.
PROCEDURE DIVISION USING accessViewer, accessRole.
TrendViewProcess.
    DISPLAY "=== Twelve-week progress trend ==="
    DISPLAY "Trend for one player or one exercise? (P/E)"
       DISPLAY "Enter the exercise name (e.g. ADDITION)"
    END-IF
    ACCEPT subjectEntry
    IF trendMode = "P"
       MOVE subjectEntry TO accessStudent
       CALL 'LogDataAccess' USING accessViewer, accessRole, accessStudent,
           accessFunction
    END-IF
    MOVE "R" TO panelChoice
    PERFORM UNTIL panelChoice NOT = "R" AND panelChoice NOT = "r"
       ACCEPT todayDate FROM DATE YYYYMMDD
