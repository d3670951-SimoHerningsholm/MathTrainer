01 badgeStatCorrect PIC 9(5).
01 badgeAccuracy PIC 9(3).
01 badgeTitle PIC X(10).
01 accessViewer PIC X(10).
01 accessRole PIC X(10) VALUE "STUDENT".
01 accessFunction PIC X(16) VALUE "PRACTICEHISTORY".
LINKAGE SECTION.
01 loggedInPlayer PIC X(10).
PROCEDURE DIVISION USING loggedInPlayer.
PracticeHistoryProcess.
    DISPLAY "=== Practice history for " loggedInPlayer " ==="
    MOVE loggedInPlayer TO accessViewer
    CALL 'LogDataAccess' USING accessViewer, accessRole, loggedInPlayer, accessFunction
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "Could not open session log file, status " sessionLogFileStatus
