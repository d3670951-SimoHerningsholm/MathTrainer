       02 maSeconds PIC X(3).
       02 maObjective PIC X(12).
       02 maItemKey PIC X(4).
       02 maItemVersion PIC X(3).
       02 maConfidence PIC X(1).
       02 maForm PIC X(1).
       02 maAnswerFormat PIC X(1).
       02 maChoicePicked PIC X(1).
       02 maChoiceSource PIC X(1).
       02 maSolutionViewed PIC X(1).
FD sessionLogFile.
COPY SESSIONREC.
WORKING-STORAGE SECTION.
01 workExercise PIC X(15).
01 workResult PIC X(1).
01 statAccuracy PIC 9(3).
01 accessFunction PIC X(16) VALUE "ARCHIVEBROWSE".
LINKAGE SECTION.
01 accessViewer PIC X(10).
01 accessRole PIC X(10).
PROCEDURE DIVISION USING accessViewer, accessRole.
ArchiveBrowseProcess.
    DISPLAY "=== Session history browser (archives and live log) ==="
    DISPLAY "Enter the player's username"
    ACCEPT lookupName
    CALL 'LogDataAccess' USING accessViewer, accessRole, lookupName, accessFunction
    DISPLAY "Enter the from-date (YYYYMMDD)"
    ACCEPT fromDateEntry
    DISPLAY "Enter the to-date (YYYYMMDD)"
