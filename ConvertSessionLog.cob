    ACCESS MODE IS DYNAMIC
    RECORD KEY IS oslKeyGroup
    ALTERNATE RECORD KEY IS oslUserName WITH DUPLICATES
    ALTERNATE RECORD KEY IS oslDate WITH DUPLICATES
    FILE STATUS IS oldSessionLogFileStatus.
SELECT newSessionLogFile ASSIGN TO "sessionlognew.txt"
    ORGANIZATION IS INDEXED
       02 oslLevel PIC X(1).
       02 oslResult PIC X(1).
       02 oslSeconds PIC 9(3).
       02 oslObjective PIC X(12).
       02 oslItemKey PIC X(4).
       02 oslConfidence PIC X(1).
FD newSessionLogFile.
COPY SESSIONREC.
WORKING-STORAGE SECTION.
01 recordsConverted PIC 9(7) VALUE ZERO.
PROCEDURE DIVISION.
ConvertProcess.
    DISPLAY "=== Session-log record extension ==="
    DISPLAY "Rebuilding sessionlog.txt into sessionlognew.txt with room for the"
    DISPLAY "item version, answer form, choice and worked-solution fields"
    OPEN INPUT oldSessionLogFile
    IF oldSessionLogFileStatus NOT = "00"
       DISPLAY "Could not open session log file, status " oldSessionLogFileStatus
    MOVE oslLevel TO slLevel
    MOVE oslResult TO slResult
    MOVE oslSeconds TO slSeconds
    MOVE oslObjective TO slObjective
    MOVE oslItemKey TO slItemKey
    MOVE ZERO TO slItemVersion
    MOVE oslConfidence TO slConfidence
    MOVE SPACE TO slForm
    MOVE SPACES TO slChoiceInfo
    MOVE SPACE TO slSolutionViewed
    WRITE sessionLogData
        INVALID KEY DISPLAY "Could not convert record for " oslUserName
    END-WRITE
