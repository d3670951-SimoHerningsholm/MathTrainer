01 noMoreRecords PIC X(1) VALUE "N".
01 lookupName PIC X(10).
01 entriesShown PIC 9(4) VALUE ZERO.
01 accessFunction PIC X(16) VALUE "JOURNALBROWSE".
LINKAGE SECTION.
01 accessViewer PIC X(10).
01 accessRole PIC X(10).
PROCEDURE DIVISION USING accessViewer, accessRole.
JournalBrowseProcess.
    DISPLAY "=== Player change journal browse ==="
    DISPLAY "Enter the username to trace"
    ACCEPT lookupName
    CALL 'LogDataAccess' USING accessViewer, accessRole, lookupName, accessFunction
    OPEN INPUT playerJournalFile
    IF playerJournalFileStatus NOT = "00"
       DISPLAY "No player journal on file, status " playerJournalFileStatus
