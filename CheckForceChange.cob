       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckForceChange.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT forceChangeFile ASSIGN TO "forcechange.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fcUserName
    FILE STATUS IS forceChangeFileStatus.
DATA DIVISION.
FILE SECTION.
FD forceChangeFile.
01 forceChangeData.
       02 fcUserName PIC X(10).
       02 fcSetDate PIC X(8).
       02 fcSetBy PIC X(10).
WORKING-STORAGE SECTION.
01 forceChangeFileStatus PIC X(2).
LINKAGE SECTION.
01 forcePlayer PIC X(10).
01 mustChangeFlag PIC X(1).
01 forceAction PIC X(1).
PROCEDURE DIVISION USING forcePlayer, mustChangeFlag, forceAction.
CheckForceChangeProcess.
    MOVE "N" TO mustChangeFlag
    OPEN I-O forceChangeFile
    IF forceChangeFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE forcePlayer TO fcUserName
    READ forceChangeFile
        INVALID KEY
            CLOSE forceChangeFile
            EXIT PROGRAM
    END-READ
    MOVE "Y" TO mustChangeFlag
    IF forceAction = "D"
       DELETE forceChangeFile
           INVALID KEY DISPLAY "Could not clear the password change flag"
       END-DELETE
    END-IF
    CLOSE forceChangeFile.
    EXIT PROGRAM.
