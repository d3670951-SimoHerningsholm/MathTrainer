       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ValidateGroup.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT groupsFile ASSIGN TO "groups.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS grGroupCode
    ALTERNATE RECORD KEY IS grClassCode WITH DUPLICATES
    FILE STATUS IS groupsFileStatus.
DATA DIVISION.
FILE SECTION.
FD groupsFile.
COPY GROUPREC.
WORKING-STORAGE SECTION.
01 groupsFileStatus PIC X(2).
LINKAGE SECTION.
01 groupToCheck PIC X(10).
01 groupClassCode PIC X(6).
01 groupIsValid PIC X(1).
PROCEDURE DIVISION USING groupToCheck, groupClassCode, groupIsValid.
ValidateGroupProcess.
    MOVE "N" TO groupIsValid
    MOVE SPACES TO groupClassCode
    IF groupToCheck = SPACES
       EXIT PROGRAM
    END-IF
    OPEN INPUT groupsFile
    IF groupsFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE groupToCheck TO grGroupCode
    READ groupsFile
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO groupIsValid
            MOVE grClassCode TO groupClassCode
    END-READ
    CLOSE groupsFile.
    EXIT PROGRAM.
