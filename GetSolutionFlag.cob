       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GetSolutionFlag.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT solClassesFile ASSIGN TO "solclasses.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS solClassCode
    FILE STATUS IS solClassesFileStatus.
DATA DIVISION.
FILE SECTION.
FD playersFile.
COPY PLAYERREC.
FD solClassesFile.
01 solClassData.
       02 solClassCode PIC X(6).
       02 solEnabledDate PIC X(8).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 solClassesFileStatus PIC X(2).
01 playerExist PIC X(1).
LINKAGE SECTION.
01 solutionPlayer PIC X(10).
01 solutionFlag PIC X(1).
PROCEDURE DIVISION USING solutionPlayer, solutionFlag.
GetSolutionFlagProcess.
    MOVE "N" TO solutionFlag
    IF solutionPlayer = "*GUEST*"
       EXIT PROGRAM
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE "Y" TO playerExist
    MOVE solutionPlayer TO userName
    READ playersFile
        INVALID KEY MOVE "N" TO playerExist
    END-READ
    CLOSE playersFile
    IF playerExist = "N" OR classCode = SPACES
       EXIT PROGRAM
    END-IF
    OPEN INPUT solClassesFile
    IF solClassesFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE classCode TO solClassCode
    READ solClassesFile
        INVALID KEY CONTINUE
    END-READ
    IF solClassesFileStatus = "00"
       MOVE "Y" TO solutionFlag
    END-IF
    CLOSE solClassesFile.
    EXIT PROGRAM.
