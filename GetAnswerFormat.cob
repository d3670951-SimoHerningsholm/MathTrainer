       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GetAnswerFormat.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT mcClassesFile ASSIGN TO "mcclasses.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mcClassCode
    FILE STATUS IS mcClassesFileStatus.
SELECT accommodationsFile ASSIGN TO "accommodations.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS acUserName
    FILE STATUS IS accommodationsFileStatus.
DATA DIVISION.
FILE SECTION.
FD playersFile.
COPY PLAYERREC.
FD mcClassesFile.
01 mcClassData.
       02 mcClassCode PIC X(6).
       02 mcEnabledDate PIC X(8).
FD accommodationsFile.
01 accommodationData.
       02 acUserName PIC X(10).
       02 acTimeMultPct PIC 9(3).
       02 acNote PIC X(20).
       02 acAnswerFormat PIC X(1).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 mcClassesFileStatus PIC X(2).
01 accommodationsFileStatus PIC X(2).
01 playerExist PIC X(1).
LINKAGE SECTION.
01 formatPlayer PIC X(10).
01 answerFormat PIC X(1).
PROCEDURE DIVISION USING formatPlayer, answerFormat.
GetAnswerFormatProcess.
    MOVE "F" TO answerFormat
    IF formatPlayer = "*GUEST*"
       EXIT PROGRAM
    END-IF
    OPEN INPUT accommodationsFile
    IF accommodationsFileStatus = "00"
       MOVE formatPlayer TO acUserName
       READ accommodationsFile
           INVALID KEY CONTINUE
       END-READ
       IF accommodationsFileStatus = "00" AND acAnswerFormat = "M"
          MOVE "M" TO answerFormat
       END-IF
       CLOSE accommodationsFile
    END-IF
    IF answerFormat = "M"
       EXIT PROGRAM
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE "Y" TO playerExist
    MOVE formatPlayer TO userName
    READ playersFile
        INVALID KEY MOVE "N" TO playerExist
    END-READ
    CLOSE playersFile
    IF playerExist = "N" OR classCode = SPACES
       EXIT PROGRAM
    END-IF
    OPEN INPUT mcClassesFile
    IF mcClassesFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE classCode TO mcClassCode
    READ mcClassesFile
        INVALID KEY CONTINUE
    END-READ
    IF mcClassesFileStatus = "00"
       MOVE "M" TO answerFormat
    END-IF
    CLOSE mcClassesFile.
    EXIT PROGRAM.
