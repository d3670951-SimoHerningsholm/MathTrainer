       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckExcusedDay.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT absencesFile ASSIGN TO "absences.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS abKey
    FILE STATUS IS absencesFileStatus.
DATA DIVISION.
FILE SECTION.
FD absencesFile.
01 absenceData.
       02 abKey.
           03 abUserName PIC X(10).
           03 abDate PIC X(8).
       02 abReasonCode PIC X(4).
       02 abAuthorised PIC X(1).
       02 abImportDate PIC X(8).
WORKING-STORAGE SECTION.
01 absencesFileStatus PIC X(2).
01 schoolDayFlag PIC X(1).
LINKAGE SECTION.
01 excusedPlayer PIC X(10).
01 excusedDate PIC X(8).
01 excusedFlag PIC X(1).
PROCEDURE DIVISION USING excusedPlayer, excusedDate, excusedFlag.
CheckExcusedDayProcess.
    MOVE "N" TO excusedFlag
    CALL 'CheckSchoolDay' USING excusedDate, schoolDayFlag
    IF schoolDayFlag = "N"
       MOVE "Y" TO excusedFlag
       EXIT PROGRAM
    END-IF
    OPEN INPUT absencesFile
    IF absencesFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE excusedPlayer TO abUserName
    MOVE excusedDate TO abDate
    READ absencesFile
        INVALID KEY CONTINUE
    END-READ
    IF absencesFileStatus = "00" AND abAuthorised = "Y"
       MOVE "Y" TO excusedFlag
    END-IF
    CLOSE absencesFile.
    EXIT PROGRAM.
