       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LogStaffAction.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT staffUsageFile ASSIGN TO "staffusage.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS staffUsageFileStatus.
DATA DIVISION.
FILE SECTION.
FD staffUsageFile.
01 staffUsageData.
       02 suDate PIC X(8).
       02 suTime PIC X(8).
       02 suUserName PIC X(10).
       02 suMenu PIC X(1).
       02 suOption PIC 9(2).
WORKING-STORAGE SECTION.
01 staffUsageFileStatus PIC X(2).
LINKAGE SECTION.
01 staffName PIC X(10).
01 staffMenu PIC X(1).
01 staffOption PIC 9(2).
PROCEDURE DIVISION USING staffName, staffMenu, staffOption.
LogStaffActionProcess.
    OPEN EXTEND staffUsageFile
    IF staffUsageFileStatus = "35"
       OPEN OUTPUT staffUsageFile
    END-IF
    IF staffUsageFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    ACCEPT suDate FROM DATE YYYYMMDD
    ACCEPT suTime FROM TIME
    MOVE staffName TO suUserName
    MOVE staffMenu TO suMenu
    MOVE staffOption TO suOption
    WRITE staffUsageData
    CLOSE staffUsageFile.
    EXIT PROGRAM.
