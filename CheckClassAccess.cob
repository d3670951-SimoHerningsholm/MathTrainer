       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckClassAccess.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT classesFile ASSIGN TO "classes.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS clsCode
    FILE STATUS IS classesFileStatus.
SELECT classStaffFile ASSIGN TO "classstaff.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS csKey
    ALTERNATE RECORD KEY IS csTeacher WITH DUPLICATES
    FILE STATUS IS classStaffFileStatus.
SELECT delegationsFile ASSIGN TO "delegations.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS dgKey
    FILE STATUS IS delegationsFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
DATA DIVISION.
FILE SECTION.
FD classesFile.
01 classData.
       02 clsCode PIC X(6).
       02 clsName PIC X(20).
       02 clsTeacher PIC X(10).
       02 clsYear PIC X(9).
FD classStaffFile.
01 classStaffData.
       02 csKey.
           03 csClassCode PIC X(6).
           03 csTeacher PIC X(10).
       02 csRole PIC X(1).
       02 csAddedBy PIC X(10).
       02 csAddedDate PIC X(8).
FD delegationsFile.
01 delegationData.
       02 dgKey.
           03 dgDelegate PIC X(10).
           03 dgClassCode PIC X(6).
       02 dgExpiryDate PIC X(8).
       02 dgGrantedBy PIC X(10).
       02 dgGrantDate PIC X(8).
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 classesFileStatus PIC X(2).
01 classStaffFileStatus PIC X(2).
01 delegationsFileStatus PIC X(2).
01 todayDate PIC X(8).
LINKAGE SECTION.
01 accessTeacher PIC X(10).
01 accessClass PIC X(6).
01 accessLevel PIC X(1).
PROCEDURE DIVISION USING accessTeacher, accessClass, accessLevel.
CheckClassAccessProcess.
    MOVE "N" TO accessLevel
    IF accessTeacher = "*ADMIN*"
       MOVE "F" TO accessLevel
       EXIT PROGRAM
    END-IF
    IF accessTeacher = SPACES OR accessClass = SPACES
       EXIT PROGRAM
    END-IF
    OPEN INPUT classesFile
    IF classesFileStatus = "00"
       MOVE accessClass TO clsCode
       READ classesFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF clsTeacher = accessTeacher
                  MOVE "F" TO accessLevel
               END-IF
       END-READ
       CLOSE classesFile
    END-IF
    IF accessLevel = "F"
       EXIT PROGRAM
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus = "00"
       MOVE accessTeacher TO userName
       READ playersFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF roleFlag = "T" AND classCode = accessClass
                  MOVE "F" TO accessLevel
               END-IF
       END-READ
       CLOSE playersFile
    END-IF
    IF accessLevel = "F"
       EXIT PROGRAM
    END-IF
    OPEN INPUT classStaffFile
    IF classStaffFileStatus = "00"
       MOVE accessClass TO csClassCode
       MOVE accessTeacher TO csTeacher
       READ classStaffFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF csRole = "A"
                  MOVE "V" TO accessLevel
               ELSE
                  MOVE "F" TO accessLevel
               END-IF
       END-READ
       CLOSE classStaffFile
    END-IF
    IF accessLevel = "F"
       EXIT PROGRAM
    END-IF
    OPEN INPUT delegationsFile
    IF delegationsFileStatus = "00"
       ACCEPT todayDate FROM DATE YYYYMMDD
       MOVE accessTeacher TO dgDelegate
       MOVE accessClass TO dgClassCode
       READ delegationsFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF dgExpiryDate >= todayDate
                  MOVE "F" TO accessLevel
               END-IF
       END-READ
       CLOSE delegationsFile
    END-IF.
    EXIT PROGRAM.
