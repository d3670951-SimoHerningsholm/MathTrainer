       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GetUserRole.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT userRolesFile ASSIGN TO "userroles.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS urUserName
    FILE STATUS IS userRolesFileStatus.
DATA DIVISION.
FILE SECTION.
FD userRolesFile.
01 userRoleData.
       02 urUserName PIC X(10).
       02 urRole PIC X(10).
       02 urSetBy PIC X(10).
       02 urSetDate PIC X(8).
WORKING-STORAGE SECTION.
01 userRolesFileStatus PIC X(2).
LINKAGE SECTION.
01 roleUser PIC X(10).
01 roleMenu PIC X(1).
01 roleName PIC X(10).
PROCEDURE DIVISION USING roleUser, roleMenu, roleName.
GetUserRoleProcess.
    IF roleMenu = "A"
       MOVE "ADMIN" TO roleName
    ELSE
       MOVE "TEACHER" TO roleName
    END-IF
    OPEN INPUT userRolesFile
    IF userRolesFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE roleUser TO urUserName
    READ userRolesFile
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF urRole NOT = SPACES
               MOVE urRole TO roleName
            END-IF
    END-READ
    CLOSE userRolesFile.
    EXIT PROGRAM.
