       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LoadPermissions.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT permissionsFile ASSIGN TO "permissions.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pmKey
    FILE STATUS IS permissionsFileStatus.
DATA DIVISION.
FILE SECTION.
FD permissionsFile.
01 permissionData.
       02 pmKey.
           03 pmRole PIC X(10).
           03 pmMenu PIC X(1).
           03 pmOption PIC 9(2).
       02 pmAllowed PIC X(1).
       02 pmSetBy PIC X(10).
       02 pmSetDate PIC X(8).
WORKING-STORAGE SECTION.
01 permissionsFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 permMaintOption PIC 9(2) VALUE 64.
LINKAGE SECTION.
01 permRole PIC X(10).
01 permMenu PIC X(1).
01 permFlags.
       02 permFlag PIC X(1) OCCURS 99 TIMES.
PROCEDURE DIVISION USING permRole, permMenu, permFlags.
LoadPermissionsProcess.
    IF (permMenu = "A" AND permRole = "ADMIN")
            OR (permMenu = "T" AND permRole = "TEACHER")
       MOVE ALL "Y" TO permFlags
    ELSE
       MOVE ALL "N" TO permFlags
    END-IF
    OPEN INPUT permissionsFile
    IF permissionsFileStatus = "00"
       MOVE "N" TO noMoreRecords
       MOVE permRole TO pmRole
       MOVE permMenu TO pmMenu
       MOVE ZERO TO pmOption
       START permissionsFile KEY IS >= pmKey
           INVALID KEY MOVE "Y" TO noMoreRecords
       END-START
       PERFORM UNTIL noMoreRecords = "Y"
          READ permissionsFile NEXT RECORD
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END
                  IF pmRole NOT = permRole OR pmMenu NOT = permMenu
                     MOVE "Y" TO noMoreRecords
                  ELSE
                     IF pmOption > ZERO
                        MOVE pmAllowed TO permFlag(pmOption)
                     END-IF
                  END-IF
          END-READ
       END-PERFORM
       CLOSE permissionsFile
    END-IF
    IF permMenu = "A" AND permRole = "ADMIN"
       MOVE "Y" TO permFlag(permMaintOption)
    END-IF.
    EXIT PROGRAM.
