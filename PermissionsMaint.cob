       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PermissionsMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT permissionsFile ASSIGN TO "permissions.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pmKey
    FILE STATUS IS permissionsFileStatus.
SELECT userRolesFile ASSIGN TO "userroles.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS urUserName
    FILE STATUS IS userRolesFileStatus.
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
FD userRolesFile.
01 userRoleData.
       02 urUserName PIC X(10).
       02 urRole PIC X(10).
       02 urSetBy PIC X(10).
       02 urSetDate PIC X(8).
WORKING-STORAGE SECTION.
01 permissionsFileStatus PIC X(2).
01 userRolesFileStatus PIC X(2).
01 permChoice PIC X(1).
       88 validPermChoice VALUES ARE "1" THRU "6".
       88 validPermExitChoice VALUE "0".
01 runPermMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 roleEntry PIC X(10).
01 sourceRoleEntry PIC X(10).
01 menuEntry PIC X(1).
       88 validMenuEntry VALUES ARE "A", "T".
01 optionEntry PIC X(2).
01 optionNumber PIC 9(2).
01 allowedEntry PIC X(1).
01 userEntry PIC X(10).
01 confirmChoice PIC X(1).
01 adminOptionCount PIC 9(2) VALUE 73.
01 teacherOptionCount PIC 9(2) VALUE 47.
01 permMaintOption PIC 9(2) VALUE 64.
01 menuOptionCount PIC 9(2).
01 optionIndex PIC 9(2).
01 permFlags.
       02 permFlag PIC X(1) OCCURS 99 TIMES.
01 matrixLine PIC X(80).
01 linePointer PIC 9(3).
01 listedCount PIC 9(4).
01 rowsWritten PIC 9(3).
01 securityEvent PIC X(12).
LINKAGE SECTION.
01 adminActor PIC X(10).
PROCEDURE DIVISION USING adminActor.
PermissionsMaintProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    OPEN I-O permissionsFile
    IF permissionsFileStatus = "35"
       OPEN OUTPUT permissionsFile
       CLOSE permissionsFile
       OPEN I-O permissionsFile
    END-IF
    IF permissionsFileStatus NOT = "00"
       DISPLAY "Could not open permissions file, status " permissionsFileStatus
       EXIT PROGRAM
    END-IF
    OPEN I-O userRolesFile
    IF userRolesFileStatus = "35"
       OPEN OUTPUT userRolesFile
       CLOSE userRolesFile
       OPEN I-O userRolesFile
    END-IF
    IF userRolesFileStatus NOT = "00"
       DISPLAY "Could not open user roles file, status " userRolesFileStatus
       CLOSE permissionsFile
       EXIT PROGRAM
    END-IF
    PERFORM UNTIL runPermMenu = "N"
       DISPLAY "=== Role permissions for the admin and teacher menus ==="
       DISPLAY "Built-in roles: ADMIN (admin menu) and TEACHER (teacher menu) may run"
       DISPLAY "every option unless denied here; any other role may run only what is granted"
       DISPLAY "1: Show the permitted options for a role"
       DISPLAY "2: Grant or deny one menu option for a role"
       DISPLAY "3: Copy one menu's permissions from another role"
       DISPLAY "4: Assign a role to a user"
       DISPLAY "5: Remove a user's role (back to ADMIN or TEACHER)"
       DISPLAY "6: List users with an assigned role"
       DISPLAY "0: Return"
       ACCEPT permChoice
       EVALUATE TRUE
           WHEN validPermChoice
               EVALUATE permChoice
                   WHEN "1" PERFORM ShowRoleMatrix
                   WHEN "2" PERFORM SetOnePermission
                   WHEN "3" PERFORM CopyRolePermissions
                   WHEN "4" PERFORM AssignUserRole
                   WHEN "5" PERFORM RemoveUserRole
                   WHEN "6" PERFORM ListUserRoles
               END-EVALUATE
           WHEN validPermExitChoice
               MOVE "N" TO runPermMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE userRolesFile
    CLOSE permissionsFile.
    EXIT PROGRAM.
AskRoleAndMenu.
    DISPLAY "Enter the role name (for example ADMIN, TEACHER, COORD)"
    MOVE SPACES TO roleEntry
    ACCEPT roleEntry
    MOVE FUNCTION UPPER-CASE(roleEntry) TO roleEntry
    DISPLAY "Which menu - A (admin) or T (teacher)"
    MOVE SPACE TO menuEntry
    ACCEPT menuEntry
    MOVE FUNCTION UPPER-CASE(menuEntry) TO menuEntry
    IF roleEntry = SPACES OR NOT validMenuEntry
       DISPLAY "A role name and a menu of A or T are required"
       MOVE SPACES TO roleEntry
       EXIT PARAGRAPH
    END-IF
    IF menuEntry = "A"
       MOVE adminOptionCount TO menuOptionCount
    ELSE
       MOVE teacherOptionCount TO menuOptionCount
    END-IF.
ShowRoleMatrix.
    PERFORM AskRoleAndMenu
    IF roleEntry = SPACES
       EXIT PARAGRAPH
    END-IF
    CALL 'LoadPermissions' USING roleEntry, menuEntry, permFlags
    DISPLAY "Options role " FUNCTION TRIM(roleEntry) " may run on menu " menuEntry
        " (Y permitted, N hidden):"
    MOVE SPACES TO matrixLine
    MOVE 1 TO linePointer
    PERFORM VARYING optionIndex FROM 1 BY 1 UNTIL optionIndex > menuOptionCount
       STRING optionIndex "=" permFlag(optionIndex) "  " DELIMITED BY SIZE
           INTO matrixLine WITH POINTER linePointer
       END-STRING
       IF linePointer > 70
          DISPLAY matrixLine
          MOVE SPACES TO matrixLine
          MOVE 1 TO linePointer
       END-IF
    END-PERFORM
    IF linePointer > 1
       DISPLAY matrixLine
    END-IF.
SetOnePermission.
    PERFORM AskRoleAndMenu
    IF roleEntry = SPACES
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the option number (1-" menuOptionCount ")"
    MOVE SPACES TO optionEntry
    ACCEPT optionEntry
    IF FUNCTION TEST-NUMVAL(optionEntry) NOT = 0
       DISPLAY "Option must be a number"
       EXIT PARAGRAPH
    END-IF
    COMPUTE optionNumber = FUNCTION NUMVAL(optionEntry)
    IF optionNumber < 1 OR optionNumber > menuOptionCount
       DISPLAY "Option must be between 1 and " menuOptionCount
       EXIT PARAGRAPH
    END-IF
    IF menuEntry = "A" AND roleEntry = "ADMIN" AND optionNumber = permMaintOption
       DISPLAY "The ADMIN role always keeps this permissions screen"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Permit this option? (Y/N)"
    MOVE SPACE TO allowedEntry
    ACCEPT allowedEntry
    MOVE FUNCTION UPPER-CASE(allowedEntry) TO allowedEntry
    IF allowedEntry NOT = "Y" AND allowedEntry NOT = "N"
       DISPLAY "Answer Y or N"
       EXIT PARAGRAPH
    END-IF
    PERFORM StorePermission
    DISPLAY "Role " FUNCTION TRIM(roleEntry) " menu " menuEntry " option "
        optionNumber " set to " allowedEntry
    MOVE "PERMCHANGE" TO securityEvent
    CALL 'LogSecurityEvent' USING roleEntry, adminActor, securityEvent.
StorePermission.
    MOVE roleEntry TO pmRole
    MOVE menuEntry TO pmMenu
    MOVE optionNumber TO pmOption
    MOVE allowedEntry TO pmAllowed
    MOVE adminActor TO pmSetBy
    MOVE todayDate TO pmSetDate
    WRITE permissionData
        INVALID KEY
            REWRITE permissionData
                INVALID KEY DISPLAY "Could not store permission for option " optionNumber
            END-REWRITE
    END-WRITE.
CopyRolePermissions.
    PERFORM AskRoleAndMenu
    IF roleEntry = SPACES
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Copy the permissions of which existing role"
    MOVE SPACES TO sourceRoleEntry
    ACCEPT sourceRoleEntry
    MOVE FUNCTION UPPER-CASE(sourceRoleEntry) TO sourceRoleEntry
    IF sourceRoleEntry = SPACES OR sourceRoleEntry = roleEntry
       DISPLAY "A different source role is required"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "This replaces every menu " menuEntry " permission of role "
        FUNCTION TRIM(roleEntry) ". Continue? (Y/N)"
    ACCEPT confirmChoice
    IF confirmChoice NOT = "Y" AND confirmChoice NOT = "y"
       DISPLAY "Copy cancelled"
       EXIT PARAGRAPH
    END-IF
    CALL 'LoadPermissions' USING sourceRoleEntry, menuEntry, permFlags
    MOVE ZERO TO rowsWritten
    PERFORM VARYING optionIndex FROM 1 BY 1 UNTIL optionIndex > menuOptionCount
       MOVE optionIndex TO optionNumber
       MOVE permFlag(optionIndex) TO allowedEntry
       IF menuEntry = "A" AND roleEntry = "ADMIN" AND optionNumber = permMaintOption
          MOVE "Y" TO allowedEntry
       END-IF
       PERFORM StorePermission
       ADD 1 TO rowsWritten
    END-PERFORM
    DISPLAY rowsWritten " option(s) copied from " FUNCTION TRIM(sourceRoleEntry)
        " to " FUNCTION TRIM(roleEntry)
    MOVE "PERMCHANGE" TO securityEvent
    CALL 'LogSecurityEvent' USING roleEntry, adminActor, securityEvent.
AssignUserRole.
    DISPLAY "Enter the username (admin account or teacher)"
    MOVE SPACES TO userEntry
    ACCEPT userEntry
    DISPLAY "Enter the role name"
    MOVE SPACES TO roleEntry
    ACCEPT roleEntry
    MOVE FUNCTION UPPER-CASE(roleEntry) TO roleEntry
    IF userEntry = SPACES OR roleEntry = SPACES
       DISPLAY "A username and a role are required"
       EXIT PARAGRAPH
    END-IF
    IF userEntry = adminActor AND roleEntry NOT = "ADMIN"
       DISPLAY "You cannot change your own role away from ADMIN"
       EXIT PARAGRAPH
    END-IF
    MOVE userEntry TO urUserName
    MOVE roleEntry TO urRole
    MOVE adminActor TO urSetBy
    MOVE todayDate TO urSetDate
    WRITE userRoleData
        INVALID KEY
            REWRITE userRoleData
                INVALID KEY DISPLAY "Could not store the role for " userEntry
            END-REWRITE
    END-WRITE
    IF userRolesFileStatus = "00"
       DISPLAY FUNCTION TRIM(userEntry) " now has role " FUNCTION TRIM(roleEntry)
       MOVE "ROLECHANGE" TO securityEvent
       CALL 'LogSecurityEvent' USING userEntry, adminActor, securityEvent
    END-IF.
RemoveUserRole.
    DISPLAY "Enter the username"
    MOVE SPACES TO userEntry
    ACCEPT userEntry
    MOVE userEntry TO urUserName
    DELETE userRolesFile
        INVALID KEY DISPLAY "No role is assigned to " userEntry
    END-DELETE
    IF userRolesFileStatus = "00"
       DISPLAY FUNCTION TRIM(userEntry) " is back on the built-in role"
       MOVE "ROLECHANGE" TO securityEvent
       CALL 'LogSecurityEvent' USING userEntry, adminActor, securityEvent
    END-IF.
ListUserRoles.
    MOVE ZERO TO listedCount
    MOVE LOW-VALUES TO urUserName
    MOVE "N" TO noMoreRecords
    START userRolesFile KEY IS >= urUserName
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ userRolesFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               ADD 1 TO listedCount
               DISPLAY urUserName " " urRole " (set by " urSetBy " on " urSetDate ")"
       END-READ
    END-PERFORM
    IF listedCount = ZERO
       DISPLAY "No users have an assigned role - everyone uses ADMIN or TEACHER"
    END-IF.
