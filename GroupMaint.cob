       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GroupMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT groupsFile ASSIGN TO "groups.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS grGroupCode
    ALTERNATE RECORD KEY IS grClassCode WITH DUPLICATES
    FILE STATUS IS groupsFileStatus.
SELECT groupMembersFile ASSIGN TO "groupmembers.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gmKey
    ALTERNATE RECORD KEY IS gmGroupCode WITH DUPLICATES
    FILE STATUS IS groupMembersFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
DATA DIVISION.
FILE SECTION.
FD groupsFile.
COPY GROUPREC.
FD groupMembersFile.
COPY GRPMEMREC.
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 groupsFileStatus PIC X(2).
01 groupMembersFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 groupChoice PIC X(1).
       88 validGroupChoice VALUES ARE 1 THRU 6.
       88 validGroupExitChoice VALUE 0.
01 runGroupMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 noMoreMembers PIC X(1).
01 recordExist PIC X(1).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 yesterdayFull PIC 9(8).
01 yesterdayDate PIC X(8).
01 groupEntry PIC X(10).
01 studentEntry PIC X(10).
01 studentName PIC X(30).
01 confirmEntry PIC X(1).
01 groupsListed PIC 9(3).
01 membersListed PIC 9(3).
01 rowsListed PIC 9(3).
01 currentFound PIC X(1).
01 currentGroup PIC X(10).
01 currentFromDate PIC X(8).
01 refreshGroup PIC X(10).
01 refreshPlayer PIC X(10) VALUE SPACES.
01 refreshMember PIC X(1).
01 untilText PIC X(8).
LINKAGE SECTION.
01 teacherName PIC X(10).
01 teacherClassCode PIC X(6).
PROCEDURE DIVISION USING teacherName, teacherClassCode.
GroupMaintProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    COMPUTE yesterdayFull =
        FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) - 1)
    MOVE yesterdayFull TO yesterdayDate
    IF teacherClassCode = SPACES
       DISPLAY "Choose a class first"
       EXIT PROGRAM
    END-IF
    OPEN I-O groupsFile
    IF groupsFileStatus = "35"
       OPEN OUTPUT groupsFile
       CLOSE groupsFile
       OPEN I-O groupsFile
    END-IF
    IF groupsFileStatus NOT = "00"
       DISPLAY "Could not open groups, status " groupsFileStatus
       EXIT PROGRAM
    END-IF
    OPEN I-O groupMembersFile
    IF groupMembersFileStatus = "35"
       OPEN OUTPUT groupMembersFile
       CLOSE groupMembersFile
       OPEN I-O groupMembersFile
    END-IF
    IF groupMembersFileStatus NOT = "00"
       DISPLAY "Could not open group membership, status " groupMembersFileStatus
       CLOSE groupsFile
       EXIT PROGRAM
    END-IF
    MOVE "Y" TO runGroupMenu
    PERFORM UNTIL runGroupMenu = "N"
       DISPLAY "=== Groups in " teacherClassCode " ==="
       DISPLAY "1: List groups with current members"
       DISPLAY "2: Create a group"
       DISPLAY "3: Move a student into a group"
       DISPLAY "4: Take a student out of their group"
       DISPLAY "5: Group history for a student"
       DISPLAY "6: Delete an unused group"
       DISPLAY "0: Return"
       ACCEPT groupChoice
       EVALUATE TRUE
           WHEN validGroupChoice
               EVALUATE groupChoice
                   WHEN "1" PERFORM ListGroups
                   WHEN "2" PERFORM CreateGroup
                   WHEN "3" PERFORM MoveStudent
                   WHEN "4" PERFORM RemoveStudent
                   WHEN "5" PERFORM StudentHistory
                   WHEN "6" PERFORM DeleteGroup
               END-EVALUATE
           WHEN validGroupExitChoice
               MOVE "N" TO runGroupMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE groupMembersFile
    CLOSE groupsFile.
    EXIT PROGRAM.
ListGroups.
    MOVE ZERO TO groupsListed
    MOVE teacherClassCode TO grClassCode
    MOVE "N" TO noMoreRecords
    START groupsFile KEY IS = grClassCode
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ groupsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF grClassCode NOT = teacherClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  ADD 1 TO groupsListed
                  DISPLAY grGroupCode "  " grDescription " (created " grCreatedDate
                      " by " grCreatedBy ")"
                  PERFORM ListCurrentMembers
               END-IF
       END-READ
    END-PERFORM
    IF groupsListed = ZERO
       DISPLAY "No groups set up for " teacherClassCode
    END-IF.
ListCurrentMembers.
    MOVE ZERO TO membersListed
    MOVE grGroupCode TO gmGroupCode
    MOVE "N" TO noMoreMembers
    START groupMembersFile KEY IS = gmGroupCode
        INVALID KEY MOVE "Y" TO noMoreMembers
    END-START
    PERFORM UNTIL noMoreMembers = "Y"
       READ groupMembersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreMembers
           NOT AT END
               IF gmGroupCode NOT = grGroupCode
                  MOVE "Y" TO noMoreMembers
               ELSE
                  IF gmToDate = SPACES
                     ADD 1 TO membersListed
                     CALL 'GetStudentName' USING gmUserName, studentName
                     DISPLAY "     " gmUserName "  " studentName " since " gmFromDate
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    IF membersListed = ZERO
       DISPLAY "     (no current members)"
    END-IF.
CreateGroup.
    DISPLAY "New group code (e.g. " FUNCTION TRIM(teacherClassCode) "-red)"
    ACCEPT groupEntry
    IF groupEntry = SPACES
       DISPLAY "A group code is required"
       EXIT PARAGRAPH
    END-IF
    MOVE groupEntry TO grGroupCode
    MOVE "Y" TO recordExist
    READ groupsFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    IF recordExist = "Y"
       DISPLAY "Group " groupEntry " already exists in class " grClassCode
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO groupData
    MOVE groupEntry TO grGroupCode
    MOVE teacherClassCode TO grClassCode
    DISPLAY "Describe the group (e.g. Extension maths)"
    ACCEPT grDescription
    MOVE teacherName TO grCreatedBy
    MOVE todayDate TO grCreatedDate
    WRITE groupData
        INVALID KEY DISPLAY "Could not store the group"
        NOT INVALID KEY DISPLAY "Group " grGroupCode " created in " grClassCode
    END-WRITE.
ReadGroupEntry.
    DISPLAY "Group code"
    ACCEPT groupEntry
    MOVE groupEntry TO grGroupCode
    MOVE "Y" TO recordExist
    READ groupsFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    IF recordExist = "Y" AND grClassCode NOT = teacherClassCode
       MOVE "N" TO recordExist
    END-IF
    IF recordExist = "N"
       DISPLAY "No group " groupEntry " in " teacherClassCode
    END-IF.
ReadStudentEntry.
    DISPLAY "Student username"
    ACCEPT studentEntry
    MOVE "Y" TO recordExist
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players, status " playersFileStatus
       MOVE "N" TO recordExist
       EXIT PARAGRAPH
    END-IF
    MOVE studentEntry TO userName
    READ playersFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    CLOSE playersFile
    IF recordExist = "Y"
       IF classCode NOT = teacherClassCode OR roleFlag = "T"
          MOVE "N" TO recordExist
       END-IF
    END-IF
    IF recordExist = "N"
       DISPLAY "No student " studentEntry " in " teacherClassCode
    END-IF.
FindCurrentMembership.
    MOVE "N" TO currentFound
    MOVE SPACES TO currentGroup
    MOVE studentEntry TO gmUserName
    MOVE LOW-VALUES TO gmFromDate
    MOVE "N" TO noMoreMembers
    START groupMembersFile KEY IS >= gmKey
        INVALID KEY MOVE "Y" TO noMoreMembers
    END-START
    PERFORM UNTIL noMoreMembers = "Y"
       READ groupMembersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreMembers
           NOT AT END
               IF gmUserName NOT = studentEntry
                  MOVE "Y" TO noMoreMembers
               ELSE
                  IF gmToDate = SPACES
                     MOVE "Y" TO currentFound
                     MOVE gmGroupCode TO currentGroup
                     MOVE gmFromDate TO currentFromDate
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
CloseCurrentMembership.
    MOVE studentEntry TO gmUserName
    MOVE currentFromDate TO gmFromDate
    READ groupMembersFile
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF gmFromDate = todayDate
       DELETE groupMembersFile
           INVALID KEY DISPLAY "Could not remove today's group entry"
       END-DELETE
    ELSE
       MOVE yesterdayDate TO gmToDate
       MOVE teacherName TO gmSetBy
       REWRITE groupMemberData
           INVALID KEY DISPLAY "Could not close the earlier group entry"
       END-REWRITE
    END-IF
    MOVE currentGroup TO refreshGroup
    PERFORM RefreshGroupCache.
MoveStudent.
    PERFORM ReadStudentEntry
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    PERFORM ReadGroupEntry
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    PERFORM FindCurrentMembership
    IF currentFound = "Y"
       IF currentGroup = grGroupCode
          DISPLAY studentEntry " is already in " grGroupCode
          EXIT PARAGRAPH
       END-IF
       PERFORM CloseCurrentMembership
    END-IF
    MOVE SPACES TO groupMemberData
    MOVE studentEntry TO gmUserName
    MOVE todayDate TO gmFromDate
    MOVE groupEntry TO gmGroupCode
    MOVE teacherClassCode TO gmClassCode
    MOVE teacherName TO gmSetBy
    WRITE groupMemberData
        INVALID KEY DISPLAY "Could not store the group entry"
        NOT INVALID KEY
            IF currentFound = "Y"
               DISPLAY studentEntry " moved from " currentGroup " to " groupEntry
                   " from " todayDate
            ELSE
               DISPLAY studentEntry " joined " groupEntry " from " todayDate
            END-IF
    END-WRITE
    MOVE groupEntry TO refreshGroup
    PERFORM RefreshGroupCache.
RemoveStudent.
    PERFORM ReadStudentEntry
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    PERFORM FindCurrentMembership
    IF currentFound = "N"
       DISPLAY studentEntry " is not in a group"
       EXIT PARAGRAPH
    END-IF
    PERFORM CloseCurrentMembership
    DISPLAY studentEntry " taken out of " currentGroup.
StudentHistory.
    PERFORM ReadStudentEntry
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO rowsListed
    MOVE studentEntry TO gmUserName
    MOVE LOW-VALUES TO gmFromDate
    MOVE "N" TO noMoreMembers
    START groupMembersFile KEY IS >= gmKey
        INVALID KEY MOVE "Y" TO noMoreMembers
    END-START
    PERFORM UNTIL noMoreMembers = "Y"
       READ groupMembersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreMembers
           NOT AT END
               IF gmUserName NOT = studentEntry
                  MOVE "Y" TO noMoreMembers
               ELSE
                  ADD 1 TO rowsListed
                  IF gmToDate = SPACES
                     MOVE "now" TO untilText
                  ELSE
                     MOVE gmToDate TO untilText
                  END-IF
                  DISPLAY gmGroupCode " (" gmClassCode ") " gmFromDate " to " untilText
                      " - set by " gmSetBy
               END-IF
       END-READ
    END-PERFORM
    IF rowsListed = ZERO
       DISPLAY studentEntry " has never been in a group"
    END-IF.
DeleteGroup.
    PERFORM ReadGroupEntry
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    MOVE groupEntry TO gmGroupCode
    MOVE "Y" TO recordExist
    START groupMembersFile KEY IS = gmGroupCode
        INVALID KEY MOVE "N" TO recordExist
    END-START
    IF recordExist = "Y"
       DISPLAY "Group " groupEntry " has membership history and is kept for reports"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Delete group " groupEntry "? (Y/N)"
    ACCEPT confirmEntry
    IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
       DISPLAY "Group kept"
       EXIT PARAGRAPH
    END-IF
    DELETE groupsFile
        INVALID KEY DISPLAY "Could not delete the group"
        NOT INVALID KEY DISPLAY "Group deleted"
    END-DELETE.
RefreshGroupCache.
    CALL 'CheckGroupMember' USING refreshGroup, refreshPlayer, yesterdayDate,
        todayDate, refreshMember.
