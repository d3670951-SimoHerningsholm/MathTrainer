       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. StaffImport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT staffListFile ASSIGN TO "staff.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS staffListFileStatus.
SELECT rejectFile ASSIGN TO "staffrejects.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS rejectFileStatus.
SELECT reportFile ASSIGN TO "staffimportreport.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reportFileStatus.
SELECT credentialsFile ASSIGN TO DYNAMIC credentialsFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS credentialsFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS playersFileStatus.
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
SELECT profilesFile ASSIGN TO "profiles.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pfUserName
    FILE STATUS IS profilesFileStatus.
SELECT forceChangeFile ASSIGN TO "forcechange.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fcUserName
    FILE STATUS IS forceChangeFileStatus.
DATA DIVISION.
FILE SECTION.
FD staffListFile.
01 staffListRecord PIC X(120).
FD rejectFile.
01 rejectRecord PIC X(120).
FD reportFile.
01 reportRecord PIC X(120).
FD credentialsFile.
01 credentialsLine PIC X(80).
FD playersFile.
COPY PLAYERREC.
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
           88 validStaffRole VALUES ARE "L", "C", "A".
       02 csAddedBy PIC X(10).
       02 csAddedDate PIC X(8).
FD profilesFile.
01 profileData.
       02 pfUserName PIC X(10).
       02 pfFullName PIC X(30).
       02 pfYearGroup PIC X(2).
FD forceChangeFile.
01 forceChangeData.
       02 fcUserName PIC X(10).
       02 fcSetDate PIC X(8).
       02 fcSetBy PIC X(10).
WORKING-STORAGE SECTION.
01 staffListFileStatus PIC X(2).
01 rejectFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 credentialsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 classesFileStatus PIC X(2).
01 classStaffFileStatus PIC X(2).
01 profilesFileStatus PIC X(2).
01 forceChangeFileStatus PIC X(2).
01 credentialsFileName PIC X(40).
01 credentialsOpen PIC X(1) VALUE "N".
01 noMoreRecords PIC X(1) VALUE "N".
01 noMoreStaffRows PIC X(1).
01 staffUserName PIC X(20).
01 staffFullName PIC X(30).
01 staffStatus PIC X(1).
01 staffClassEntry PIC X(10).
01 staffRoleEntry PIC X(1).
01 staffClassCode PIC X(6).
01 playerExist PIC X(1).
01 classExist PIC X(1).
01 rejectReason PIC X(50).
01 resultText PIC X(60).
01 todayDate PIC X(8).
01 timeNow PIC 9(8).
01 randomSeed PIC 9(8).
01 randomFraction PIC 9V9(8).
01 letterIndex PIC 9(2).
01 digitValue PIC 9(1).
01 passwordLetters PIC X(23) VALUE "ABCDEFGHJKMNPQRSTUVWXYZ".
01 tempPassword PIC X(10).
01 hashedPassword PIC X(10).
01 journalActor PIC X(10) VALUE "STAFFIMP".
01 journalOldImage PIC X(47).
01 journalNewImage PIC X(47).
01 securityEvent PIC X(12).
01 spoolType PIC X(12) VALUE "STAFFCREDS".
01 spoolSubject PIC X(10).
01 staffRowsRemoved PIC 9(3).
01 readCount PIC 9(5) VALUE ZERO.
01 createdCount PIC 9(5) VALUE ZERO.
01 updatedCount PIC 9(5) VALUE ZERO.
01 assignedCount PIC 9(5) VALUE ZERO.
01 leaverCount PIC 9(5) VALUE ZERO.
01 unchangedCount PIC 9(5) VALUE ZERO.
01 rejectedCount PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
StaffImportProcess.
    DISPLAY "=== Staff import from staff.txt ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    ACCEPT timeNow FROM TIME
    MOVE timeNow TO randomSeed
    COMPUTE randomFraction = FUNCTION RANDOM(randomSeed)
    OPEN INPUT staffListFile
    IF staffListFileStatus NOT = "00"
       DISPLAY "Could not open staff file, status " staffListFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT rejectFile
    IF rejectFileStatus NOT = "00"
       DISPLAY "Could not open reject file, status " rejectFileStatus
       CLOSE staffListFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not open report file, status " reportFileStatus
       CLOSE rejectFile
       CLOSE staffListFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN I-O playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       CLOSE reportFile
       CLOSE rejectFile
       CLOSE staffListFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN I-O classesFile
    IF classesFileStatus = "35"
       OPEN OUTPUT classesFile
       CLOSE classesFile
       OPEN I-O classesFile
    END-IF
    OPEN I-O classStaffFile
    IF classStaffFileStatus = "35"
       OPEN OUTPUT classStaffFile
       CLOSE classStaffFile
       OPEN I-O classStaffFile
    END-IF
    PERFORM UNTIL noMoreRecords = "Y"
       READ staffListFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM ImportOneStaffLine
       END-READ
    END-PERFORM
    CLOSE classStaffFile
    CLOSE classesFile
    CLOSE playersFile
    CLOSE reportFile
    CLOSE rejectFile
    CLOSE staffListFile
    IF credentialsOpen = "Y"
       CLOSE credentialsFile
       MOVE todayDate TO spoolSubject
       CALL 'RegisterSpool' USING spoolType, spoolSubject, credentialsFileName
       DISPLAY "Temporary passwords for new accounts in "
           FUNCTION TRIM(credentialsFileName)
    END-IF
    DISPLAY "Staff lines read:       " readCount
    DISPLAY "Teacher accounts added: " createdCount
    DISPLAY "Accounts updated:       " updatedCount
    DISPLAY "Class assignments set:  " assignedCount
    DISPLAY "Leavers deactivated:    " leaverCount
    DISPLAY "Lines already in place: " unchangedCount
    DISPLAY "Lines rejected:         " rejectedCount.
    EXIT PROGRAM.
ImportOneStaffLine.
    ADD 1 TO readCount
    IF staffListRecord = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO staffUserName
    MOVE SPACES TO staffFullName
    MOVE SPACES TO staffStatus
    MOVE SPACES TO staffClassEntry
    MOVE SPACES TO staffRoleEntry
    UNSTRING staffListRecord DELIMITED BY ","
        INTO staffUserName, staffFullName, staffStatus,
             staffClassEntry, staffRoleEntry
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(staffStatus) TO staffStatus
    MOVE FUNCTION UPPER-CASE(staffRoleEntry) TO staffRoleEntry
    IF staffRoleEntry = SPACES
       MOVE "L" TO staffRoleEntry
    END-IF
    MOVE FUNCTION TRIM(staffClassEntry) TO staffClassCode
    MOVE SPACES TO rejectReason
    EVALUATE TRUE
        WHEN staffUserName = SPACES
                OR FUNCTION LENGTH(FUNCTION TRIM(staffUserName)) < 3
            MOVE "Username must be at least 3 characters" TO rejectReason
        WHEN FUNCTION LENGTH(FUNCTION TRIM(staffUserName)) > 10
            MOVE "Username longer than 10 characters" TO rejectReason
        WHEN FUNCTION TRIM(staffUserName) = "*GUEST*"
            MOVE "Reserved username" TO rejectReason
        WHEN staffStatus NOT = "A" AND staffStatus NOT = "L"
            MOVE "Status must be A (active) or L (leaver)" TO rejectReason
        WHEN staffStatus = "A" AND staffFullName = SPACES
            MOVE "Full name is required for active staff" TO rejectReason
        WHEN FUNCTION LENGTH(FUNCTION TRIM(staffClassEntry)) > 6
            MOVE "Class code longer than 6 characters" TO rejectReason
        WHEN staffRoleEntry NOT = "L" AND staffRoleEntry NOT = "C"
                AND staffRoleEntry NOT = "A"
            MOVE "Class role must be L, C or A" TO rejectReason
    END-EVALUATE
    IF rejectReason = SPACES AND staffStatus = "A" AND staffClassCode NOT = SPACES
       MOVE staffClassCode TO clsCode
       MOVE "Y" TO classExist
       READ classesFile
           INVALID KEY MOVE "N" TO classExist
       END-READ
       IF classExist = "N"
          MOVE "Unknown class code" TO rejectReason
       END-IF
    END-IF
    IF rejectReason = SPACES
       MOVE "Y" TO playerExist
       MOVE FUNCTION TRIM(staffUserName) TO userName
       READ playersFile
           INVALID KEY MOVE "N" TO playerExist
       END-READ
       IF playerExist = "Y" AND roleFlag NOT = "T"
          MOVE "Username belongs to a student account" TO rejectReason
       END-IF
       IF playerExist = "N" AND staffStatus = "L"
          MOVE "Leaver has no account here" TO rejectReason
       END-IF
    END-IF
    IF rejectReason NOT = SPACES
       PERFORM WriteRejectLine
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO resultText
    IF staffStatus = "L"
       PERFORM DeactivateLeaver
    ELSE
       IF playerExist = "N"
          PERFORM CreateTeacher
       END-IF
       IF resultText(1:8) NOT = "REJECTED"
          PERFORM StoreStaffProfile
          IF staffClassCode NOT = SPACES
             PERFORM AssignClass
          END-IF
       END-IF
    END-IF
    IF resultText(1:8) = "REJECTED"
       MOVE resultText(12:) TO rejectReason
       PERFORM WriteRejectLine
       EXIT PARAGRAPH
    END-IF
    IF resultText = SPACES
       MOVE "NO CHANGE - already in place" TO resultText
       ADD 1 TO unchangedCount
    END-IF
    PERFORM WriteReportLine
    IF staffStatus = "L"
       PERFORM NoteLeaverClasses
    END-IF
    IF staffStatus = "A" AND lockedFlag = "Y"
       MOVE SPACES TO reportRecord
       STRING "  account " FUNCTION TRIM(userName)
           " is locked - unlock it in the admin menu if the teacher has returned"
           DELIMITED BY SIZE INTO reportRecord
       END-STRING
       WRITE reportRecord
    END-IF.
CreateTeacher.
    PERFORM MakeTemporaryPassword
    MOVE FUNCTION TRIM(staffUserName) TO userName
    MOVE hashedPassword TO pass
    MOVE ZERO TO points
    MOVE "N" TO lockedFlag
    MOVE 1 TO unlockedLevel
    MOVE staffClassCode TO classCode
    MOVE SPACES TO lastActiveDate
    MOVE "T" TO roleFlag
    MOVE ZERO TO dailyLimitMinutes
    CALL 'SealPlayer' USING playersData
    WRITE playersData
        INVALID KEY CONTINUE
    END-WRITE
    IF playersFileStatus NOT = "00"
       MOVE "REJECTED - Players file write error" TO resultText
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO journalOldImage
    MOVE playersData TO journalNewImage
    CALL 'JournalPlayer' USING journalActor, journalOldImage, journalNewImage
    MOVE "STAFFADD" TO securityEvent
    CALL 'LogSecurityEvent' USING userName, journalActor, securityEvent
    PERFORM FlagPasswordChange
    PERFORM WriteCredentialsLine
    MOVE "APPLIED - teacher account created" TO resultText
    MOVE "Y" TO playerExist
    ADD 1 TO createdCount.
MakeTemporaryPassword.
    MOVE SPACES TO tempPassword
    PERFORM VARYING letterIndex FROM 1 BY 1 UNTIL letterIndex > 3
       COMPUTE randomFraction = FUNCTION RANDOM
       COMPUTE randomSeed = randomFraction * 23 + 1
       MOVE passwordLetters(randomSeed:1) TO tempPassword(letterIndex:1)
    END-PERFORM
    PERFORM VARYING letterIndex FROM 4 BY 1 UNTIL letterIndex > 6
       COMPUTE randomFraction = FUNCTION RANDOM
       COMPUTE digitValue = randomFraction * 10
       MOVE digitValue TO tempPassword(letterIndex:1)
    END-PERFORM
    CALL 'HashPassword' USING tempPassword, hashedPassword.
FlagPasswordChange.
    OPEN I-O forceChangeFile
    IF forceChangeFileStatus = "35"
       OPEN OUTPUT forceChangeFile
       CLOSE forceChangeFile
       OPEN I-O forceChangeFile
    END-IF
    IF forceChangeFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE userName TO fcUserName
    MOVE todayDate TO fcSetDate
    MOVE journalActor TO fcSetBy
    WRITE forceChangeData
        INVALID KEY
            REWRITE forceChangeData
                INVALID KEY CONTINUE
            END-REWRITE
    END-WRITE
    CLOSE forceChangeFile.
WriteCredentialsLine.
    IF credentialsOpen = "N"
       MOVE SPACES TO credentialsFileName
       STRING "staffcredentials_" todayDate ".txt" DELIMITED BY SIZE
           INTO credentialsFileName
       END-STRING
       OPEN OUTPUT credentialsFile
       IF credentialsFileStatus NOT = "00"
          DISPLAY "Could not open " FUNCTION TRIM(credentialsFileName)
              ", status " credentialsFileStatus
          EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO credentialsOpen
       MOVE SPACES TO credentialsLine
       STRING "NEW TEACHER ACCOUNTS - " todayDate
           " - hand out in person, password must be changed at first login"
           DELIMITED BY SIZE INTO credentialsLine
       END-STRING
       WRITE credentialsLine
    END-IF
    MOVE SPACES TO credentialsLine
    STRING userName "  " tempPassword "  " staffFullName
        DELIMITED BY SIZE INTO credentialsLine
    END-STRING
    WRITE credentialsLine.
StoreStaffProfile.
    OPEN I-O profilesFile
    IF profilesFileStatus = "35"
       OPEN OUTPUT profilesFile
       CLOSE profilesFile
       OPEN I-O profilesFile
    END-IF
    IF profilesFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE userName TO pfUserName
    READ profilesFile
        INVALID KEY
            MOVE staffFullName TO pfFullName
            MOVE SPACES TO pfYearGroup
            WRITE profileData
                INVALID KEY CONTINUE
            END-WRITE
        NOT INVALID KEY
            IF pfFullName NOT = staffFullName
               MOVE staffFullName TO pfFullName
               REWRITE profileData
                   INVALID KEY CONTINUE
               END-REWRITE
               IF resultText = SPACES
                  MOVE "APPLIED - name updated" TO resultText
                  ADD 1 TO updatedCount
               END-IF
            END-IF
    END-READ
    CLOSE profilesFile.
AssignClass.
    MOVE staffClassCode TO csClassCode
    MOVE userName TO csTeacher
    READ classStaffFile
        INVALID KEY
            MOVE staffRoleEntry TO csRole
            MOVE journalActor TO csAddedBy
            MOVE todayDate TO csAddedDate
            WRITE classStaffData
                INVALID KEY CONTINUE
            END-WRITE
            IF classStaffFileStatus = "00"
               PERFORM NoteAssignment
            END-IF
        NOT INVALID KEY
            IF csRole NOT = staffRoleEntry
               MOVE staffRoleEntry TO csRole
               REWRITE classStaffData
                   INVALID KEY CONTINUE
               END-REWRITE
               IF classStaffFileStatus = "00"
                  PERFORM NoteAssignment
               END-IF
            END-IF
    END-READ
    IF staffRoleEntry = "L"
       MOVE staffClassCode TO clsCode
       READ classesFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF clsTeacher NOT = userName
                  MOVE userName TO clsTeacher
                  REWRITE classData
                      INVALID KEY CONTINUE
                  END-REWRITE
               END-IF
       END-READ
    END-IF
    IF classCode = SPACES
       MOVE playersData TO journalOldImage
       MOVE staffClassCode TO classCode
       MOVE playersData TO journalNewImage
       CALL 'SealPlayer' USING playersData
       REWRITE playersData
           INVALID KEY CONTINUE
       END-REWRITE
       CALL 'JournalPlayer' USING journalActor, journalOldImage, journalNewImage
    END-IF.
NoteAssignment.
    ADD 1 TO assignedCount
    IF resultText = SPACES OR resultText(1:21) = "APPLIED - name update"
       MOVE SPACES TO resultText
       STRING "APPLIED - assigned to class " staffClassCode " as " staffRoleEntry
           DELIMITED BY SIZE INTO resultText
       END-STRING
    ELSE
       MOVE SPACES TO resultText
       STRING "APPLIED - teacher account created, class " staffClassCode
           " as " staffRoleEntry DELIMITED BY SIZE INTO resultText
       END-STRING
    END-IF
    MOVE "STAFFADD" TO securityEvent
    CALL 'LogSecurityEvent' USING csTeacher, journalActor, securityEvent.
DeactivateLeaver.
    MOVE ZERO TO staffRowsRemoved
    MOVE "N" TO noMoreStaffRows
    MOVE userName TO csTeacher
    START classStaffFile KEY IS = csTeacher
        INVALID KEY MOVE "Y" TO noMoreStaffRows
    END-START
    PERFORM UNTIL noMoreStaffRows = "Y"
       READ classStaffFile NEXT RECORD
           AT END MOVE "Y" TO noMoreStaffRows
           NOT AT END
               IF csTeacher NOT = userName
                  MOVE "Y" TO noMoreStaffRows
               ELSE
                  DELETE classStaffFile
                      INVALID KEY CONTINUE
                  END-DELETE
                  ADD 1 TO staffRowsRemoved
               END-IF
       END-READ
    END-PERFORM
    IF lockedFlag = "Y" AND staffRowsRemoved = ZERO
       EXIT PARAGRAPH
    END-IF
    IF lockedFlag NOT = "Y"
       MOVE playersData TO journalOldImage
       MOVE "Y" TO lockedFlag
       MOVE playersData TO journalNewImage
       CALL 'SealPlayer' USING playersData
       REWRITE playersData
           INVALID KEY CONTINUE
       END-REWRITE
       IF playersFileStatus NOT = "00"
          MOVE "REJECTED - Could not lock the account" TO resultText
          EXIT PARAGRAPH
       END-IF
       CALL 'JournalPlayer' USING journalActor, journalOldImage, journalNewImage
       MOVE "STAFFLEAVE" TO securityEvent
       CALL 'LogSecurityEvent' USING userName, journalActor, securityEvent
    END-IF
    MOVE SPACES TO resultText
    STRING "APPLIED - deactivated, " staffRowsRemoved " class staffing row(s) removed"
        DELIMITED BY SIZE INTO resultText
    END-STRING
    ADD 1 TO leaverCount.
NoteLeaverClasses.
    MOVE "N" TO noMoreStaffRows
    MOVE LOW-VALUES TO clsCode
    START classesFile KEY IS >= clsCode
        INVALID KEY MOVE "Y" TO noMoreStaffRows
    END-START
    PERFORM UNTIL noMoreStaffRows = "Y"
       READ classesFile NEXT RECORD
           AT END MOVE "Y" TO noMoreStaffRows
           NOT AT END
               IF clsTeacher = userName
                  MOVE SPACES TO reportRecord
                  STRING "  class " clsCode " still names " FUNCTION TRIM(userName)
                      " as its teacher - assign a new lead"
                      DELIMITED BY SIZE INTO reportRecord
                  END-STRING
                  WRITE reportRecord
                  DISPLAY reportRecord
               END-IF
       END-READ
    END-PERFORM.
WriteReportLine.
    MOVE SPACES TO reportRecord
    STRING FUNCTION TRIM(staffListRecord) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(resultText) DELIMITED BY SIZE
           INTO reportRecord
    END-STRING
    WRITE reportRecord.
WriteRejectLine.
    ADD 1 TO rejectedCount
    MOVE SPACES TO rejectRecord
    STRING FUNCTION TRIM(staffListRecord) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(rejectReason) DELIMITED BY SIZE
           INTO rejectRecord
    END-STRING
    WRITE rejectRecord.
