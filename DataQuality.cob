       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DataQuality.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT sessionLogFile ASSIGN TO "sessionlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS slKeyGroup
    ALTERNATE RECORD KEY IS slUserName WITH DUPLICATES
    ALTERNATE RECORD KEY IS slDate WITH DUPLICATES
    FILE STATUS IS sessionLogFileStatus.
SELECT assignmentsFile ASSIGN TO "assignments.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS asgKey
    FILE STATUS IS assignmentsFileStatus.
SELECT guardianFile ASSIGN TO "guardians.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS guardianUserName
    FILE STATUS IS guardianFileStatus.
SELECT rewardsFile ASSIGN TO "rewards.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rwCode
    FILE STATUS IS rewardsFileStatus.
SELECT classesFile ASSIGN TO "classes.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS clsCode
    FILE STATUS IS classesFileStatus.
SELECT dormantFile ASSIGN TO "dormant.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS dmUserName
    FILE STATUS IS dormantFileStatus.
SELECT reportFile ASSIGN TO "dataquality.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reportFileStatus.
DATA DIVISION.
FILE SECTION.
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
COPY SESSIONREC.
FD assignmentsFile.
01 assignmentData.
       02 asgKey.
           03 asgClassCode PIC X(6).
           03 asgSeq PIC 9(3).
       02 asgExercise PIC X(2).
           88 validAssignExercise VALUES ARE "1 ", "2 ", "3 ", "4 ", "5 ",
               "6 ", "7 ", "8 ", "9 ", "12", "18", "19".
       02 asgLevel PIC X(1).
           88 validAssignLevel VALUES ARE "1" THRU "4".
       02 asgQuestionCount PIC 9(2).
       02 asgDueDate PIC X(8).
       02 asgCreatedDate PIC X(8).
       02 asgOpenFlag PIC X(1).
       02 asgRegroup PIC X(1).
       02 asgGroup PIC X(10).
FD guardianFile.
01 guardianData.
       02 guardianUserName PIC X(10).
       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD rewardsFile.
COPY REWARDREC.
FD classesFile.
01 classData.
       02 clsCode PIC X(6).
       02 clsName PIC X(20).
       02 clsTeacher PIC X(10).
       02 clsYear PIC X(9).
FD dormantFile.
01 dormantData.
       02 dmUserName PIC X(10).
       02 dmPass PIC X(10).
       02 dmPoints PIC 9(7).
       02 dmLockedFlag PIC X(1).
       02 dmUnlockedLevel PIC 9(1).
       02 dmClassCode PIC X(6).
       02 dmLastActiveDate PIC X(8).
       02 dmRoleFlag PIC X(1).
       02 dmDailyLimit PIC 9(3).
       02 dmDormantDate PIC X(8).
FD reportFile.
01 reportLine PIC X(100).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 assignmentsFileStatus PIC X(2).
01 guardianFileStatus PIC X(2).
01 rewardsFileStatus PIC X(2).
01 classesFileStatus PIC X(2).
01 dormantFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 recordCount PIC 9(7).
01 fileExceptions PIC 9(7).
01 totalExceptions PIC 9(7) VALUE ZERO.
01 excFile PIC X(12).
01 excKey PIC X(26).
01 excField PIC X(18).
01 excRule PIC X(24).
01 excValue PIC X(20).
01 checkDate PIC X(8).
01 checkDateNum PIC 9(8).
01 dateIsValid PIC X(1).
01 lookupClass PIC X(6).
01 classFound PIC X(1).
01 lookupStudent PIC X(10).
01 studentFound PIC X(1).
01 atSignCount PIC 9(2).
01 badPhoneCount PIC 9(2).
01 ruleTable.
       02 ruleEntry OCCURS 100 TIMES.
           03 ruleFile PIC X(12).
           03 ruleField PIC X(18).
           03 ruleName PIC X(24).
           03 ruleCount PIC 9(7).
01 ruleTableCount PIC 9(3) VALUE ZERO.
01 ruleIndex PIC 9(3).
01 ruleFound PIC X(1).
01 countDisp PIC Z(6)9.
01 alertSource PIC X(12) VALUE "DATAQUALITY".
01 alertSeverity PIC X(1) VALUE "E".
01 alertMessage PIC X(60).
01 decryptMode PIC X(1) VALUE "D".
PROCEDURE DIVISION.
DataQualityProcess.
    DISPLAY "=== Master file data-quality scan ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not open dataquality.txt, status " reportFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE SPACES TO reportLine
    STRING "DATA-QUALITY EXCEPTIONS - " todayDate DELIMITED BY SIZE
        INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE "FILE         KEY                        FIELD              RULE                     VALUE"
        TO reportLine
    WRITE reportLine
    OPEN INPUT classesFile
    OPEN INPUT dormantFile
    PERFORM ScanPlayers
    PERFORM ScanSessionLog
    PERFORM ScanAssignments
    PERFORM ScanGuardians
    PERFORM ScanRewards
    IF classesFileStatus = "00"
       CLOSE classesFile
    END-IF
    IF dormantFileStatus = "00"
       CLOSE dormantFile
    END-IF
    PERFORM WriteRuleSummary
    CLOSE reportFile
    IF totalExceptions = ZERO
       DISPLAY "No data-quality exceptions found"
    ELSE
       DISPLAY totalExceptions " data-quality exception(s) - see dataquality.txt"
       MOVE SPACES TO alertMessage
       STRING "Data-quality scan found " totalExceptions " exception(s)"
           DELIMITED BY SIZE INTO alertMessage
       END-STRING
       CALL 'RaiseAlert' USING alertSource, alertSeverity, alertMessage
    END-IF.
    GOBACK.
ScanPlayers.
    MOVE "players" TO excFile
    MOVE ZERO TO recordCount
    MOVE ZERO TO fileExceptions
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "players - could not open, status " playersFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM CheckOnePlayer
       END-READ
    END-PERFORM
    CLOSE playersFile
    PERFORM ReportFileCounts.
CheckOnePlayer.
    ADD 1 TO recordCount
    MOVE SPACES TO excKey
    MOVE userName TO excKey
    IF userName = SPACES
       MOVE "userName" TO excField
       MOVE "MUST NOT BE BLANK" TO excRule
       MOVE userName TO excValue
       PERFORM AddException
    END-IF
    IF pass = SPACES
       MOVE "pass" TO excField
       MOVE "MUST NOT BE BLANK" TO excRule
       MOVE SPACES TO excValue
       PERFORM AddException
    END-IF
    IF points IS NOT NUMERIC
       MOVE "points" TO excField
       MOVE "NOT NUMERIC" TO excRule
       MOVE points TO excValue
       PERFORM AddException
    END-IF
    IF lockedFlag NOT = "Y" AND lockedFlag NOT = "N" AND lockedFlag NOT = SPACE
       MOVE "lockedFlag" TO excField
       MOVE "NOT Y OR N" TO excRule
       MOVE lockedFlag TO excValue
       PERFORM AddException
    END-IF
    IF unlockedLevel IS NOT NUMERIC
       MOVE "unlockedLevel" TO excField
       MOVE "NOT NUMERIC" TO excRule
       MOVE unlockedLevel TO excValue
       PERFORM AddException
    ELSE
       IF unlockedLevel > 4
          MOVE "unlockedLevel" TO excField
          MOVE "OUTSIDE 0-4" TO excRule
          MOVE unlockedLevel TO excValue
          PERFORM AddException
       END-IF
    END-IF
    IF classCode NOT = SPACES
       MOVE classCode TO lookupClass
       PERFORM FindClass
       IF classFound = "N"
          MOVE "classCode" TO excField
          MOVE "NOT IN CLASSES" TO excRule
          MOVE classCode TO excValue
          PERFORM AddException
       END-IF
    END-IF
    IF lastActiveDate NOT = SPACES
       MOVE lastActiveDate TO checkDate
       PERFORM CheckOneDate
       MOVE "lastActiveDate" TO excField
       MOVE lastActiveDate TO excValue
       IF dateIsValid = "N"
          MOVE "NOT A REAL DATE" TO excRule
          PERFORM AddException
       ELSE
          IF lastActiveDate > todayDate
             MOVE "IN THE FUTURE" TO excRule
             PERFORM AddException
          END-IF
       END-IF
    END-IF
    IF roleFlag NOT = "S" AND roleFlag NOT = "T" AND roleFlag NOT = SPACE
       MOVE "roleFlag" TO excField
       MOVE "NOT S OR T" TO excRule
       MOVE roleFlag TO excValue
       PERFORM AddException
    END-IF
    IF dailyLimitMinutes IS NOT NUMERIC
       MOVE "dailyLimitMinutes" TO excField
       MOVE "NOT NUMERIC" TO excRule
       MOVE dailyLimitMinutes TO excValue
       PERFORM AddException
    END-IF.
ScanSessionLog.
    MOVE "sessionlog" TO excFile
    MOVE ZERO TO recordCount
    MOVE ZERO TO fileExceptions
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "sessionlog - could not open, status " sessionLogFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM CheckOneSession
       END-READ
    END-PERFORM
    CLOSE sessionLogFile
    PERFORM ReportFileCounts.
CheckOneSession.
    ADD 1 TO recordCount
    MOVE slKeyGroup TO excKey
    IF slUserName = SPACES
       MOVE "slUserName" TO excField
       MOVE "MUST NOT BE BLANK" TO excRule
       MOVE SPACES TO excValue
       PERFORM AddException
    END-IF
    MOVE slDate TO checkDate
    PERFORM CheckOneDate
    MOVE "slDate" TO excField
    MOVE slDate TO excValue
    IF dateIsValid = "N"
       MOVE "NOT A REAL DATE" TO excRule
       PERFORM AddException
    ELSE
       IF slDate > todayDate
          MOVE "IN THE FUTURE" TO excRule
          PERFORM AddException
       END-IF
    END-IF
    IF slTime IS NOT NUMERIC OR slTime(1:2) > "23" OR slTime(3:2) > "59"
            OR slTime(5:2) > "59"
       MOVE "slTime" TO excField
       MOVE "NOT A VALID TIME" TO excRule
       MOVE slTime TO excValue
       PERFORM AddException
    END-IF
    IF slExercise = SPACES
       MOVE "slExercise" TO excField
       MOVE "MUST NOT BE BLANK" TO excRule
       MOVE SPACES TO excValue
       PERFORM AddException
    END-IF
    IF slLevel NOT = SPACE AND (slLevel < "1" OR slLevel > "4")
       MOVE "slLevel" TO excField
       MOVE "OUTSIDE 1-4" TO excRule
       MOVE slLevel TO excValue
       PERFORM AddException
    END-IF
    IF slResult NOT = "Y" AND slResult NOT = "N" AND slResult NOT = "H"
       MOVE "slResult" TO excField
       MOVE "NOT Y, N OR H" TO excRule
       MOVE slResult TO excValue
       PERFORM AddException
    END-IF
    IF slSeconds IS NOT NUMERIC
       MOVE "slSeconds" TO excField
       MOVE "NOT NUMERIC" TO excRule
       MOVE slSeconds TO excValue
       PERFORM AddException
    END-IF
    IF slConfidence NOT = SPACE AND slConfidence NOT = "S" AND slConfidence NOT = "U"
       MOVE "slConfidence" TO excField
       MOVE "NOT S, U OR BLANK" TO excRule
       MOVE slConfidence TO excValue
       PERFORM AddException
    END-IF
    IF slForm NOT = SPACE AND slForm NOT = "A" AND slForm NOT = "B" AND slForm NOT = "R"
       MOVE "slForm" TO excField
       MOVE "NOT A, B, R OR BLANK" TO excRule
       MOVE slForm TO excValue
       PERFORM AddException
    END-IF
    IF slAnswerFormat NOT = SPACE AND slAnswerFormat NOT = "F" AND slAnswerFormat NOT = "M"
       MOVE "slAnswerFormat" TO excField
       MOVE "NOT F, M OR BLANK" TO excRule
       MOVE slAnswerFormat TO excValue
       PERFORM AddException
    END-IF
    IF slChoiceSource NOT = SPACE AND slChoiceSource NOT = "C"
            AND slChoiceSource NOT = "H" AND slChoiceSource NOT = "G"
       MOVE "slChoiceSource" TO excField
       MOVE "NOT C, H, G OR BLANK" TO excRule
       MOVE slChoiceSource TO excValue
       PERFORM AddException
    END-IF
    IF slSolutionViewed NOT = SPACE AND slSolutionViewed NOT = "Y"
            AND slSolutionViewed NOT = "N"
       MOVE "slSolutionViewed" TO excField
       MOVE "NOT Y, N OR BLANK" TO excRule
       MOVE slSolutionViewed TO excValue
       PERFORM AddException
    END-IF.
ScanAssignments.
    MOVE "assignments" TO excFile
    MOVE ZERO TO recordCount
    MOVE ZERO TO fileExceptions
    OPEN INPUT assignmentsFile
    IF assignmentsFileStatus = "35"
       DISPLAY "assignments - no file present - OK"
       EXIT PARAGRAPH
    END-IF
    IF assignmentsFileStatus NOT = "00"
       DISPLAY "assignments - could not open, status " assignmentsFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ assignmentsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM CheckOneAssignment
       END-READ
    END-PERFORM
    CLOSE assignmentsFile
    PERFORM ReportFileCounts.
CheckOneAssignment.
    ADD 1 TO recordCount
    MOVE SPACES TO excKey
    MOVE asgKey TO excKey
    MOVE asgClassCode TO lookupClass
    PERFORM FindClass
    IF classFound = "N"
       MOVE "asgClassCode" TO excField
       MOVE "NOT IN CLASSES" TO excRule
       MOVE asgClassCode TO excValue
       PERFORM AddException
    END-IF
    IF asgSeq IS NOT NUMERIC
       MOVE "asgSeq" TO excField
       MOVE "NOT NUMERIC" TO excRule
       MOVE asgSeq TO excValue
       PERFORM AddException
    END-IF
    IF NOT validAssignExercise
       MOVE "asgExercise" TO excField
       MOVE "NOT AN ASSIGNABLE EXERCISE" TO excRule
       MOVE asgExercise TO excValue
       PERFORM AddException
    END-IF
    IF NOT validAssignLevel
       MOVE "asgLevel" TO excField
       MOVE "OUTSIDE 1-4" TO excRule
       MOVE asgLevel TO excValue
       PERFORM AddException
    END-IF
    IF asgQuestionCount IS NOT NUMERIC
       MOVE "asgQuestionCount" TO excField
       MOVE "NOT NUMERIC" TO excRule
       MOVE asgQuestionCount TO excValue
       PERFORM AddException
    ELSE
       IF asgQuestionCount = ZERO
          MOVE "asgQuestionCount" TO excField
          MOVE "MUST BE ABOVE ZERO" TO excRule
          MOVE asgQuestionCount TO excValue
          PERFORM AddException
       END-IF
    END-IF
    MOVE asgDueDate TO checkDate
    PERFORM CheckOneDate
    IF dateIsValid = "N"
       MOVE "asgDueDate" TO excField
       MOVE "NOT A REAL DATE" TO excRule
       MOVE asgDueDate TO excValue
       PERFORM AddException
    END-IF
    MOVE asgCreatedDate TO checkDate
    PERFORM CheckOneDate
    IF dateIsValid = "N"
       MOVE "asgCreatedDate" TO excField
       MOVE "NOT A REAL DATE" TO excRule
       MOVE asgCreatedDate TO excValue
       PERFORM AddException
    ELSE
       IF asgDueDate < asgCreatedDate
          MOVE "asgDueDate" TO excField
          MOVE "BEFORE CREATED DATE" TO excRule
          MOVE asgDueDate TO excValue
          PERFORM AddException
       END-IF
    END-IF
    IF asgOpenFlag NOT = "Y" AND asgOpenFlag NOT = "N"
       MOVE "asgOpenFlag" TO excField
       MOVE "NOT Y OR N" TO excRule
       MOVE asgOpenFlag TO excValue
       PERFORM AddException
    END-IF
    IF asgRegroup NOT = SPACE AND asgRegroup NOT = "A" AND asgRegroup NOT = "N"
       MOVE "asgRegroup" TO excField
       MOVE "NOT A, N OR BLANK" TO excRule
       MOVE asgRegroup TO excValue
       PERFORM AddException
    END-IF.
ScanGuardians.
    MOVE "guardians" TO excFile
    MOVE ZERO TO recordCount
    MOVE ZERO TO fileExceptions
    OPEN INPUT guardianFile
    IF guardianFileStatus = "35"
       DISPLAY "guardians - no file present - OK"
       EXIT PARAGRAPH
    END-IF
    IF guardianFileStatus NOT = "00"
       DISPLAY "guardians - could not open, status " guardianFileStatus
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT playersFile
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ guardianFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM CheckOneGuardian
       END-READ
    END-PERFORM
    IF playersFileStatus = "00"
       CLOSE playersFile
    END-IF
    CLOSE guardianFile
    PERFORM ReportFileCounts.
CheckOneGuardian.
    ADD 1 TO recordCount
    MOVE SPACES TO excKey
    MOVE guardianUserName TO excKey
    MOVE guardianUserName TO lookupStudent
    PERFORM FindStudent
    IF studentFound = "N"
       MOVE "guardianUserName" TO excField
       MOVE "NO SUCH STUDENT" TO excRule
       MOVE guardianUserName TO excValue
       PERFORM AddException
    END-IF
    IF guardianName = SPACES
       MOVE "guardianName" TO excField
       MOVE "MUST NOT BE BLANK" TO excRule
       MOVE SPACES TO excValue
       PERFORM AddException
    END-IF
    CALL 'GuardianCipher' USING decryptMode, guardianUserName, guardianPhone,
        guardianEmail, guardianCipherFlag
    IF guardianPhone NOT = SPACES
       MOVE ZERO TO badPhoneCount
       INSPECT guardianPhone TALLYING badPhoneCount FOR ALL "A" "B" "C" "D" "E"
           "F" "G" "H" "I" "J" "K" "L" "M" "N" "O" "P" "Q" "R" "S" "T" "U"
           "V" "W" "X" "Y" "Z" "a" "b" "c" "d" "e" "f" "g" "h" "i" "j" "k"
           "l" "m" "n" "o" "p" "q" "r" "s" "t" "u" "v" "w" "x" "y" "z" "@"
       IF badPhoneCount > ZERO
          MOVE "guardianPhone" TO excField
          MOVE "LETTERS IN PHONE NUMBER" TO excRule
          MOVE "(encrypted - hidden)" TO excValue
          PERFORM AddException
       END-IF
    END-IF
    IF guardianEmail NOT = SPACES
       MOVE ZERO TO atSignCount
       INSPECT guardianEmail TALLYING atSignCount FOR ALL "@"
       IF atSignCount NOT = 1 OR guardianEmail(1:1) = "@"
          MOVE "guardianEmail" TO excField
          MOVE "NOT AN EMAIL ADDRESS" TO excRule
          MOVE "(encrypted - hidden)" TO excValue
          PERFORM AddException
       END-IF
    END-IF
    IF guardianPhone = SPACES AND guardianEmail = SPACES
       MOVE "guardianPhone" TO excField
       MOVE "NO PHONE OR EMAIL" TO excRule
       MOVE SPACES TO excValue
       PERFORM AddException
    END-IF.
ScanRewards.
    MOVE "rewards" TO excFile
    MOVE ZERO TO recordCount
    MOVE ZERO TO fileExceptions
    OPEN INPUT rewardsFile
    IF rewardsFileStatus = "35"
       DISPLAY "rewards - no file present - OK"
       EXIT PARAGRAPH
    END-IF
    IF rewardsFileStatus NOT = "00"
       DISPLAY "rewards - could not open, status " rewardsFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ rewardsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM CheckOneReward
       END-READ
    END-PERFORM
    CLOSE rewardsFile
    PERFORM ReportFileCounts.
CheckOneReward.
    ADD 1 TO recordCount
    MOVE SPACES TO excKey
    MOVE rwCode TO excKey
    IF rwCode = SPACES
       MOVE "rwCode" TO excField
       MOVE "MUST NOT BE BLANK" TO excRule
       MOVE SPACES TO excValue
       PERFORM AddException
    END-IF
    IF rwName = SPACES
       MOVE "rwName" TO excField
       MOVE "MUST NOT BE BLANK" TO excRule
       MOVE SPACES TO excValue
       PERFORM AddException
    END-IF
    IF rwCost IS NOT NUMERIC
       MOVE "rwCost" TO excField
       MOVE "NOT NUMERIC" TO excRule
       MOVE rwCost TO excValue
       PERFORM AddException
    ELSE
       IF rwCost = ZERO
          MOVE "rwCost" TO excField
          MOVE "MUST BE ABOVE ZERO" TO excRule
          MOVE rwCost TO excValue
          PERFORM AddException
       END-IF
    END-IF
    IF rwActiveFlag NOT = "Y" AND rwActiveFlag NOT = "N"
       MOVE "rwActiveFlag" TO excField
       MOVE "NOT Y OR N" TO excRule
       MOVE rwActiveFlag TO excValue
       PERFORM AddException
    END-IF
    IF rwQtyOnHand IS NOT NUMERIC
       MOVE "rwQtyOnHand" TO excField
       MOVE "NOT NUMERIC" TO excRule
       MOVE rwQtyOnHand TO excValue
       PERFORM AddException
    END-IF.
CheckOneDate.
    MOVE "N" TO dateIsValid
    IF checkDate IS NUMERIC
       MOVE checkDate TO checkDateNum
       IF FUNCTION TEST-DATE-YYYYMMDD(checkDateNum) = ZERO
          MOVE "Y" TO dateIsValid
       END-IF
    END-IF.
FindClass.
    MOVE "N" TO classFound
    IF classesFileStatus NOT = "00" AND classesFileStatus NOT = "23"
       MOVE "Y" TO classFound
       EXIT PARAGRAPH
    END-IF
    MOVE lookupClass TO clsCode
    READ classesFile
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO classFound
    END-READ.
FindStudent.
    MOVE "N" TO studentFound
    IF playersFileStatus NOT = "00" AND playersFileStatus NOT = "23"
       MOVE "Y" TO studentFound
       EXIT PARAGRAPH
    END-IF
    MOVE lookupStudent TO userName
    READ playersFile
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO studentFound
    END-READ
    IF studentFound = "N"
            AND (dormantFileStatus = "00" OR dormantFileStatus = "23")
       MOVE lookupStudent TO dmUserName
       READ dormantFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE "Y" TO studentFound
       END-READ
    END-IF.
AddException.
    ADD 1 TO fileExceptions
    ADD 1 TO totalExceptions
    MOVE SPACES TO reportLine
    STRING excFile " " excKey " " excField " " excRule " " excValue
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE "N" TO ruleFound
    PERFORM VARYING ruleIndex FROM 1 BY 1
            UNTIL ruleIndex > ruleTableCount OR ruleFound = "Y"
       IF ruleFile(ruleIndex) = excFile AND ruleField(ruleIndex) = excField
               AND ruleName(ruleIndex) = excRule
          MOVE "Y" TO ruleFound
          ADD 1 TO ruleCount(ruleIndex)
       END-IF
    END-PERFORM
    IF ruleFound = "N" AND ruleTableCount < 100
       ADD 1 TO ruleTableCount
       MOVE excFile TO ruleFile(ruleTableCount)
       MOVE excField TO ruleField(ruleTableCount)
       MOVE excRule TO ruleName(ruleTableCount)
       MOVE 1 TO ruleCount(ruleTableCount)
    END-IF.
ReportFileCounts.
    DISPLAY excFile " - " recordCount " record(s) checked, "
        fileExceptions " exception(s)".
WriteRuleSummary.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "EXCEPTIONS BY FILE, FIELD AND RULE" TO reportLine
    WRITE reportLine
    IF ruleTableCount = ZERO
       MOVE "  none" TO reportLine
       WRITE reportLine
    END-IF
    PERFORM VARYING ruleIndex FROM 1 BY 1 UNTIL ruleIndex > ruleTableCount
       MOVE ruleCount(ruleIndex) TO countDisp
       MOVE SPACES TO reportLine
       STRING ruleFile(ruleIndex) " " ruleField(ruleIndex) " "
           ruleName(ruleIndex) " " countDisp DELIMITED BY SIZE
           INTO reportLine
       END-STRING
       WRITE reportLine
       DISPLAY FUNCTION TRIM(reportLine)
    END-PERFORM
    MOVE totalExceptions TO countDisp
    MOVE SPACES TO reportLine
    STRING "TOTAL EXCEPTIONS " countDisp DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine.
