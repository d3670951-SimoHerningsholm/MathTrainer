       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. YearEndPromotion.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT promotionMapFile ASSIGN TO "promotionmap.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS promotionMapFileStatus.
SELECT promotionLogFile ASSIGN TO "promotionlog.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS promotionLogFileStatus.
SELECT reportFile ASSIGN TO DYNAMIC reportFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reportFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS playersFileStatus.
SELECT dormantFile ASSIGN TO "dormant.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS dmUserName
    FILE STATUS IS dormantFileStatus.
SELECT classesFile ASSIGN TO "classes.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS clsCode
    FILE STATUS IS classesFileStatus.
SELECT assignmentsFile ASSIGN TO "assignments.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS asgKey
    FILE STATUS IS assignmentsFileStatus.
SELECT classGoalsFile ASSIGN TO "classgoals.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cgKey
    FILE STATUS IS classGoalsFileStatus.
SELECT groupMembersFile ASSIGN TO "groupmembers.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gmKey
    ALTERNATE RECORD KEY IS gmGroupCode WITH DUPLICATES
    FILE STATUS IS groupMembersFileStatus.
SELECT fixturesFile ASSIGN TO "leaguefixtures.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lfKey
    FILE STATUS IS fixturesFileStatus.
DATA DIVISION.
FILE SECTION.
FD promotionMapFile.
01 promotionMapRecord PIC X(40).
FD promotionLogFile.
01 promotionLogRecord PIC X(80).
FD reportFile.
01 reportLine PIC X(80).
FD playersFile.
COPY PLAYERREC.
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
FD classesFile.
01 classData.
       02 clsCode PIC X(6).
       02 clsName PIC X(20).
       02 clsTeacher PIC X(10).
       02 clsYear PIC X(9).
FD assignmentsFile.
01 assignmentData.
       02 asgKey.
           03 asgClassCode PIC X(6).
           03 asgSeq PIC 9(3).
       02 asgExercise PIC X(2).
       02 asgLevel PIC X(1).
       02 asgQuestionCount PIC 9(2).
       02 asgDueDate PIC X(8).
       02 asgCreatedDate PIC X(8).
       02 asgOpenFlag PIC X(1).
       02 asgRegroup PIC X(1).
       02 asgGroup PIC X(10).
FD classGoalsFile.
01 classGoalData.
       02 cgKey.
           03 cgClassCode PIC X(6).
           03 cgSeq PIC 9(3).
       02 cgReward PIC X(30).
       02 cgTarget PIC 9(7).
       02 cgStartDate PIC X(8).
       02 cgDeadline PIC X(8).
       02 cgSetBy PIC X(10).
FD groupMembersFile.
COPY GRPMEMREC.
FD fixturesFile.
01 fixtureData.
       02 lfKey.
           03 lfSeason PIC X(8).
           03 lfWeek PIC 9(2).
           03 lfSeq PIC 9(2).
       02 lfHomeClass PIC X(6).
       02 lfAwayClass PIC X(6).
       02 lfHomeScore PIC 9(5).
       02 lfAwayScore PIC 9(5).
       02 lfPlayedFlag PIC X(1).
WORKING-STORAGE SECTION.
01 journalActor PIC X(10) VALUE "PROMOTION".
01 journalOldImage PIC X(47).
01 journalNewImage PIC X(47).
01 promotionMapFileStatus PIC X(2).
01 promotionLogFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 reportFileName PIC X(40).
01 playersFileStatus PIC X(2).
01 dormantFileStatus PIC X(2).
01 classesFileStatus PIC X(2).
01 assignmentsFileStatus PIC X(2).
01 classGoalsFileStatus PIC X(2).
01 groupMembersFileStatus PIC X(2).
01 fixturesFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 runMode PIC X(1).
       88 dryRun VALUE "D".
       88 liveRun VALUE "U".
01 confirmEntry PIC X(1).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 yesterdayFull PIC 9(8).
01 yesterdayDate PIC X(8).
01 currentYearNo PIC 9(4).
01 currentMonthNo PIC 9(2).
01 schoolYear PIC X(9).
01 schoolYearEntry PIC X(9).
01 nextSchoolYear PIC X(9).
01 yearStartNo PIC 9(4).
01 yearEndNo PIC 9(4).
01 logYear PIC X(9).
01 logDate PIC X(8).
01 logStatus PIC X(4).
01 alreadyPromoted PIC X(1) VALUE "N".
01 promotedDate PIC X(8).
01 promotedStatus PIC X(4).
01 classesOpen PIC X(1) VALUE "N".
01 mapOldEntry PIC X(6).
01 mapNewEntry PIC X(6).
01 mapTable.
       02 mapEntry OCCURS 100 TIMES.
           03 mapOldClass PIC X(6).
           03 mapNewClass PIC X(6).
01 mapCount PIC 9(3) VALUE ZERO.
01 mapIndex PIC 9(3).
01 mapFound PIC X(1).
01 mapErrors PIC 9(3) VALUE ZERO.
01 mapLineNo PIC 9(4) VALUE ZERO.
01 classCountTable.
       02 classCountEntry OCCURS 200 TIMES.
           03 ccClass PIC X(6).
           03 ccBefore PIC 9(5).
           03 ccAfter PIC 9(5).
           03 ccNote PIC X(20).
01 classTotal PIC 9(3) VALUE ZERO.
01 classIndex PIC 9(3).
01 countClass PIC X(6).
01 leaverTable.
       02 leaverName PIC X(10) OCCURS 2000 TIMES.
01 leaverCount PIC 9(4) VALUE ZERO.
01 leaverIndex PIC 9(4).
01 movedCount PIC 9(5) VALUE ZERO.
01 unmappedCount PIC 9(5) VALUE ZERO.
01 classesCreated PIC 9(3) VALUE ZERO.
01 homeworkClosed PIC 9(5) VALUE ZERO.
01 goalsClosed PIC 9(5) VALUE ZERO.
01 groupsClosed PIC 9(5) VALUE ZERO.
01 fixturesClosed PIC 9(5) VALUE ZERO.
01 beforeDisp PIC ZZZZ9.
01 afterDisp PIC ZZZZ9.
01 modeText PIC X(8).
01 spoolType PIC X(12) VALUE "PROMOTION".
01 spoolSubject PIC X(10).
LINKAGE SECTION.
01 promotionActor PIC X(10).
PROCEDURE DIVISION USING promotionActor.
PromotionProcess.
    DISPLAY "=== Year-end class promotion ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    COMPUTE yesterdayFull =
        FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) - 1)
    MOVE yesterdayFull TO yesterdayDate
    PERFORM SetDefaultSchoolYear
    DISPLAY "School year being closed (Enter for " schoolYear ")"
    MOVE SPACES TO schoolYearEntry
    ACCEPT schoolYearEntry
    IF schoolYearEntry NOT = SPACES
       MOVE schoolYearEntry TO schoolYear
    END-IF
    IF schoolYear(1:4) NOT NUMERIC OR schoolYear(5:1) NOT = "/"
            OR schoolYear(6:4) NOT NUMERIC
       DISPLAY "Enter the school year as YYYY/YYYY"
       EXIT PROGRAM
    END-IF
    MOVE schoolYear(6:4) TO yearStartNo
    COMPUTE yearEndNo = yearStartNo + 1
    MOVE SPACES TO nextSchoolYear
    STRING yearStartNo "/" yearEndNo DELIMITED BY SIZE INTO nextSchoolYear
    END-STRING
    PERFORM CheckAlreadyPromoted
    IF alreadyPromoted = "Y"
       IF promotedStatus = "DONE"
          DISPLAY "Promotion for " schoolYear " was already run on " promotedDate
              " - it cannot be run twice"
       ELSE
          DISPLAY "Promotion for " schoolYear " was started on " promotedDate
              " and did not finish - check the class codes before running anything else"
       END-IF
       EXIT PROGRAM
    END-IF
    DISPLAY "Mode: D = dry run (nothing changed), U = update the files (default D)"
    MOVE SPACES TO runMode
    ACCEPT runMode
    MOVE FUNCTION UPPER-CASE(runMode) TO runMode
    IF NOT liveRun
       MOVE "D" TO runMode
       MOVE "DRY RUN" TO modeText
    ELSE
       MOVE "UPDATE" TO modeText
    END-IF
    PERFORM LoadPromotionMap
    IF mapCount = ZERO OR mapErrors > ZERO
       DISPLAY "Promotion map rejected - " mapErrors " error(s), "
           mapCount " class(es) mapped. Nothing was changed"
       EXIT PROGRAM
    END-IF
    IF liveRun
       DISPLAY "Promote " mapCount " class(es) from " schoolYear " to "
           nextSchoolYear " now? This cannot be undone (Y/N)"
       ACCEPT confirmEntry
       IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
          DISPLAY "Promotion not run"
          EXIT PROGRAM
       END-IF
    END-IF
    MOVE SPACES TO reportFileName
    STRING "promotion_" schoolYear(1:4) "_" schoolYear(6:4) ".txt"
        DELIMITED BY SIZE INTO reportFileName
    END-STRING
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not create " FUNCTION TRIM(reportFileName)
           ", status " reportFileStatus
       EXIT PROGRAM
    END-IF
    IF liveRun
       MOVE "STRT" TO logStatus
       PERFORM RecordPromotion
       OPEN I-O playersFile
    ELSE
       OPEN INPUT playersFile
    END-IF
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       CLOSE reportFile
       EXIT PROGRAM
    END-IF
    MOVE SPACES TO reportLine
    STRING "YEAR-END PROMOTION " schoolYear " -> " nextSchoolYear " - "
           modeText " - " todayDate " - run by " promotionActor
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    WRITE reportLine
    PERFORM PromotePlayers
    PERFORM VARYING leaverIndex FROM 1 BY 1 UNTIL leaverIndex > leaverCount
       PERFORM RetireOneLeaver
    END-PERFORM
    CLOSE playersFile
    PERFORM CreateNewClasses
    PERFORM CloseHomework
    PERFORM CloseClassGoals
    PERFORM CloseGroupMemberships
    PERFORM CloseLeagueFixtures
    PERFORM WriteClassCounts
    PERFORM WriteTotals
    CLOSE reportFile
    MOVE schoolYear TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, reportFileName
    IF liveRun
       MOVE "DONE" TO logStatus
       PERFORM RecordPromotion
    END-IF
    DISPLAY "Report written to " FUNCTION TRIM(reportFileName).
    EXIT PROGRAM.
SetDefaultSchoolYear.
    MOVE todayDate(1:4) TO currentYearNo
    MOVE todayDate(5:2) TO currentMonthNo
    IF currentMonthNo >= 8
       MOVE currentYearNo TO yearStartNo
    ELSE
       COMPUTE yearStartNo = currentYearNo - 1
    END-IF
    COMPUTE yearEndNo = yearStartNo + 1
    MOVE SPACES TO schoolYear
    STRING yearStartNo "/" yearEndNo DELIMITED BY SIZE INTO schoolYear
    END-STRING.
CheckAlreadyPromoted.
    MOVE "N" TO alreadyPromoted
    OPEN INPUT promotionLogFile
    IF promotionLogFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ promotionLogFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE SPACES TO logYear
               MOVE SPACES TO logDate
               MOVE SPACES TO logStatus
               UNSTRING promotionLogRecord DELIMITED BY ","
                   INTO logYear, logDate, logStatus
               END-UNSTRING
               IF logYear = schoolYear
                       AND (logStatus = "DONE" OR logStatus = "STRT")
                  MOVE "Y" TO alreadyPromoted
                  MOVE logDate TO promotedDate
                  MOVE logStatus TO promotedStatus
               END-IF
       END-READ
    END-PERFORM
    CLOSE promotionLogFile.
LoadPromotionMap.
    MOVE ZERO TO mapCount
    MOVE ZERO TO mapErrors
    OPEN INPUT promotionMapFile
    IF promotionMapFileStatus NOT = "00"
       DISPLAY "Could not open promotionmap.txt, status " promotionMapFileStatus
       ADD 1 TO mapErrors
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ promotionMapFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM LoadOneMapLine
       END-READ
    END-PERFORM
    CLOSE promotionMapFile.
LoadOneMapLine.
    ADD 1 TO mapLineNo
    IF promotionMapRecord = SPACES OR promotionMapRecord(1:1) = "*"
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO mapOldEntry
    MOVE SPACES TO mapNewEntry
    UNSTRING promotionMapRecord DELIMITED BY ","
        INTO mapOldEntry, mapNewEntry
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(mapOldEntry)) TO mapOldEntry
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(mapNewEntry)) TO mapNewEntry
    IF mapOldEntry = SPACES OR mapNewEntry = SPACES
       DISPLAY "Line " mapLineNo ": needs old class,new class (or LEAVE)"
       ADD 1 TO mapErrors
       EXIT PARAGRAPH
    END-IF
    MOVE mapOldEntry TO countClass
    PERFORM FindMapEntry
    IF mapFound = "Y"
       DISPLAY "Line " mapLineNo ": class " mapOldEntry " is mapped twice"
       ADD 1 TO mapErrors
       EXIT PARAGRAPH
    END-IF
    IF mapCount >= 100
       DISPLAY "Line " mapLineNo ": more than 100 classes in the map"
       ADD 1 TO mapErrors
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO mapCount
    MOVE mapOldEntry TO mapOldClass(mapCount)
    MOVE mapNewEntry TO mapNewClass(mapCount).
FindMapEntry.
    MOVE "N" TO mapFound
    PERFORM VARYING mapIndex FROM 1 BY 1
            UNTIL mapIndex > mapCount OR mapFound = "Y"
       IF mapOldClass(mapIndex) = countClass
          MOVE "Y" TO mapFound
       END-IF
    END-PERFORM
    IF mapFound = "Y"
       SUBTRACT 1 FROM mapIndex
    END-IF.
FindClassCount.
    PERFORM VARYING classIndex FROM 1 BY 1
            UNTIL classIndex > classTotal OR ccClass(classIndex) = countClass
       CONTINUE
    END-PERFORM
    IF classIndex > classTotal
       IF classTotal < 200
          ADD 1 TO classTotal
          MOVE classTotal TO classIndex
          MOVE countClass TO ccClass(classIndex)
          MOVE ZERO TO ccBefore(classIndex)
          MOVE ZERO TO ccAfter(classIndex)
          MOVE SPACES TO ccNote(classIndex)
       ELSE
          MOVE ZERO TO classIndex
       END-IF
    END-IF.
PromotePlayers.
    MOVE LOW-VALUES TO userName
    MOVE "N" TO noMoreRecords
    START playersFile KEY IS >= userName
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF roleFlag NOT = "T"
                  PERFORM PromoteOnePlayer
               END-IF
       END-READ
    END-PERFORM.
PromoteOnePlayer.
    MOVE classCode TO countClass
    PERFORM FindClassCount
    IF classIndex > ZERO
       ADD 1 TO ccBefore(classIndex)
    END-IF
    PERFORM FindMapEntry
    IF mapFound = "N"
       ADD 1 TO unmappedCount
       IF classIndex > ZERO
          ADD 1 TO ccAfter(classIndex)
          MOVE "not in the map" TO ccNote(classIndex)
       END-IF
       EXIT PARAGRAPH
    END-IF
    IF mapNewClass(mapIndex) = "LEAVE"
       IF leaverCount < 2000
          ADD 1 TO leaverCount
          MOVE userName TO leaverName(leaverCount)
       ELSE
          DISPLAY "Too many leavers - " userName " left in class " classCode
       END-IF
       EXIT PARAGRAPH
    END-IF
    MOVE mapNewClass(mapIndex) TO countClass
    PERFORM FindClassCount
    IF classIndex > ZERO
       ADD 1 TO ccAfter(classIndex)
    END-IF
    ADD 1 TO movedCount
    IF dryRun
       EXIT PARAGRAPH
    END-IF
    MOVE playersData TO journalOldImage
    MOVE mapNewClass(mapIndex) TO classCode
    MOVE playersData TO journalNewImage
    CALL 'JournalPlayer' USING journalActor, journalOldImage, journalNewImage
    CALL 'SealPlayer' USING playersData
    REWRITE playersData
        INVALID KEY DISPLAY "Could not move " userName " to " classCode
    END-REWRITE.
RetireOneLeaver.
    IF dryRun
       EXIT PARAGRAPH
    END-IF
    MOVE leaverName(leaverIndex) TO userName
    READ playersFile
        INVALID KEY CONTINUE
    END-READ
    IF playersFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    OPEN I-O dormantFile
    IF dormantFileStatus = "35"
       OPEN OUTPUT dormantFile
       CLOSE dormantFile
       OPEN I-O dormantFile
    END-IF
    IF dormantFileStatus NOT = "00"
       DISPLAY "Dormant file unavailable - " userName " left in class " classCode
       EXIT PARAGRAPH
    END-IF
    MOVE userName TO dmUserName
    MOVE pass TO dmPass
    MOVE points TO dmPoints
    MOVE lockedFlag TO dmLockedFlag
    MOVE unlockedLevel TO dmUnlockedLevel
    MOVE classCode TO dmClassCode
    MOVE lastActiveDate TO dmLastActiveDate
    MOVE roleFlag TO dmRoleFlag
    MOVE dailyLimitMinutes TO dmDailyLimit
    MOVE todayDate TO dmDormantDate
    WRITE dormantData
        INVALID KEY
           REWRITE dormantData
               INVALID KEY CONTINUE
           END-REWRITE
    END-WRITE
    CLOSE dormantFile
    DELETE playersFile
        INVALID KEY DISPLAY "Could not remove leaver " userName
    END-DELETE.
CreateNewClasses.
    IF liveRun
       OPEN I-O classesFile
       IF classesFileStatus = "35"
          OPEN OUTPUT classesFile
          CLOSE classesFile
          OPEN I-O classesFile
       END-IF
    ELSE
       OPEN INPUT classesFile
    END-IF
    IF classesFileStatus = "00"
       MOVE "Y" TO classesOpen
    END-IF
    PERFORM VARYING mapIndex FROM 1 BY 1 UNTIL mapIndex > mapCount
       IF mapNewClass(mapIndex) NOT = "LEAVE"
          PERFORM CreateOneClass
       END-IF
    END-PERFORM
    IF classesOpen = "Y"
       CLOSE classesFile
    END-IF.
CreateOneClass.
    MOVE mapNewClass(mapIndex) TO countClass
    PERFORM FindClassCount
    IF classIndex = ZERO OR ccNote(classIndex) NOT = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE mapNewClass(mapIndex) TO clsCode
    MOVE "N" TO mapFound
    IF classesOpen = "Y"
       READ classesFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE "Y" TO mapFound
       END-READ
    END-IF
    IF mapFound = "Y"
       MOVE "existing class" TO ccNote(classIndex)
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO classesCreated
    MOVE "new class" TO ccNote(classIndex)
    IF dryRun OR classesOpen = "N"
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO classData
    MOVE mapNewClass(mapIndex) TO clsCode
    MOVE mapNewClass(mapIndex) TO clsName
    MOVE nextSchoolYear TO clsYear
    WRITE classData
        INVALID KEY
            DISPLAY "Could not create class " clsCode
            MOVE "NOT CREATED" TO ccNote(classIndex)
    END-WRITE.
CloseHomework.
    IF liveRun
       OPEN I-O assignmentsFile
    ELSE
       OPEN INPUT assignmentsFile
    END-IF
    IF assignmentsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ assignmentsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE asgClassCode TO countClass
               PERFORM FindMapEntry
               IF mapFound = "Y" AND asgOpenFlag = "Y"
                  ADD 1 TO homeworkClosed
                  IF liveRun
                     MOVE "N" TO asgOpenFlag
                     REWRITE assignmentData
                         INVALID KEY DISPLAY "Could not close homework " asgKey
                     END-REWRITE
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE assignmentsFile.
CloseClassGoals.
    IF liveRun
       OPEN I-O classGoalsFile
    ELSE
       OPEN INPUT classGoalsFile
    END-IF
    IF classGoalsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ classGoalsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE cgClassCode TO countClass
               PERFORM FindMapEntry
               IF mapFound = "Y" AND cgDeadline >= todayDate
                  ADD 1 TO goalsClosed
                  IF liveRun
                     MOVE yesterdayDate TO cgDeadline
                     IF cgStartDate > cgDeadline
                        MOVE cgDeadline TO cgStartDate
                     END-IF
                     REWRITE classGoalData
                         INVALID KEY DISPLAY "Could not close class goal " cgKey
                     END-REWRITE
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE classGoalsFile.
CloseGroupMemberships.
    IF liveRun
       OPEN I-O groupMembersFile
    ELSE
       OPEN INPUT groupMembersFile
    END-IF
    IF groupMembersFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ groupMembersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE gmClassCode TO countClass
               PERFORM FindMapEntry
               IF mapFound = "Y" AND gmToDate = SPACES
                  ADD 1 TO groupsClosed
                  IF liveRun
                     IF gmFromDate > yesterdayDate
                        MOVE gmFromDate TO gmToDate
                     ELSE
                        MOVE yesterdayDate TO gmToDate
                     END-IF
                     MOVE promotionActor TO gmSetBy
                     REWRITE groupMemberData
                         INVALID KEY DISPLAY "Could not close group membership " gmKey
                     END-REWRITE
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE groupMembersFile.
CloseLeagueFixtures.
    IF liveRun
       OPEN I-O fixturesFile
    ELSE
       OPEN INPUT fixturesFile
    END-IF
    IF fixturesFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ fixturesFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF lfPlayedFlag NOT = "Y" AND lfPlayedFlag NOT = "C"
                  PERFORM CloseOneFixture
               END-IF
       END-READ
    END-PERFORM
    CLOSE fixturesFile.
CloseOneFixture.
    MOVE lfHomeClass TO countClass
    PERFORM FindMapEntry
    IF mapFound = "N"
       MOVE lfAwayClass TO countClass
       PERFORM FindMapEntry
    END-IF
    IF mapFound = "N"
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO fixturesClosed
    IF liveRun
       MOVE "C" TO lfPlayedFlag
       REWRITE fixtureData
           INVALID KEY DISPLAY "Could not close fixture " lfKey
       END-REWRITE
    END-IF.
WriteClassCounts.
    MOVE "Class   Before  After   " TO reportLine
    WRITE reportLine
    PERFORM VARYING classIndex FROM 1 BY 1 UNTIL classIndex > classTotal
       MOVE ccBefore(classIndex) TO beforeDisp
       MOVE ccAfter(classIndex) TO afterDisp
       MOVE SPACES TO reportLine
       STRING ccClass(classIndex) "  " beforeDisp "  " afterDisp "   "
              ccNote(classIndex)
           DELIMITED BY SIZE INTO reportLine
       END-STRING
       WRITE reportLine
       DISPLAY FUNCTION TRIM(reportLine TRAILING)
    END-PERFORM.
WriteTotals.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING movedCount " student(s) moved up, " leaverCount
           " leaving to the dormant file, " unmappedCount " not in the map"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    DISPLAY FUNCTION TRIM(reportLine TRAILING)
    MOVE SPACES TO reportLine
    STRING classesCreated " class(es) created for " nextSchoolYear ", "
           homeworkClosed " homework, " goalsClosed " class goal(s) and "
           fixturesClosed " league fixture(s) closed"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    DISPLAY FUNCTION TRIM(reportLine TRAILING)
    MOVE SPACES TO reportLine
    STRING groupsClosed " open group membership(s) ended with the old class"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    DISPLAY FUNCTION TRIM(reportLine TRAILING)
    IF dryRun
       MOVE "DRY RUN - no file was changed" TO reportLine
       WRITE reportLine
       DISPLAY reportLine
    END-IF.
RecordPromotion.
    OPEN EXTEND promotionLogFile
    IF promotionLogFileStatus = "35"
       OPEN OUTPUT promotionLogFile
    END-IF
    IF promotionLogFileStatus NOT = "00"
       DISPLAY "Could not record the promotion in promotionlog.txt, status "
           promotionLogFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO promotionLogRecord
    STRING schoolYear "," todayDate "," logStatus "," FUNCTION TRIM(promotionActor) ","
           movedCount "," leaverCount
        DELIMITED BY SIZE INTO promotionLogRecord
    END-STRING
    WRITE promotionLogRecord
    CLOSE promotionLogFile.
