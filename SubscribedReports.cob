       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SubscribedReports.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT reportSubsFile ASSIGN TO "reportsubs.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rsKey
    FILE STATUS IS reportSubsFileStatus.
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
SELECT runLogFile ASSIGN TO "runlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rlKey
    FILE STATUS IS runLogFileStatus.
SELECT messagesFile ASSIGN TO "messages.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS msgSeq
    FILE STATUS IS messagesFileStatus.
SELECT reportFile ASSIGN TO DYNAMIC reportFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reportFileStatus.
DATA DIVISION.
FILE SECTION.
FD reportSubsFile.
01 reportSubData.
       02 rsKey.
           03 rsTeacher PIC X(10).
           03 rsClassCode PIC X(6).
           03 rsReport PIC X(10).
       02 rsFrequency PIC X(1).
       02 rsAddedDate PIC X(8).
       02 rsLastRunDate PIC X(8).
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
COPY SESSIONREC.
FD runLogFile.
01 runLogData.
       02 rlKey.
           03 rlUserName PIC X(10).
           03 rlDate PIC X(8).
           03 rlStartTime PIC X(8).
       02 rlEndTime PIC X(8).
       02 rlExercise PIC X(15).
       02 rlLevel PIC X(1).
       02 rlQuestions PIC 9(2).
       02 rlTerminal PIC X(8).
FD messagesFile.
01 messageData.
       02 msgSeq PIC 9(5).
       02 msgTargetType PIC X(1).
       02 msgTarget PIC X(10).
       02 msgSender PIC X(10).
       02 msgText PIC X(60).
       02 msgDate PIC X(8).
       02 msgExpiryDate PIC X(8).
FD reportFile.
01 reportLine PIC X(100).
WORKING-STORAGE SECTION.
01 reportSubsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 runLogFileStatus PIC X(2).
01 messagesFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 reportFileName PIC X(40).
01 runLogOpen PIC X(1) VALUE "N".
01 noMoreSubs PIC X(1).
01 noMoreRecords PIC X(1).
01 noMoreLogRecords PIC X(1).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 todayInteger PIC 9(8).
01 lastRunFull PIC 9(8).
01 subscriptionDue PIC X(1).
01 periodDays PIC 9(2).
01 periodCutoff PIC X(8).
01 recentCutoff PIC X(8).
01 baseCutoff PIC X(8).
01 cutoffFull PIC 9(8).
01 frequencyText PIC X(7).
01 currentTeacher PIC X(10) VALUE SPACES.
01 teacherReportCount PIC 9(3) VALUE ZERO.
01 rosterClass PIC X(6) VALUE SPACES.
01 rosterTable.
       02 rosterPlayer PIC X(10) OCCURS 200 TIMES.
01 rosterCount PIC 9(3) VALUE ZERO.
01 rosterIndex PIC 9(3).
01 reportPlayer PIC X(10).
01 reportStem PIC X(10).
01 spoolType PIC X(12).
01 spoolSubject PIC X(10).
01 subsChecked PIC 9(5) VALUE ZERO.
01 reportsWritten PIC 9(5) VALUE ZERO.
01 teachersNotified PIC 9(5) VALUE ZERO.
01 nextSeq PIC 9(5).
01 expiryFull PIC 9(8).
01 readyCountDisp PIC ZZ9.
01 startStamp PIC 9(8).
01 startFields REDEFINES startStamp.
       05 startHH PIC 9(2).
       05 startMM PIC 9(2).
       05 startSS PIC 9(2).
       05 startHS PIC 9(2).
01 endStamp PIC 9(8).
01 endFields REDEFINES endStamp.
       05 endHH PIC 9(2).
       05 endMM PIC 9(2).
       05 endSS PIC 9(2).
       05 endHS PIC 9(2).
01 runSeconds PIC S9(8).
01 userSeconds PIC 9(8).
01 userRuns PIC 9(5).
01 userMinutes PIC 9(6).
01 classSeconds PIC 9(9).
01 classMinutes PIC 9(7).
01 activeCount PIC 9(3).
01 hintStats.
       02 hintEntry OCCURS 12 TIMES.
           03 hintExercise PIC X(15).
           03 hintAnswered PIC 9(6).
           03 hintTaken PIC 9(6).
           03 hintThenWrong PIC 9(6).
           03 classHintAnswered PIC 9(7).
           03 classHintTaken PIC 9(7).
01 hintIndex PIC 9(2).
01 hintRate PIC 9(3).
01 previousExercise PIC X(15).
01 previousResult PIC X(1).
01 hintPlayersShown PIC 9(3).
01 riskBaseAttempts PIC 9(6).
01 riskBaseCorrect PIC 9(6).
01 riskRecentAttempts PIC 9(6).
01 riskRecentCorrect PIC 9(6).
01 riskFlag PIC X(1).
01 riskReason PIC X(30).
01 baseAccuracy PIC 9(3).
01 recentAccuracy PIC 9(3).
01 flaggedCount PIC 9(3).
01 excusedCount PIC 9(3).
01 dayInteger PIC 9(8).
01 dayFull PIC 9(8).
01 dayDate PIC X(8).
01 excusedFlag PIC X(1).
01 recentSchoolDays PIC 9(2).
01 minRecentSchoolDays PIC 9(2) VALUE 7.
PROCEDURE DIVISION.
SubscribedReportsProcess.
    DISPLAY "=== Subscribed class reports ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(todayFull)
    OPEN I-O reportSubsFile
    IF reportSubsFileStatus = "35"
       DISPLAY "No report subscriptions on file"
       GOBACK
    END-IF
    IF reportSubsFileStatus NOT = "00"
       DISPLAY "Could not open report subscriptions, status " reportSubsFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       CLOSE reportSubsFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "Could not open session log file, status " sessionLogFileStatus
       CLOSE playersFile
       CLOSE reportSubsFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT runLogFile
    IF runLogFileStatus = "00"
       MOVE "Y" TO runLogOpen
    END-IF
    MOVE "N" TO noMoreSubs
    PERFORM UNTIL noMoreSubs = "Y"
       READ reportSubsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreSubs
           NOT AT END PERFORM ConsiderOneSubscription
       END-READ
    END-PERFORM
    IF teacherReportCount > ZERO
       PERFORM NotifyTeacher
    END-IF
    IF runLogOpen = "Y"
       CLOSE runLogFile
    END-IF
    CLOSE sessionLogFile
    CLOSE playersFile
    CLOSE reportSubsFile
    DISPLAY subsChecked " subscription(s) checked, " reportsWritten
        " report(s) written, " teachersNotified " teacher(s) notified".
    GOBACK.
ConsiderOneSubscription.
    ADD 1 TO subsChecked
    IF rsTeacher NOT = currentTeacher
       IF teacherReportCount > ZERO
          PERFORM NotifyTeacher
       END-IF
       MOVE rsTeacher TO currentTeacher
       MOVE ZERO TO teacherReportCount
    END-IF
    PERFORM CheckSubscriptionDue
    IF subscriptionDue = "N"
       EXIT PARAGRAPH
    END-IF
    IF rsClassCode NOT = rosterClass
       PERFORM LoadClassRoster
    END-IF
    IF rsFrequency = "M"
       MOVE 30 TO periodDays
       MOVE "monthly" TO frequencyText
    ELSE
       MOVE 7 TO periodDays
       MOVE "weekly" TO frequencyText
    END-IF
    COMPUTE cutoffFull = FUNCTION DATE-OF-INTEGER(todayInteger - periodDays)
    MOVE cutoffFull TO periodCutoff
    MOVE FUNCTION LOWER-CASE(rsReport) TO reportStem
    MOVE SPACES TO reportFileName
    STRING FUNCTION TRIM(reportStem) "_" FUNCTION TRIM(rsClassCode) "_"
           todayDate ".txt"
        DELIMITED BY SIZE INTO reportFileName
    END-STRING
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not create " FUNCTION TRIM(reportFileName)
           ", status " reportFileStatus
       EXIT PARAGRAPH
    END-IF
    EVALUATE rsReport
        WHEN "TIMEONTASK" PERFORM WriteTimeOnTask
        WHEN "HINTUSAGE" PERFORM WriteHintUsage
        WHEN "ATRISK" PERFORM WriteAtRisk
        WHEN OTHER
            MOVE SPACES TO reportLine
            STRING "Unknown report " rsReport " - subscription skipped"
                DELIMITED BY SIZE INTO reportLine
            END-STRING
            WRITE reportLine
    END-EVALUATE
    CLOSE reportFile
    MOVE rsReport TO spoolType
    MOVE rsClassCode TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, reportFileName
    ADD 1 TO reportsWritten
    ADD 1 TO teacherReportCount
    MOVE todayDate TO rsLastRunDate
    REWRITE reportSubData
        INVALID KEY DISPLAY "Could not mark subscription " rsKey " as sent"
    END-REWRITE
    DISPLAY rsTeacher " " rsClassCode " " rsReport " -> "
        FUNCTION TRIM(reportFileName).
CheckSubscriptionDue.
    MOVE "Y" TO subscriptionDue
    IF rsLastRunDate = SPACES OR rsLastRunDate NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    IF rsFrequency = "M"
       IF rsLastRunDate(1:6) = todayDate(1:6)
          MOVE "N" TO subscriptionDue
       END-IF
    ELSE
       MOVE rsLastRunDate TO lastRunFull
       IF FUNCTION INTEGER-OF-DATE(lastRunFull) > todayInteger - 6
          MOVE "N" TO subscriptionDue
       END-IF
    END-IF.
LoadClassRoster.
    MOVE rsClassCode TO rosterClass
    MOVE ZERO TO rosterCount
    MOVE LOW-VALUES TO userName
    MOVE "N" TO noMoreRecords
    START playersFile KEY IS >= userName
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF classCode = rosterClass AND roleFlag NOT = "T"
                       AND rosterCount < 200
                  ADD 1 TO rosterCount
                  MOVE userName TO rosterPlayer(rosterCount)
               END-IF
       END-READ
    END-PERFORM.
WriteReportHeading.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "Class " rsClassCode " - " rosterCount " student(s) - " frequencyText
           " report for " rsTeacher " - run " todayDate
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    WRITE reportLine.
WriteTimeOnTask.
    MOVE SPACES TO reportLine
    STRING "TIME-ON-TASK REPORT - sessions from " periodCutoff " to " todayDate
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    PERFORM WriteReportHeading
    MOVE ZERO TO classSeconds
    MOVE ZERO TO activeCount
    IF runLogOpen = "N"
       MOVE "No run-level session records exist yet" TO reportLine
       WRITE reportLine
       EXIT PARAGRAPH
    END-IF
    MOVE "Student     Minutes  Runs" TO reportLine
    WRITE reportLine
    PERFORM VARYING rosterIndex FROM 1 BY 1 UNTIL rosterIndex > rosterCount
       MOVE rosterPlayer(rosterIndex) TO reportPlayer
       PERFORM TallyPlayerRuns
       COMPUTE userMinutes ROUNDED = userSeconds / 60
       MOVE SPACES TO reportLine
       IF userRuns = ZERO
          STRING reportPlayer "  no practice in the period"
              DELIMITED BY SIZE INTO reportLine
          END-STRING
       ELSE
          ADD 1 TO activeCount
          ADD userSeconds TO classSeconds
          STRING reportPlayer "  " userMinutes "   " userRuns
              DELIMITED BY SIZE INTO reportLine
          END-STRING
       END-IF
       WRITE reportLine
    END-PERFORM
    COMPUTE classMinutes ROUNDED = classSeconds / 60
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "Class total " classMinutes " minute(s) - " activeCount " of "
           rosterCount " student(s) practised"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine.
TallyPlayerRuns.
    MOVE ZERO TO userSeconds
    MOVE ZERO TO userRuns
    MOVE reportPlayer TO rlUserName
    MOVE periodCutoff TO rlDate
    MOVE SPACES TO rlStartTime
    MOVE "N" TO noMoreLogRecords
    START runLogFile KEY IS >= rlKey
        INVALID KEY MOVE "Y" TO noMoreLogRecords
    END-START
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ runLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               IF rlUserName NOT = reportPlayer
                  MOVE "Y" TO noMoreLogRecords
               ELSE
                  PERFORM AddOneRun
               END-IF
       END-READ
    END-PERFORM.
AddOneRun.
    IF rlStartTime NOT NUMERIC OR rlEndTime NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    MOVE rlStartTime TO startStamp
    MOVE rlEndTime TO endStamp
    COMPUTE runSeconds = (endHH * 3600 + endMM * 60 + endSS)
        - (startHH * 3600 + startMM * 60 + startSS)
    IF runSeconds < ZERO
       ADD 86400 TO runSeconds
    END-IF
    ADD runSeconds TO userSeconds
    ADD 1 TO userRuns.
WriteHintUsage.
    MOVE SPACES TO reportLine
    STRING "HINT-USAGE REPORT - questions from " periodCutoff " to " todayDate
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    PERFORM WriteReportHeading
    PERFORM InitHintStats
    PERFORM VARYING hintIndex FROM 1 BY 1 UNTIL hintIndex > 12
       MOVE ZERO TO classHintAnswered(hintIndex)
       MOVE ZERO TO classHintTaken(hintIndex)
    END-PERFORM
    MOVE ZERO TO hintPlayersShown
    PERFORM VARYING rosterIndex FROM 1 BY 1 UNTIL rosterIndex > rosterCount
       MOVE rosterPlayer(rosterIndex) TO reportPlayer
       PERFORM InitHintStats
       PERFORM TallyPlayerHints
       PERFORM WritePlayerHints
    END-PERFORM
    IF hintPlayersShown = ZERO
       MOVE "No student in the class took a hint in the period" TO reportLine
       WRITE reportLine
    END-IF
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "Class totals by exercise" TO reportLine
    WRITE reportLine
    PERFORM VARYING hintIndex FROM 1 BY 1 UNTIL hintIndex > 12
       IF classHintTaken(hintIndex) > ZERO
          COMPUTE hintRate ROUNDED = (classHintTaken(hintIndex) * 100)
              / (classHintTaken(hintIndex) + classHintAnswered(hintIndex))
          MOVE SPACES TO reportLine
          STRING "  " hintExercise(hintIndex) " - " classHintTaken(hintIndex)
                 " hint(s), rate " hintRate "%"
              DELIMITED BY SIZE INTO reportLine
          END-STRING
          WRITE reportLine
       END-IF
    END-PERFORM.
InitHintStats.
    PERFORM VARYING hintIndex FROM 1 BY 1 UNTIL hintIndex > 12
       MOVE ZERO TO hintAnswered(hintIndex)
       MOVE ZERO TO hintTaken(hintIndex)
       MOVE ZERO TO hintThenWrong(hintIndex)
    END-PERFORM
    MOVE "ADDITION" TO hintExercise(1)
    MOVE "SUBTRACTION" TO hintExercise(2)
    MOVE "MULTIPLICATION" TO hintExercise(3)
    MOVE "DIVISION" TO hintExercise(4)
    MOVE "SQUARE" TO hintExercise(5)
    MOVE "SQUAREROOT" TO hintExercise(6)
    MOVE "CUBE" TO hintExercise(7)
    MOVE "CUBEROOT" TO hintExercise(8)
    MOVE "PERCENTAGE" TO hintExercise(9)
    MOVE "WORDPROBLEM" TO hintExercise(10)
    MOVE "FRACTION" TO hintExercise(11)
    MOVE "MIXEDOP" TO hintExercise(12)
    MOVE SPACES TO previousExercise
    MOVE SPACES TO previousResult.
TallyPlayerHints.
    MOVE reportPlayer TO slUserName
    MOVE "N" TO noMoreLogRecords
    START sessionLogFile KEY IS = slUserName
        INVALID KEY MOVE "Y" TO noMoreLogRecords
    END-START
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               IF slUserName NOT = reportPlayer
                  MOVE "Y" TO noMoreLogRecords
               ELSE
                  IF slDate >= periodCutoff
                     PERFORM TallyOneHintRecord
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
TallyOneHintRecord.
    PERFORM VARYING hintIndex FROM 1 BY 1 UNTIL hintIndex > 12
       IF hintExercise(hintIndex) = slExercise
          IF slResult = "H"
             ADD 1 TO hintTaken(hintIndex)
             ADD 1 TO classHintTaken(hintIndex)
          ELSE
             ADD 1 TO hintAnswered(hintIndex)
             ADD 1 TO classHintAnswered(hintIndex)
             IF slResult = "N" AND previousResult = "H"
                     AND previousExercise = slExercise
                ADD 1 TO hintThenWrong(hintIndex)
             END-IF
          END-IF
       END-IF
    END-PERFORM
    MOVE slExercise TO previousExercise
    MOVE slResult TO previousResult.
WritePlayerHints.
    PERFORM VARYING hintIndex FROM 1 BY 1 UNTIL hintIndex > 12
       IF hintTaken(hintIndex) > ZERO
          COMPUTE hintRate ROUNDED = (hintTaken(hintIndex) * 100)
              / (hintTaken(hintIndex) + hintAnswered(hintIndex))
          ADD 1 TO hintPlayersShown
          MOVE SPACES TO reportLine
          STRING reportPlayer "  " hintExercise(hintIndex) " - " hintTaken(hintIndex)
                 " hint(s), rate " hintRate "%, hint-then-wrong "
                 hintThenWrong(hintIndex)
              DELIMITED BY SIZE INTO reportLine
          END-STRING
          WRITE reportLine
       END-IF
    END-PERFORM.
WriteAtRisk.
    COMPUTE cutoffFull = FUNCTION DATE-OF-INTEGER(todayInteger - 14)
    MOVE cutoffFull TO recentCutoff
    COMPUTE cutoffFull = FUNCTION DATE-OF-INTEGER(todayInteger - 90)
    MOVE cutoffFull TO baseCutoff
    MOVE SPACES TO reportLine
    STRING "AT-RISK EARLY-WARNING REPORT - last 14 days against the 90 days from "
           baseCutoff
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    PERFORM WriteReportHeading
    MOVE ZERO TO flaggedCount
    MOVE ZERO TO excusedCount
    PERFORM VARYING rosterIndex FROM 1 BY 1 UNTIL rosterIndex > rosterCount
       MOVE rosterPlayer(rosterIndex) TO reportPlayer
       PERFORM TallyPlayerRisk
       PERFORM JudgePlayerRisk
       IF riskFlag = "Y"
          ADD 1 TO flaggedCount
          MOVE SPACES TO reportLine
          STRING reportPlayer " - " riskReason DELIMITED BY SIZE INTO reportLine
          END-STRING
          WRITE reportLine
       END-IF
    END-PERFORM
    MOVE SPACES TO reportLine
    IF flaggedCount = ZERO
       MOVE "No students in the class are flagged at risk" TO reportLine
    ELSE
       STRING flaggedCount " student(s) flagged at risk" DELIMITED BY SIZE
           INTO reportLine
       END-STRING
    END-IF
    WRITE reportLine
    IF excusedCount > ZERO
       MOVE SPACES TO reportLine
       STRING excusedCount " student(s) with no recent practice not flagged"
              " - mostly off school"
           DELIMITED BY SIZE INTO reportLine
       END-STRING
       WRITE reportLine
    END-IF.
TallyPlayerRisk.
    MOVE ZERO TO riskBaseAttempts
    MOVE ZERO TO riskBaseCorrect
    MOVE ZERO TO riskRecentAttempts
    MOVE ZERO TO riskRecentCorrect
    MOVE reportPlayer TO slUserName
    MOVE "N" TO noMoreLogRecords
    START sessionLogFile KEY IS = slUserName
        INVALID KEY MOVE "Y" TO noMoreLogRecords
    END-START
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               IF slUserName NOT = reportPlayer
                  MOVE "Y" TO noMoreLogRecords
               ELSE
                  IF slDate >= baseCutoff AND slResult NOT = "H"
                     PERFORM TallyOneRiskRecord
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
TallyOneRiskRecord.
    IF slDate >= recentCutoff
       ADD 1 TO riskRecentAttempts
       IF slResult = "Y"
          ADD 1 TO riskRecentCorrect
       END-IF
    ELSE
       ADD 1 TO riskBaseAttempts
       IF slResult = "Y"
          ADD 1 TO riskBaseCorrect
       END-IF
    END-IF.
JudgePlayerRisk.
    MOVE "N" TO riskFlag
    MOVE SPACES TO riskReason
    IF riskBaseAttempts < 10
       EXIT PARAGRAPH
    END-IF
    COMPUTE baseAccuracy ROUNDED = (riskBaseCorrect * 100) / riskBaseAttempts
    IF riskRecentAttempts = ZERO
       PERFORM CountRecentSchoolDays
       IF recentSchoolDays < minRecentSchoolDays
          ADD 1 TO excusedCount
          EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO riskFlag
       MOVE "stopped practicing" TO riskReason
    ELSE
       IF riskRecentAttempts >= 5
          COMPUTE recentAccuracy ROUNDED = (riskRecentCorrect * 100) / riskRecentAttempts
          IF baseAccuracy >= recentAccuracy + 20
             MOVE "Y" TO riskFlag
             STRING "accuracy fell " baseAccuracy "% to " recentAccuracy "%"
                 DELIMITED BY SIZE INTO riskReason
             END-STRING
          END-IF
       END-IF
    END-IF.
CountRecentSchoolDays.
    MOVE ZERO TO recentSchoolDays
    PERFORM VARYING dayInteger FROM todayInteger BY -1
            UNTIL dayInteger <= todayInteger - 14
       COMPUTE dayFull = FUNCTION DATE-OF-INTEGER(dayInteger)
       MOVE dayFull TO dayDate
       CALL 'CheckExcusedDay' USING reportPlayer, dayDate, excusedFlag
       IF excusedFlag = "N"
          ADD 1 TO recentSchoolDays
       END-IF
    END-PERFORM.
NotifyTeacher.
    OPEN I-O messagesFile
    IF messagesFileStatus = "35"
       OPEN OUTPUT messagesFile
       CLOSE messagesFile
       OPEN I-O messagesFile
    END-IF
    IF messagesFileStatus NOT = "00"
       DISPLAY "Could not open messages file, status " messagesFileStatus
           " - " currentTeacher " not told their reports are ready"
       EXIT PARAGRAPH
    END-IF
    PERFORM FindNextSeq
    COMPUTE expiryFull = FUNCTION DATE-OF-INTEGER(todayInteger + 14)
    MOVE teacherReportCount TO readyCountDisp
    MOVE SPACES TO messageData
    MOVE nextSeq TO msgSeq
    MOVE "U" TO msgTargetType
    MOVE currentTeacher TO msgTarget
    MOVE "REPORTS" TO msgSender
    STRING "Your reports are ready - " FUNCTION TRIM(readyCountDisp)
           " waiting in the print spool"
        DELIMITED BY SIZE INTO msgText
    END-STRING
    MOVE todayDate TO msgDate
    MOVE expiryFull TO msgExpiryDate
    WRITE messageData
        INVALID KEY DISPLAY "Could not store the message for " currentTeacher
        NOT INVALID KEY ADD 1 TO teachersNotified
    END-WRITE
    CLOSE messagesFile.
FindNextSeq.
    MOVE 1 TO nextSeq
    MOVE "N" TO noMoreRecords
    MOVE ZERO TO msgSeq
    START messagesFile KEY IS >= msgSeq
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ messagesFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END COMPUTE nextSeq = msgSeq + 1
       END-READ
    END-PERFORM.
