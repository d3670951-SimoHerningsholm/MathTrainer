       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AwardsReport.
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
SELECT streaksFile ASSIGN TO "streaks.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS stUserName
    FILE STATUS IS streaksFileStatus.
SELECT levelUnlocksFile ASSIGN TO "levelunlocks.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS luKey
    FILE STATUS IS levelUnlocksFileStatus.
SELECT assignmentsFile ASSIGN TO "assignments.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS asgKey
    FILE STATUS IS assignmentsFileStatus.
SELECT runLogFile ASSIGN TO "runlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rlKey
    FILE STATUS IS runLogFileStatus.
SELECT calendarFile ASSIGN TO "schoolcalendar.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calDate
    FILE STATUS IS calendarFileStatus.
SELECT reportFile ASSIGN TO DYNAMIC reportFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reportFileStatus.
DATA DIVISION.
FILE SECTION.
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
COPY SESSIONREC.
FD streaksFile.
01 streakData.
       02 stUserName PIC X(10).
       02 stCurrentStreak PIC 9(3).
       02 stBestStreak PIC 9(3).
       02 stLastDate PIC X(8).
       02 stMilestoneAwarded PIC 9(2).
FD levelUnlocksFile.
01 levelUnlockData.
       02 luKey.
           03 luUserName PIC X(10).
           03 luExercise PIC X(2).
       02 luLevel PIC 9(1).
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
FD calendarFile.
01 calendarData.
       02 calDate PIC X(8).
       02 calType PIC X(1).
       02 calNote PIC X(20).
FD reportFile.
01 reportLine PIC X(100).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 streaksFileStatus PIC X(2).
01 levelUnlocksFileStatus PIC X(2).
01 assignmentsFileStatus PIC X(2).
01 runLogFileStatus PIC X(2).
01 calendarFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 reportFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 noMoreLogRecords PIC X(1).
01 streaksOpen PIC X(1) VALUE "N".
01 levelUnlocksOpen PIC X(1) VALUE "N".
01 runLogOpen PIC X(1) VALUE "N".
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 termStart PIC X(8).
01 termEnd PIC X(8).
01 dateEntry PIC X(8).
01 workFull PIC 9(8).
01 termDayCount PIC 9(4).
01 windowDays PIC 9(4).
01 earlyEnd PIC X(8).
01 lateStart PIC X(8).
01 scopeText PIC X(12).
01 exerciseNames.
       02 filler PIC X(17) VALUE "1 ADDITION       ".
       02 filler PIC X(17) VALUE "2 SUBTRACTION    ".
       02 filler PIC X(17) VALUE "3 MULTIPLICATION ".
       02 filler PIC X(17) VALUE "4 DIVISION       ".
       02 filler PIC X(17) VALUE "5 SQUARE         ".
       02 filler PIC X(17) VALUE "6 SQUAREROOT     ".
       02 filler PIC X(17) VALUE "7 CUBE           ".
       02 filler PIC X(17) VALUE "8 CUBEROOT       ".
       02 filler PIC X(17) VALUE "9 PERCENTAGE     ".
       02 filler PIC X(17) VALUE "12WORDPROBLEM    ".
       02 filler PIC X(17) VALUE "18FRACTION       ".
       02 filler PIC X(17) VALUE "19MIXEDOP        ".
01 exerciseTable REDEFINES exerciseNames.
       02 exerciseEntry OCCURS 12 TIMES.
           03 exerciseCode PIC X(2).
           03 exerciseName PIC X(15).
01 exerciseIndex PIC 9(2).
01 levelTable.
       02 levelEntry OCCURS 12 TIMES.
           03 levelBefore PIC 9(1).
           03 levelLowestInTerm PIC 9(1).
01 levelNow PIC 9(1).
01 levelFrom PIC 9(1).
01 playedLevel PIC 9(1).
01 assignmentTable.
       02 termAssignment OCCURS 300 TIMES.
           03 taClass PIC X(6).
           03 taExercise PIC X(15).
           03 taLevel PIC X(1).
           03 taCount PIC 9(2).
           03 taCreated PIC X(8).
           03 taDue PIC X(8).
           03 taDone PIC 9(4).
           03 taGroup PIC X(10).
           03 taMember PIC X(1).
01 assignmentCount PIC 9(3) VALUE ZERO.
01 assignmentIndex PIC 9(3).
01 studentTable.
       02 studentEntry OCCURS 1000 TIMES.
           03 sdPlayer PIC X(10).
           03 sdClass PIC X(6).
           03 sdPoints PIC 9(7).
           03 sdEarlyAttempts PIC 9(5).
           03 sdEarlyCorrect PIC 9(5).
           03 sdLateAttempts PIC 9(5).
           03 sdLateCorrect PIC 9(5).
           03 sdImprovement PIC S9(3).
           03 sdTermCorrect PIC 9(6).
           03 sdPracticeDays PIC 9(3).
           03 sdCurrentStreak PIC 9(3).
           03 sdBestStreak PIC 9(3).
           03 sdClimb PIC 9(3).
           03 sdHomeworkDone PIC 9(3).
           03 sdHomeworkAnswered PIC 9(5).
           03 sdMinutes PIC 9(6).
           03 sdRuns PIC 9(5).
           03 sdKey PIC 9(12).
           03 sdPicked PIC X(1).
01 studentCount PIC 9(4) VALUE ZERO.
01 studentIndex PIC 9(4).
01 bestIndex PIC 9(4).
01 lastPracticeDate PIC X(8).
01 earlyAccuracy PIC 9(3).
01 lateAccuracy PIC 9(3).
01 minimumAnswers PIC 9(3) VALUE 10.
01 classTable.
       02 classListCode PIC X(6) OCCURS 100 TIMES.
01 classCount PIC 9(3) VALUE ZERO.
01 classIndex PIC 9(3).
01 classFound PIC X(1).
01 groupClass PIC X(6).
01 groupTitle PIC X(12).
01 categoryIndex PIC 9(1).
01 categoryTitles.
       02 filler PIC X(30) VALUE "Most improved accuracy".
       02 filler PIC X(30) VALUE "Most consistent practice".
       02 filler PIC X(30) VALUE "Biggest level climb".
       02 filler PIC X(30) VALUE "Most homework completed".
       02 filler PIC X(30) VALUE "Top effort (time on task)".
01 categoryTitleTable REDEFINES categoryTitles.
       02 categoryTitle PIC X(30) OCCURS 5 TIMES.
01 categoryRules.
       02 filler PIC X(70) VALUE
           "accuracy gain, first to last weeks of term; tie: more answers late".
       02 filler PIC X(70) VALUE
           "current streak; tie: best streak, then practice days in term".
       02 filler PIC X(70) VALUE
           "levels gained since term start; tie: more correct answers in term".
       02 filler PIC X(70) VALUE
           "assignments finished; tie: more homework questions answered".
       02 filler PIC X(70) VALUE
           "minutes practised in term; tie: more practice runs".
01 categoryRuleTable REDEFINES categoryRules.
       02 categoryRule PIC X(70) OCCURS 5 TIMES.
01 primaryValue PIC 9(6).
01 secondaryValue PIC 9(6).
01 bestKey PIC 9(12).
01 previousKey PIC 9(12).
01 nomineeCount PIC 9(2).
01 nomineeRank PIC 9(2).
01 valueText PIC X(40).
01 improvementDisp PIC -ZZ9.
01 countDisp PIC ZZZZZ9.
01 secondDisp PIC ZZZZZ9.
01 tiedCount PIC 9(4).
01 winnerTable.
       02 winnerEntry OCCURS 600 TIMES.
           03 wnPlayer PIC X(10).
           03 wnPoints PIC 9(7).
           03 wnCode PIC X(4).
           03 wnTitle PIC X(46).
01 winnerCount PIC 9(3) VALUE ZERO.
01 winnerIndex PIC 9(3).
01 certPassFlag PIC X(1) VALUE "Y".
01 certAward.
       02 certAwardCode PIC X(4).
       02 certAwardTitle PIC X(46).
01 certEntry PIC X(1).
01 spoolType PIC X(12) VALUE "AWARDS".
01 spoolSubject PIC X(10).
01 memberFromDate PIC X(8).
01 memberToDate PIC X(8).
01 groupMember PIC X(1).
LINKAGE SECTION.
01 awardsClass PIC X(6).
01 awardsViewer PIC X(10).
PROCEDURE DIVISION USING awardsClass, awardsViewer.
AwardsReportProcess.
    DISPLAY "=== End-of-term awards nominations ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    IF awardsClass = SPACES
       MOVE "whole school" TO scopeText
    ELSE
       MOVE awardsClass TO scopeText
    END-IF
    PERFORM FindTermDates
    DISPLAY "Term start (YYYYMMDD, Enter for " termStart ")"
    MOVE SPACES TO dateEntry
    ACCEPT dateEntry
    IF dateEntry NOT = SPACES
       MOVE dateEntry TO termStart
    END-IF
    DISPLAY "Term end (YYYYMMDD, Enter for " termEnd ")"
    MOVE SPACES TO dateEntry
    ACCEPT dateEntry
    IF dateEntry NOT = SPACES
       MOVE dateEntry TO termEnd
    END-IF
    IF termStart NOT NUMERIC OR termEnd NOT NUMERIC OR termStart > termEnd
       DISPLAY "The term must be two dates in order"
       EXIT PROGRAM
    END-IF
    PERFORM SetTermWindows
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       EXIT PROGRAM
    END-IF
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "Could not open session log file, status " sessionLogFileStatus
       CLOSE playersFile
       EXIT PROGRAM
    END-IF
    PERFORM LoadTermAssignments
    PERFORM LoadStudents
    CLOSE playersFile
    IF studentCount = ZERO
       DISPLAY "No students found for " scopeText
       CLOSE sessionLogFile
       EXIT PROGRAM
    END-IF
    OPEN INPUT streaksFile
    IF streaksFileStatus = "00"
       MOVE "Y" TO streaksOpen
    END-IF
    OPEN INPUT levelUnlocksFile
    IF levelUnlocksFileStatus = "00"
       MOVE "Y" TO levelUnlocksOpen
    END-IF
    OPEN INPUT runLogFile
    IF runLogFileStatus = "00"
       MOVE "Y" TO runLogOpen
    END-IF
    PERFORM VARYING studentIndex FROM 1 BY 1 UNTIL studentIndex > studentCount
       PERFORM MeasureOneStudent
    END-PERFORM
    CLOSE sessionLogFile
    IF streaksOpen = "Y"
       CLOSE streaksFile
    END-IF
    IF levelUnlocksOpen = "Y"
       CLOSE levelUnlocksFile
    END-IF
    IF runLogOpen = "Y"
       CLOSE runLogFile
    END-IF
    MOVE SPACES TO reportFileName
    IF awardsClass = SPACES
       STRING "awards_school_" todayDate ".txt" DELIMITED BY SIZE
           INTO reportFileName
       END-STRING
    ELSE
       STRING "awards_" FUNCTION TRIM(awardsClass) "_" todayDate ".txt"
           DELIMITED BY SIZE INTO reportFileName
       END-STRING
    END-IF
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not create " FUNCTION TRIM(reportFileName)
           ", status " reportFileStatus
       EXIT PROGRAM
    END-IF
    MOVE SPACES TO reportLine
    STRING "END-OF-TERM AWARDS NOMINATIONS - " scopeText " - term " termStart
           " to " termEnd
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "Accuracy compares " termStart "-" earlyEnd " with " lateStart "-"
           termEnd " (at least " minimumAnswers " answers in each)"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE "Nominees still level after the tie-breaks share a place (=)" TO reportLine
    WRITE reportLine
    PERFORM VARYING classIndex FROM 1 BY 1 UNTIL classIndex > classCount
       MOVE classListCode(classIndex) TO groupClass
       MOVE SPACES TO groupTitle
       STRING "CLASS " groupClass DELIMITED BY SIZE INTO groupTitle
       END-STRING
       PERFORM WriteOneGroup
    END-PERFORM
    IF awardsClass = SPACES
       MOVE SPACES TO groupClass
       MOVE "WHOLE SCHOOL" TO groupTitle
       PERFORM WriteOneGroup
    END-IF
    CLOSE reportFile
    MOVE scopeText TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, reportFileName
    DISPLAY "Nominations written to " FUNCTION TRIM(reportFileName)
    IF winnerCount > ZERO
       DISPLAY "Print award certificates for the " winnerCount " winner(s)? (Y/N)"
       MOVE SPACES TO certEntry
       ACCEPT certEntry
       IF certEntry = "Y" OR certEntry = "y"
          PERFORM VARYING winnerIndex FROM 1 BY 1 UNTIL winnerIndex > winnerCount
             MOVE wnCode(winnerIndex) TO certAwardCode
             MOVE wnTitle(winnerIndex) TO certAwardTitle
             CALL 'PrintCertificate' USING wnPlayer(winnerIndex),
                 wnPoints(winnerIndex), certPassFlag, certAward
          END-PERFORM
       END-IF
    END-IF.
    EXIT PROGRAM.
FindTermDates.
    MOVE SPACES TO termStart
    MOVE todayDate TO termEnd
    OPEN INPUT calendarFile
    IF calendarFileStatus = "00"
       MOVE "N" TO noMoreRecords
       MOVE SPACES TO calDate
       START calendarFile KEY IS >= calDate
           INVALID KEY MOVE "Y" TO noMoreRecords
       END-START
       PERFORM UNTIL noMoreRecords = "Y"
          READ calendarFile NEXT RECORD
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END
                  IF calType = "S" AND calDate <= todayDate
                     MOVE calDate TO termStart
                  END-IF
          END-READ
       END-PERFORM
       IF termStart NOT = SPACES
          MOVE "N" TO noMoreRecords
          MOVE termStart TO calDate
          START calendarFile KEY IS > calDate
              INVALID KEY MOVE "Y" TO noMoreRecords
          END-START
          PERFORM UNTIL noMoreRecords = "Y"
             READ calendarFile NEXT RECORD
                 AT END MOVE "Y" TO noMoreRecords
                 NOT AT END
                     IF calDate > todayDate
                        MOVE "Y" TO noMoreRecords
                     ELSE
                        IF calType = "E"
                           MOVE calDate TO termEnd
                           MOVE "Y" TO noMoreRecords
                        END-IF
                     END-IF
             END-READ
          END-PERFORM
       END-IF
       CLOSE calendarFile
    END-IF
    IF termStart = SPACES
       COMPUTE workFull =
           FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) - 90)
       MOVE workFull TO termStart
    END-IF.
SetTermWindows.
    MOVE termStart TO workFull
    COMPUTE termDayCount = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(termEnd))
        - FUNCTION INTEGER-OF-DATE(workFull) + 1
    COMPUTE windowDays = termDayCount / 2
    IF windowDays > 14
       MOVE 14 TO windowDays
    END-IF
    IF windowDays = ZERO
       MOVE 1 TO windowDays
    END-IF
    COMPUTE workFull = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(termStart)) + windowDays - 1)
    MOVE workFull TO earlyEnd
    COMPUTE workFull = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(termEnd)) - windowDays + 1)
    MOVE workFull TO lateStart.
LoadTermAssignments.
    MOVE ZERO TO assignmentCount
    OPEN INPUT assignmentsFile
    IF assignmentsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ assignmentsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF asgDueDate >= termStart AND asgDueDate <= termEnd
                       AND (awardsClass = SPACES OR asgClassCode = awardsClass)
                       AND assignmentCount < 300
                  PERFORM AddTermAssignment
               END-IF
       END-READ
    END-PERFORM
    CLOSE assignmentsFile.
AddTermAssignment.
    PERFORM VARYING exerciseIndex FROM 1 BY 1
            UNTIL exerciseIndex > 12 OR exerciseCode(exerciseIndex) = asgExercise
       CONTINUE
    END-PERFORM
    IF exerciseIndex > 12
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO assignmentCount
    MOVE asgClassCode TO taClass(assignmentCount)
    MOVE exerciseName(exerciseIndex) TO taExercise(assignmentCount)
    MOVE asgLevel TO taLevel(assignmentCount)
    MOVE asgQuestionCount TO taCount(assignmentCount)
    MOVE asgCreatedDate TO taCreated(assignmentCount)
    MOVE asgDueDate TO taDue(assignmentCount)
    MOVE asgGroup TO taGroup(assignmentCount).
LoadStudents.
    MOVE LOW-VALUES TO userName
    MOVE "N" TO noMoreRecords
    START playersFile KEY IS >= userName
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF roleFlag NOT = "T" AND classCode NOT = SPACES
                       AND (awardsClass = SPACES OR classCode = awardsClass)
                       AND studentCount < 1000
                  ADD 1 TO studentCount
                  INITIALIZE studentEntry(studentCount)
                  MOVE userName TO sdPlayer(studentCount)
                  MOVE classCode TO sdClass(studentCount)
                  MOVE points TO sdPoints(studentCount)
                  PERFORM NoteStudentClass
               END-IF
       END-READ
    END-PERFORM.
NoteStudentClass.
    MOVE "N" TO classFound
    PERFORM VARYING classIndex FROM 1 BY 1
            UNTIL classIndex > classCount OR classFound = "Y"
       IF classListCode(classIndex) = classCode
          MOVE "Y" TO classFound
       END-IF
    END-PERFORM
    IF classFound = "N" AND classCount < 100
       ADD 1 TO classCount
       MOVE classCode TO classListCode(classCount)
    END-IF.
MeasureOneStudent.
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 12
       MOVE ZERO TO levelBefore(exerciseIndex)
       MOVE ZERO TO levelLowestInTerm(exerciseIndex)
    END-PERFORM
    PERFORM VARYING assignmentIndex FROM 1 BY 1 UNTIL assignmentIndex > assignmentCount
       MOVE ZERO TO taDone(assignmentIndex)
       PERFORM NoteAssignmentMember
    END-PERFORM
    MOVE SPACES TO lastPracticeDate
    PERFORM ReadStudentSessions
    PERFORM JudgeImprovement
    PERFORM JudgeHomework
    PERFORM ReadStudentStreak
    PERFORM JudgeLevelClimb
    PERFORM ReadStudentRuns.
NoteAssignmentMember.
    MOVE "Y" TO taMember(assignmentIndex)
    IF taGroup(assignmentIndex) NOT = SPACES
            AND taClass(assignmentIndex) = sdClass(studentIndex)
       MOVE taCreated(assignmentIndex) TO memberFromDate
       MOVE taCreated(assignmentIndex) TO memberToDate
       CALL 'CheckGroupMember' USING taGroup(assignmentIndex), sdPlayer(studentIndex),
           memberFromDate, memberToDate, groupMember
       MOVE groupMember TO taMember(assignmentIndex)
    END-IF.
ReadStudentSessions.
    MOVE sdPlayer(studentIndex) TO slUserName
    MOVE LOW-VALUES TO slDate
    MOVE LOW-VALUES TO slTime
    MOVE "N" TO noMoreLogRecords
    START sessionLogFile KEY IS >= slKeyGroup
        INVALID KEY MOVE "Y" TO noMoreLogRecords
    END-START
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               IF slUserName NOT = sdPlayer(studentIndex)
                  MOVE "Y" TO noMoreLogRecords
               ELSE
                  IF slDate <= termEnd
                     PERFORM TallyOneSession
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
TallyOneSession.
    PERFORM VARYING exerciseIndex FROM 1 BY 1
            UNTIL exerciseIndex > 12 OR exerciseName(exerciseIndex) = slExercise
       CONTINUE
    END-PERFORM
    IF slLevel IS NUMERIC
       MOVE slLevel TO playedLevel
    ELSE
       MOVE ZERO TO playedLevel
    END-IF
    IF slDate < termStart
       IF exerciseIndex <= 12 AND playedLevel > levelBefore(exerciseIndex)
          MOVE playedLevel TO levelBefore(exerciseIndex)
       END-IF
       EXIT PARAGRAPH
    END-IF
    IF exerciseIndex <= 12 AND playedLevel > ZERO
       IF levelLowestInTerm(exerciseIndex) = ZERO
               OR playedLevel < levelLowestInTerm(exerciseIndex)
          MOVE playedLevel TO levelLowestInTerm(exerciseIndex)
       END-IF
    END-IF
    IF slDate NOT = lastPracticeDate
       ADD 1 TO sdPracticeDays(studentIndex)
       MOVE slDate TO lastPracticeDate
    END-IF
    IF slResult = "H"
       EXIT PARAGRAPH
    END-IF
    IF slResult = "Y"
       ADD 1 TO sdTermCorrect(studentIndex)
    END-IF
    IF slDate <= earlyEnd
       ADD 1 TO sdEarlyAttempts(studentIndex)
       IF slResult = "Y"
          ADD 1 TO sdEarlyCorrect(studentIndex)
       END-IF
    END-IF
    IF slDate >= lateStart
       ADD 1 TO sdLateAttempts(studentIndex)
       IF slResult = "Y"
          ADD 1 TO sdLateCorrect(studentIndex)
       END-IF
    END-IF
    PERFORM VARYING assignmentIndex FROM 1 BY 1 UNTIL assignmentIndex > assignmentCount
       IF taClass(assignmentIndex) = sdClass(studentIndex)
               AND taMember(assignmentIndex) = "Y"
               AND taExercise(assignmentIndex) = slExercise
               AND taLevel(assignmentIndex) = slLevel
               AND slDate >= taCreated(assignmentIndex)
               AND slDate <= taDue(assignmentIndex)
          ADD 1 TO taDone(assignmentIndex)
       END-IF
    END-PERFORM.
JudgeImprovement.
    MOVE ZERO TO sdImprovement(studentIndex)
    IF sdEarlyAttempts(studentIndex) < minimumAnswers
            OR sdLateAttempts(studentIndex) < minimumAnswers
       EXIT PARAGRAPH
    END-IF
    COMPUTE earlyAccuracy ROUNDED =
        (sdEarlyCorrect(studentIndex) * 100) / sdEarlyAttempts(studentIndex)
    COMPUTE lateAccuracy ROUNDED =
        (sdLateCorrect(studentIndex) * 100) / sdLateAttempts(studentIndex)
    COMPUTE sdImprovement(studentIndex) = lateAccuracy - earlyAccuracy.
JudgeHomework.
    PERFORM VARYING assignmentIndex FROM 1 BY 1 UNTIL assignmentIndex > assignmentCount
       IF taClass(assignmentIndex) = sdClass(studentIndex)
               AND taMember(assignmentIndex) = "Y"
          ADD taDone(assignmentIndex) TO sdHomeworkAnswered(studentIndex)
          IF taDone(assignmentIndex) >= taCount(assignmentIndex)
             ADD 1 TO sdHomeworkDone(studentIndex)
          END-IF
       END-IF
    END-PERFORM.
ReadStudentStreak.
    IF streaksOpen = "N"
       EXIT PARAGRAPH
    END-IF
    MOVE sdPlayer(studentIndex) TO stUserName
    READ streaksFile
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE stCurrentStreak TO sdCurrentStreak(studentIndex)
            MOVE stBestStreak TO sdBestStreak(studentIndex)
    END-READ.
JudgeLevelClimb.
    IF levelUnlocksOpen = "N"
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 12
       MOVE levelBefore(exerciseIndex) TO levelFrom
       IF levelFrom = ZERO
          MOVE levelLowestInTerm(exerciseIndex) TO levelFrom
       END-IF
       IF levelFrom > ZERO
          MOVE sdPlayer(studentIndex) TO luUserName
          MOVE exerciseCode(exerciseIndex) TO luExercise
          MOVE ZERO TO levelNow
          READ levelUnlocksFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE luLevel TO levelNow
          END-READ
          IF levelNow > levelFrom
             COMPUTE sdClimb(studentIndex) = sdClimb(studentIndex) + levelNow - levelFrom
          END-IF
       END-IF
    END-PERFORM.
ReadStudentRuns.
    IF runLogOpen = "N"
       EXIT PARAGRAPH
    END-IF
    MOVE sdPlayer(studentIndex) TO rlUserName
    MOVE termStart TO rlDate
    MOVE SPACES TO rlStartTime
    MOVE "N" TO noMoreLogRecords
    START runLogFile KEY IS >= rlKey
        INVALID KEY MOVE "Y" TO noMoreLogRecords
    END-START
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ runLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               IF rlUserName NOT = sdPlayer(studentIndex) OR rlDate > termEnd
                  MOVE "Y" TO noMoreLogRecords
               ELSE
                  PERFORM AddOneRun
               END-IF
       END-READ
    END-PERFORM.
AddOneRun.
    IF rlStartTime(1:4) NOT NUMERIC OR rlEndTime(1:4) NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    COMPUTE primaryValue =
        (FUNCTION NUMVAL(rlEndTime(1:2)) * 60 + FUNCTION NUMVAL(rlEndTime(3:2)))
    COMPUTE secondaryValue =
        (FUNCTION NUMVAL(rlStartTime(1:2)) * 60 + FUNCTION NUMVAL(rlStartTime(3:2)))
    IF primaryValue >= secondaryValue
       COMPUTE sdMinutes(studentIndex) = sdMinutes(studentIndex)
           + primaryValue - secondaryValue
    ELSE
       COMPUTE sdMinutes(studentIndex) = sdMinutes(studentIndex)
           + primaryValue + 1440 - secondaryValue
    END-IF
    ADD 1 TO sdRuns(studentIndex).
WriteOneGroup.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "===== " groupTitle " =====" DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    PERFORM VARYING categoryIndex FROM 1 BY 1 UNTIL categoryIndex > 5
       PERFORM WriteOneCategory
    END-PERFORM.
WriteOneCategory.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING categoryTitle(categoryIndex) " - " categoryRule(categoryIndex)
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    PERFORM VARYING studentIndex FROM 1 BY 1 UNTIL studentIndex > studentCount
       PERFORM SetCategoryKey
    END-PERFORM
    MOVE ZERO TO nomineeCount
    MOVE ZERO TO nomineeRank
    MOVE ZERO TO previousKey
    PERFORM PickNextNominee
    PERFORM UNTIL bestIndex = ZERO
       ADD 1 TO nomineeCount
       IF sdKey(bestIndex) NOT = previousKey
          MOVE nomineeCount TO nomineeRank
       END-IF
       MOVE sdKey(bestIndex) TO previousKey
       PERFORM WriteNominee
       PERFORM PickNextNominee
       IF bestIndex > ZERO AND nomineeCount >= 3
               AND sdKey(bestIndex) NOT = previousKey
          MOVE ZERO TO bestIndex
       END-IF
    END-PERFORM
    IF nomineeCount = ZERO
       MOVE "   no qualifying nominee" TO reportLine
       WRITE reportLine
    END-IF.
SetCategoryKey.
    MOVE "N" TO sdPicked(studentIndex)
    MOVE ZERO TO sdKey(studentIndex)
    IF groupClass NOT = SPACES AND sdClass(studentIndex) NOT = groupClass
       EXIT PARAGRAPH
    END-IF
    EVALUATE categoryIndex
        WHEN 1
            IF sdImprovement(studentIndex) > ZERO
               MOVE sdImprovement(studentIndex) TO primaryValue
               MOVE sdLateAttempts(studentIndex) TO secondaryValue
            ELSE
               EXIT PARAGRAPH
            END-IF
        WHEN 2
            IF sdPracticeDays(studentIndex) = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE sdCurrentStreak(studentIndex) TO primaryValue
            COMPUTE secondaryValue = sdBestStreak(studentIndex) * 1000
                + sdPracticeDays(studentIndex)
        WHEN 3
            IF sdClimb(studentIndex) = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE sdClimb(studentIndex) TO primaryValue
            MOVE sdTermCorrect(studentIndex) TO secondaryValue
        WHEN 4
            IF sdHomeworkDone(studentIndex) = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE sdHomeworkDone(studentIndex) TO primaryValue
            MOVE sdHomeworkAnswered(studentIndex) TO secondaryValue
        WHEN 5
            IF sdMinutes(studentIndex) = ZERO
               EXIT PARAGRAPH
            END-IF
            MOVE sdMinutes(studentIndex) TO primaryValue
            MOVE sdRuns(studentIndex) TO secondaryValue
    END-EVALUATE
    COMPUTE sdKey(studentIndex) = primaryValue * 1000000 + secondaryValue.
PickNextNominee.
    MOVE ZERO TO bestIndex
    MOVE ZERO TO bestKey
    PERFORM VARYING studentIndex FROM 1 BY 1 UNTIL studentIndex > studentCount
       IF sdKey(studentIndex) > bestKey AND sdPicked(studentIndex) = "N"
          MOVE sdKey(studentIndex) TO bestKey
          MOVE studentIndex TO bestIndex
       END-IF
    END-PERFORM
    IF bestIndex > ZERO
       MOVE "Y" TO sdPicked(bestIndex)
    END-IF.
WriteNominee.
    MOVE SPACES TO valueText
    EVALUATE categoryIndex
        WHEN 1
            MOVE sdImprovement(bestIndex) TO improvementDisp
            STRING "+" FUNCTION TRIM(improvementDisp) " points of accuracy"
                DELIMITED BY SIZE INTO valueText
            END-STRING
        WHEN 2
            MOVE sdCurrentStreak(bestIndex) TO countDisp
            MOVE sdPracticeDays(bestIndex) TO secondDisp
            STRING FUNCTION TRIM(countDisp) "-day streak, "
                   FUNCTION TRIM(secondDisp) " days in term"
                DELIMITED BY SIZE INTO valueText
            END-STRING
        WHEN 3
            MOVE sdClimb(bestIndex) TO countDisp
            STRING FUNCTION TRIM(countDisp) " level(s) gained"
                DELIMITED BY SIZE INTO valueText
            END-STRING
        WHEN 4
            MOVE sdHomeworkDone(bestIndex) TO countDisp
            STRING FUNCTION TRIM(countDisp) " assignment(s) finished"
                DELIMITED BY SIZE INTO valueText
            END-STRING
        WHEN 5
            MOVE sdMinutes(bestIndex) TO countDisp
            MOVE sdRuns(bestIndex) TO secondDisp
            STRING FUNCTION TRIM(countDisp) " minute(s), "
                   FUNCTION TRIM(secondDisp) " runs"
                DELIMITED BY SIZE INTO valueText
            END-STRING
    END-EVALUATE
    MOVE ZERO TO tiedCount
    PERFORM VARYING studentIndex FROM 1 BY 1 UNTIL studentIndex > studentCount
       IF sdKey(studentIndex) = sdKey(bestIndex)
          ADD 1 TO tiedCount
       END-IF
    END-PERFORM
    MOVE SPACES TO reportLine
    IF tiedCount = 1
       STRING "   " nomineeRank "  " sdPlayer(bestIndex) " " sdClass(bestIndex)
              "  " valueText
           DELIMITED BY SIZE INTO reportLine
       END-STRING
    ELSE
       STRING "   " nomineeRank "= " sdPlayer(bestIndex) " " sdClass(bestIndex)
              "  " valueText
           DELIMITED BY SIZE INTO reportLine
       END-STRING
    END-IF
    WRITE reportLine
    IF nomineeRank = 1
       PERFORM NoteWinner
    END-IF.
NoteWinner.
    IF winnerCount >= 600
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO winnerCount
    MOVE sdPlayer(bestIndex) TO wnPlayer(winnerCount)
    MOVE sdPoints(bestIndex) TO wnPoints(winnerCount)
    MOVE SPACES TO wnCode(winnerCount)
    MOVE SPACES TO wnTitle(winnerCount)
    IF groupClass = SPACES
       STRING "AW" categoryIndex "S" DELIMITED BY SIZE INTO wnCode(winnerCount)
       END-STRING
       STRING FUNCTION TRIM(categoryTitle(categoryIndex)) " - whole school"
           DELIMITED BY SIZE INTO wnTitle(winnerCount)
       END-STRING
    ELSE
       STRING "AW" categoryIndex "C" DELIMITED BY SIZE INTO wnCode(winnerCount)
       END-STRING
       STRING FUNCTION TRIM(categoryTitle(categoryIndex)) " - class " groupClass
           DELIMITED BY SIZE INTO wnTitle(winnerCount)
       END-STRING
    END-IF.
