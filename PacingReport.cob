       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PacingReport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT pacingPlanFile ASSIGN TO "pacingplan.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ppKey
    FILE STATUS IS pacingPlanFileStatus.
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
SELECT pacingReportFile ASSIGN TO "pacingreport.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS pacingReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD pacingPlanFile.
01 pacingPlanData.
       02 ppKey.
           03 ppClassCode PIC X(6).
           03 ppWeekStart PIC X(8).
       02 ppObjective PIC X(12).
       02 ppSetBy PIC X(10).
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
COPY SESSIONREC.
FD pacingReportFile.
01 pacingReportLine PIC X(100).
WORKING-STORAGE SECTION.
01 pacingPlanFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 pacingReportFileStatus PIC X(2).
01 noMorePlan PIC X(1).
01 noMoreRecords PIC X(1).
01 noMoreLogRecords PIC X(1).
01 runDate PIC X(8).
01 behindLimit PIC 9(2) VALUE 2.
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 currentClass PIC X(6).
01 reportPlayer PIC X(10).
01 workObjective PIC X(12).
01 planWeeks.
       02 planWeekEntry OCCURS 60 TIMES.
           03 pwStart PIC X(8).
           03 pwObjective PIC X(12).
01 planWeekCount PIC 9(2).
01 planIndex PIC 9(2).
01 earlierIndex PIC 9(2).
01 practisedObjectives.
       02 practisedEntry OCCURS 40 TIMES.
           03 prObjective PIC X(12).
           03 prAttempts PIC 9(6).
01 practisedCount PIC 9(2).
01 practisedIndex PIC 9(2).
01 practisedFound PIC X(1).
01 objectiveAttempts PIC 9(6).
01 earlierFound PIC X(1).
01 currentWeekNo PIC 9(2).
01 reachedWeekNo PIC 9(2).
01 weeksBehind PIC 9(2).
01 studentCount PIC 9(4).
01 neverCount PIC 9(2).
01 classesChecked PIC 9(4) VALUE ZERO.
01 classesBehind PIC 9(4) VALUE ZERO.
PROCEDURE DIVISION.
PacingReportProcess.
    DISPLAY "=== Curriculum pacing report ==="
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE "PACEBEHINDWEEKS" TO paramName
    MOVE 2 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO behindLimit
    OPEN INPUT pacingPlanFile
    IF pacingPlanFileStatus NOT = "00"
       DISPLAY "No pacing plans on file, status " pacingPlanFileStatus
       GOBACK
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       CLOSE pacingPlanFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "Could not open session log file, status " sessionLogFileStatus
       CLOSE playersFile
       CLOSE pacingPlanFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT pacingReportFile
    IF pacingReportFileStatus NOT = "00"
       DISPLAY "Could not open pacingreport.txt, status " pacingReportFileStatus
       CLOSE sessionLogFile
       CLOSE playersFile
       CLOSE pacingPlanFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE SPACES TO pacingReportLine
    STRING "CURRICULUM PACING REPORT - " runDate
           " - flagged when more than " behindLimit " week(s) behind plan"
        DELIMITED BY SIZE INTO pacingReportLine
    END-STRING
    WRITE pacingReportLine
    MOVE SPACES TO currentClass
    MOVE ZERO TO planWeekCount
    MOVE "N" TO noMorePlan
    PERFORM UNTIL noMorePlan = "Y"
       READ pacingPlanFile NEXT RECORD
           AT END MOVE "Y" TO noMorePlan
           NOT AT END
               IF ppClassCode NOT = currentClass
                  IF planWeekCount > ZERO
                     PERFORM ReportOneClass
                  END-IF
                  MOVE ppClassCode TO currentClass
                  MOVE ZERO TO planWeekCount
               END-IF
               IF planWeekCount < 60
                  ADD 1 TO planWeekCount
                  MOVE ppWeekStart TO pwStart(planWeekCount)
                  MOVE ppObjective TO pwObjective(planWeekCount)
               END-IF
       END-READ
    END-PERFORM
    IF planWeekCount > ZERO
       PERFORM ReportOneClass
    END-IF
    MOVE SPACES TO pacingReportLine
    WRITE pacingReportLine
    MOVE SPACES TO pacingReportLine
    STRING classesChecked " class(es) with a pacing plan, " classesBehind
           " behind schedule"
        DELIMITED BY SIZE INTO pacingReportLine
    END-STRING
    WRITE pacingReportLine
    CLOSE pacingReportFile
    CLOSE sessionLogFile
    CLOSE playersFile
    CLOSE pacingPlanFile
    DISPLAY classesChecked " class(es) checked, " classesBehind " behind schedule"
    DISPLAY "Pacing report written to pacingreport.txt".
    GOBACK.
ReportOneClass.
    ADD 1 TO classesChecked
    MOVE SPACES TO pacingReportLine
    WRITE pacingReportLine
    MOVE ZERO TO currentWeekNo
    PERFORM VARYING planIndex FROM 1 BY 1 UNTIL planIndex > planWeekCount
       IF pwStart(planIndex) <= runDate
          MOVE planIndex TO currentWeekNo
       END-IF
    END-PERFORM
    IF currentWeekNo = ZERO
       MOVE SPACES TO pacingReportLine
       STRING "Class " currentClass " - plan starts " pwStart(1)
              ", nothing due yet"
           DELIMITED BY SIZE INTO pacingReportLine
       END-STRING
       WRITE pacingReportLine
       EXIT PARAGRAPH
    END-IF
    PERFORM TallyClassPractice
    MOVE ZERO TO reachedWeekNo
    PERFORM VARYING planIndex FROM 1 BY 1 UNTIL planIndex > currentWeekNo
       MOVE pwObjective(planIndex) TO workObjective
       PERFORM FindPractisedObjective
       IF objectiveAttempts > ZERO
          MOVE planIndex TO reachedWeekNo
       END-IF
    END-PERFORM
    COMPUTE weeksBehind = currentWeekNo - reachedWeekNo
    MOVE SPACES TO pacingReportLine
    STRING "Class " currentClass " - plan week " currentWeekNo " of " planWeekCount
           " (" pwObjective(currentWeekNo) "), practice reached week "
           reachedWeekNo
        DELIMITED BY SIZE INTO pacingReportLine
    END-STRING
    WRITE pacingReportLine
    MOVE SPACES TO pacingReportLine
    IF weeksBehind > behindLimit
       ADD 1 TO classesBehind
       STRING "  *** BEHIND SCHEDULE by " weeksBehind " week(s) - "
              studentCount " student(s)"
           DELIMITED BY SIZE INTO pacingReportLine
       END-STRING
    ELSE
       STRING "  on schedule (" weeksBehind " week(s) behind) - "
              studentCount " student(s)"
           DELIMITED BY SIZE INTO pacingReportLine
       END-STRING
    END-IF
    WRITE pacingReportLine
    MOVE ZERO TO neverCount
    PERFORM VARYING planIndex FROM 1 BY 1 UNTIL planIndex > currentWeekNo
       MOVE pwObjective(planIndex) TO workObjective
       PERFORM FindPractisedObjective
       IF objectiveAttempts = ZERO
          PERFORM CheckEarlierWeek
          IF earlierFound = "N"
             ADD 1 TO neverCount
             MOVE SPACES TO pacingReportLine
             STRING "  planned but never practised: " workObjective
                    " (from week of " pwStart(planIndex) ")"
                 DELIMITED BY SIZE INTO pacingReportLine
             END-STRING
             WRITE pacingReportLine
          END-IF
       END-IF
    END-PERFORM
    IF neverCount = ZERO
       MOVE "  every objective planned so far has been practised" TO pacingReportLine
       WRITE pacingReportLine
    END-IF.
CheckEarlierWeek.
    MOVE "N" TO earlierFound
    PERFORM VARYING earlierIndex FROM 1 BY 1
            UNTIL earlierIndex >= planIndex OR earlierFound = "Y"
       IF pwObjective(earlierIndex) = workObjective
          MOVE "Y" TO earlierFound
       END-IF
    END-PERFORM.
FindPractisedObjective.
    MOVE ZERO TO objectiveAttempts
    PERFORM VARYING practisedIndex FROM 1 BY 1
            UNTIL practisedIndex > practisedCount
       IF prObjective(practisedIndex) = workObjective
          MOVE prAttempts(practisedIndex) TO objectiveAttempts
       END-IF
    END-PERFORM.
TallyClassPractice.
    MOVE ZERO TO practisedCount
    MOVE ZERO TO studentCount
    MOVE LOW-VALUES TO userName
    MOVE "N" TO noMoreRecords
    START playersFile KEY IS >= userName
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF classCode = currentClass AND roleFlag NOT = "T"
                  ADD 1 TO studentCount
                  MOVE userName TO reportPlayer
                  PERFORM TallyStudentPractice
               END-IF
       END-READ
    END-PERFORM.
TallyStudentPractice.
    MOVE "N" TO noMoreLogRecords
    MOVE reportPlayer TO slUserName
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
                  IF slResult NOT = "H" AND slDate >= pwStart(1)
                     PERFORM TallyOnePractice
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
TallyOnePractice.
    MOVE slObjective TO workObjective
    IF workObjective = SPACES
       CALL 'GetObjective' USING slExercise, slLevel, workObjective
    END-IF
    IF workObjective = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO practisedFound
    PERFORM VARYING practisedIndex FROM 1 BY 1
            UNTIL practisedIndex > practisedCount OR practisedFound = "Y"
       IF prObjective(practisedIndex) = workObjective
          MOVE "Y" TO practisedFound
          ADD 1 TO prAttempts(practisedIndex)
       END-IF
    END-PERFORM
    IF practisedFound = "N" AND practisedCount < 40
       ADD 1 TO practisedCount
       MOVE workObjective TO prObjective(practisedCount)
       MOVE 1 TO prAttempts(practisedCount)
    END-IF.
