       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. UsageHeatmap.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT reportFile ASSIGN TO DYNAMIC reportFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reportFileStatus.
DATA DIVISION.
FILE SECTION.
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
FD playersFile.
COPY PLAYERREC.
FD reportFile.
01 reportLine PIC X(160).
WORKING-STORAGE SECTION.
01 sessionLogFileStatus PIC X(2).
01 runLogFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 reportFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 fromDate PIC X(8).
01 toDate PIC X(8).
01 fromFull PIC 9(8).
01 heatClass PIC X(6).
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 schoolStartHour PIC 9(2).
01 schoolEndHour PIC 9(2).
01 peakPct PIC 9(3).
01 currentUser PIC X(10) VALUE SPACES.
01 currentClass PIC X(6).
01 userInScope PIC X(1).
01 userSlotSeen.
       02 userSlotDay OCCURS 7 TIMES.
           03 userSlotHour PIC X(1) OCCURS 24 TIMES.
01 heatGrid.
       02 heatDay OCCURS 7 TIMES.
           03 heatHour OCCURS 24 TIMES.
               04 heatSeconds PIC 9(9).
               04 heatStudents PIC 9(5).
01 dayNames PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
01 dayTable REDEFINES dayNames.
       02 dayName PIC X(3) OCCURS 7 TIMES.
01 recordDateFull PIC 9(8).
01 dayIndex PIC 9(1).
01 hourIndex PIC 9(2).
01 hourNumber PIC 9(2).
01 cellInSchool PIC X(1).
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
01 runStartSecs PIC 9(6).
01 runEndSecs PIC 9(6).
01 hourEndSecs PIC 9(6).
01 portionSecs PIC 9(6).
01 cellValue PIC 9(7).
01 cellDisp PIC ZZZZ9.
01 cellMark PIC X(1).
01 gridKind PIC X(1).
01 gridMax PIC 9(7).
01 gridThreshold PIC 9(7).
01 linePointer PIC 9(3).
01 hourDisp PIC 9(2).
01 sessionsCounted PIC 9(7) VALUE ZERO.
01 runsCounted PIC 9(7) VALUE ZERO.
01 schoolSeconds PIC 9(9) VALUE ZERO.
01 homeSeconds PIC 9(9) VALUE ZERO.
01 schoolVisits PIC 9(7) VALUE ZERO.
01 homeVisits PIC 9(7) VALUE ZERO.
01 summaryMinutes PIC 9(7).
01 summaryDisp PIC Z(6)9.
01 visitsDisp PIC Z(6)9.
01 partKind PIC X(1).
01 partMax PIC 9(7).
01 partThreshold PIC 9(7).
01 peaksListed PIC 9(2).
01 summaryText PIC X(160).
01 spoolType PIC X(12) VALUE "HEATMAP".
01 spoolSubject PIC X(10).
PROCEDURE DIVISION.
UsageHeatmapProcess.
    DISPLAY "=== Usage heatmap by weekday and hour ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    DISPLAY "From date (YYYYMMDD, blank = last 28 days)"
    ACCEPT fromDate
    DISPLAY "To date (YYYYMMDD, blank = today)"
    ACCEPT toDate
    IF fromDate = SPACES
       COMPUTE fromFull =
           FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) - 28)
       MOVE fromFull TO fromDate
    END-IF
    IF toDate = SPACES
       MOVE todayDate TO toDate
    END-IF
    IF fromDate NOT NUMERIC OR toDate NOT NUMERIC
       DISPLAY "Dates must be entered as YYYYMMDD"
       EXIT PROGRAM
    END-IF
    DISPLAY "Class code (blank = whole school)"
    ACCEPT heatClass
    MOVE "SCHOOLSTARTHOUR" TO paramName
    MOVE 8 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO schoolStartHour
    MOVE "SCHOOLENDHOUR" TO paramName
    MOVE 16 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO schoolEndHour
    MOVE "HEATPEAKPCT" TO paramName
    MOVE 80 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO peakPct
    INITIALIZE heatGrid
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       EXIT PROGRAM
    END-IF
    PERFORM ScanSessionLog
    PERFORM ScanRunLog
    CLOSE playersFile
    MOVE SPACES TO reportFileName
    IF heatClass = SPACES
       STRING "heatmap_school_" fromDate "_" toDate ".txt"
           DELIMITED BY SIZE INTO reportFileName
       END-STRING
    ELSE
       STRING "heatmap_" FUNCTION TRIM(heatClass) "_" fromDate "_" toDate ".txt"
           DELIMITED BY SIZE INTO reportFileName
       END-STRING
    END-IF
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not create " FUNCTION TRIM(reportFileName)
           ", status " reportFileStatus
       EXIT PROGRAM
    END-IF
    PERFORM WriteReportHeading
    MOVE "M" TO gridKind
    PERFORM WriteOneGrid
    MOVE "S" TO gridKind
    PERFORM WriteOneGrid
    MOVE "I" TO partKind
    PERFORM WritePracticePart
    MOVE "H" TO partKind
    PERFORM WritePracticePart
    CLOSE reportFile
    MOVE heatClass TO spoolSubject
    IF heatClass = SPACES
       MOVE "SCHOOL" TO spoolSubject
    END-IF
    CALL 'RegisterSpool' USING spoolType, spoolSubject, reportFileName
    DISPLAY " "
    DISPLAY sessionsCounted " answer record(s) and " runsCounted " run(s) in the period"
    DISPLAY "Heatmap written to " FUNCTION TRIM(reportFileName).
    EXIT PROGRAM.
ScanSessionLog.
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "No session records exist yet, status " sessionLogFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO currentUser
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM TallyOneSession
       END-READ
    END-PERFORM
    CLOSE sessionLogFile.
TallyOneSession.
    IF slUserName NOT = currentUser
       MOVE slUserName TO currentUser
       PERFORM CheckUserInScope
       MOVE ALL "N" TO userSlotSeen
    END-IF
    IF userInScope NOT = "Y"
       EXIT PARAGRAPH
    END-IF
    IF slDate < fromDate OR slDate > toDate OR slDate NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    MOVE slDate TO recordDateFull
    PERFORM FindWeekday
    MOVE slTime TO startStamp
    COMPUTE hourIndex = startHH + 1
    IF hourIndex < 1 OR hourIndex > 24
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO sessionsCounted
    IF userSlotHour(dayIndex, hourIndex) = "N"
       MOVE "Y" TO userSlotHour(dayIndex, hourIndex)
       ADD 1 TO heatStudents(dayIndex, hourIndex)
    END-IF.
ScanRunLog.
    OPEN INPUT runLogFile
    IF runLogFileStatus NOT = "00"
       DISPLAY "No run-level session records exist yet, status " runLogFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO currentUser
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ runLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM TallyOneRun
       END-READ
    END-PERFORM
    CLOSE runLogFile.
TallyOneRun.
    IF rlUserName NOT = currentUser
       MOVE rlUserName TO currentUser
       PERFORM CheckUserInScope
    END-IF
    IF userInScope NOT = "Y"
       EXIT PARAGRAPH
    END-IF
    IF rlDate < fromDate OR rlDate > toDate OR rlDate NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    IF rlStartTime NOT NUMERIC OR rlEndTime NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    MOVE rlDate TO recordDateFull
    PERFORM FindWeekday
    MOVE rlStartTime TO startStamp
    MOVE rlEndTime TO endStamp
    COMPUTE runStartSecs = startHH * 3600 + startMM * 60 + startSS
    COMPUTE runEndSecs = endHH * 3600 + endMM * 60 + endSS
    IF runEndSecs < runStartSecs
       MOVE 86400 TO runEndSecs
    END-IF
    ADD 1 TO runsCounted
    PERFORM SpreadRunSeconds UNTIL runStartSecs >= runEndSecs.
SpreadRunSeconds.
    COMPUTE hourIndex = runStartSecs / 3600 + 1
    COMPUTE hourEndSecs = hourIndex * 3600
    IF hourEndSecs > runEndSecs
       MOVE runEndSecs TO hourEndSecs
    END-IF
    COMPUTE portionSecs = hourEndSecs - runStartSecs
    ADD portionSecs TO heatSeconds(dayIndex, hourIndex)
    MOVE hourEndSecs TO runStartSecs.
CheckUserInScope.
    MOVE "N" TO userInScope
    MOVE SPACES TO currentClass
    MOVE currentUser TO userName
    READ playersFile
        INVALID KEY EXIT PARAGRAPH
    END-READ
    MOVE classCode TO currentClass
    IF heatClass = SPACES OR currentClass = heatClass
       MOVE "Y" TO userInScope
    END-IF.
FindWeekday.
    COMPUTE dayIndex =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(recordDateFull) - 1, 7) + 1.
CheckCellInSchool.
    COMPUTE hourNumber = hourIndex - 1
    MOVE "N" TO cellInSchool
    IF dayIndex <= 5 AND hourNumber >= schoolStartHour
            AND hourNumber < schoolEndHour
       MOVE "Y" TO cellInSchool
    END-IF.
GetCellValue.
    IF gridKind = "M"
       COMPUTE cellValue ROUNDED = heatSeconds(dayIndex, hourIndex) / 60
    ELSE
       MOVE heatStudents(dayIndex, hourIndex) TO cellValue
    END-IF.
WriteReportHeading.
    MOVE "Usage heatmap - practice by weekday and hour of day" TO reportLine
    WRITE reportLine
    MOVE SPACES TO reportLine
    IF heatClass = SPACES
       STRING "Whole school, " fromDate " to " toDate
           DELIMITED BY SIZE INTO reportLine
       END-STRING
    ELSE
       STRING "Class " FUNCTION TRIM(heatClass) ", " fromDate " to " toDate
           DELIMITED BY SIZE INTO reportLine
       END-STRING
    END-IF
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "School hours: Monday to Friday " schoolStartHour ":00 to "
           schoolEndHour ":00 - everything else counts as home practice"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "* marks a peak slot (at least " peakPct "% of the busiest slot)"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine.
WriteOneGrid.
    MOVE ZERO TO gridMax
    PERFORM VARYING dayIndex FROM 1 BY 1 UNTIL dayIndex > 7
       PERFORM VARYING hourIndex FROM 1 BY 1 UNTIL hourIndex > 24
          PERFORM GetCellValue
          IF cellValue > gridMax
             MOVE cellValue TO gridMax
          END-IF
       END-PERFORM
    END-PERFORM
    COMPUTE gridThreshold ROUNDED = gridMax * peakPct / 100
    IF gridThreshold = ZERO
       MOVE 1 TO gridThreshold
    END-IF
    MOVE SPACES TO reportLine
    WRITE reportLine
    IF gridKind = "M"
       MOVE "PRACTICE MINUTES (from run durations)" TO reportLine
    ELSE
       MOVE "ACTIVE STUDENTS (distinct students answering in the slot)" TO reportLine
    END-IF
    WRITE reportLine
    MOVE SPACES TO reportLine
    MOVE 5 TO linePointer
    PERFORM VARYING hourIndex FROM 1 BY 1 UNTIL hourIndex > 24
       COMPUTE hourDisp = hourIndex - 1
       STRING "   " hourDisp " " DELIMITED BY SIZE
           INTO reportLine WITH POINTER linePointer
       END-STRING
    END-PERFORM
    WRITE reportLine
    PERFORM VARYING dayIndex FROM 1 BY 1 UNTIL dayIndex > 7
       MOVE SPACES TO reportLine
       MOVE dayName(dayIndex) TO reportLine(1:3)
       MOVE 5 TO linePointer
       PERFORM VARYING hourIndex FROM 1 BY 1 UNTIL hourIndex > 24
          PERFORM GetCellValue
          MOVE cellValue TO cellDisp
          MOVE SPACE TO cellMark
          IF cellValue >= gridThreshold
             MOVE "*" TO cellMark
          END-IF
          STRING cellDisp cellMark DELIMITED BY SIZE
              INTO reportLine WITH POINTER linePointer
          END-STRING
       END-PERFORM
       WRITE reportLine
    END-PERFORM.
WritePracticePart.
    MOVE ZERO TO partMax
    MOVE "M" TO gridKind
    PERFORM VARYING dayIndex FROM 1 BY 1 UNTIL dayIndex > 7
       PERFORM VARYING hourIndex FROM 1 BY 1 UNTIL hourIndex > 24
          PERFORM CheckCellInSchool
          IF (partKind = "I" AND cellInSchool = "Y")
                  OR (partKind = "H" AND cellInSchool = "N")
             PERFORM GetCellValue
             IF cellValue > partMax
                MOVE cellValue TO partMax
             END-IF
             IF partKind = "I"
                ADD heatSeconds(dayIndex, hourIndex) TO schoolSeconds
                ADD heatStudents(dayIndex, hourIndex) TO schoolVisits
             ELSE
                ADD heatSeconds(dayIndex, hourIndex) TO homeSeconds
                ADD heatStudents(dayIndex, hourIndex) TO homeVisits
             END-IF
          END-IF
       END-PERFORM
    END-PERFORM
    COMPUTE partThreshold ROUNDED = partMax * peakPct / 100
    IF partThreshold = ZERO
       MOVE 1 TO partThreshold
    END-IF
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE SPACES TO summaryText
    IF partKind = "I"
       COMPUTE summaryMinutes ROUNDED = schoolSeconds / 60
       MOVE summaryMinutes TO summaryDisp
       MOVE schoolVisits TO visitsDisp
       STRING "IN-SCHOOL PRACTICE: " FUNCTION TRIM(summaryDisp) " minute(s), "
              FUNCTION TRIM(visitsDisp) " student-hour(s)"
           DELIMITED BY SIZE INTO summaryText
       END-STRING
    ELSE
       COMPUTE summaryMinutes ROUNDED = homeSeconds / 60
       MOVE summaryMinutes TO summaryDisp
       MOVE homeVisits TO visitsDisp
       STRING "HOME PRACTICE (outside school hours): " FUNCTION TRIM(summaryDisp)
              " minute(s), " FUNCTION TRIM(visitsDisp) " student-hour(s)"
           DELIMITED BY SIZE INTO summaryText
       END-STRING
    END-IF
    MOVE summaryText TO reportLine
    WRITE reportLine
    DISPLAY FUNCTION TRIM(summaryText)
    MOVE ZERO TO peaksListed
    IF partMax = ZERO
       MOVE "  No practice recorded" TO reportLine
       WRITE reportLine
       EXIT PARAGRAPH
    END-IF
    MOVE "  Peak slots:" TO reportLine
    WRITE reportLine
    PERFORM VARYING dayIndex FROM 1 BY 1 UNTIL dayIndex > 7
       PERFORM VARYING hourIndex FROM 1 BY 1 UNTIL hourIndex > 24
          PERFORM CheckCellInSchool
          IF (partKind = "I" AND cellInSchool = "Y")
                  OR (partKind = "H" AND cellInSchool = "N")
             PERFORM GetCellValue
             IF cellValue >= partThreshold AND peaksListed < 20
                PERFORM WriteOnePeak
             END-IF
          END-IF
       END-PERFORM
    END-PERFORM.
WriteOnePeak.
    ADD 1 TO peaksListed
    MOVE cellValue TO summaryDisp
    MOVE heatStudents(dayIndex, hourIndex) TO visitsDisp
    MOVE SPACES TO reportLine
    STRING "    " dayName(dayIndex) " " hourNumber ":00 - "
           FUNCTION TRIM(summaryDisp) " minute(s), "
           FUNCTION TRIM(visitsDisp) " student(s)"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    DISPLAY reportLine(1:80).
