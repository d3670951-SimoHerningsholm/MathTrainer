       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NationalTestReport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT testResultsFile ASSIGN TO "testresults.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS trKey
    FILE STATUS IS testResultsFileStatus.
SELECT sessionLogFile ASSIGN TO "sessionlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS slKeyGroup
    ALTERNATE RECORD KEY IS slUserName WITH DUPLICATES
    ALTERNATE RECORD KEY IS slDate WITH DUPLICATES
    FILE STATUS IS sessionLogFileStatus.
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
FD testResultsFile.
01 testResultData.
       02 trKey.
           03 trUserName PIC X(10).
           03 trYear PIC X(4).
           03 trArea PIC X(10).
       02 trScore PIC 9(3).
       02 trClassCode PIC X(6).
       02 trImportDate PIC X(8).
FD sessionLogFile.
COPY SESSIONREC.
FD calendarFile.
01 calendarData.
       02 calDate PIC X(8).
       02 calType PIC X(1).
       02 calNote PIC X(20).
FD reportFile.
01 reportLine PIC X(100).
WORKING-STORAGE SECTION.
01 testResultsFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 calendarFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 reportFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 yearEntry PIC X(4).
01 dateEntry PIC X(8).
01 termStartSeen PIC X(8).
01 windowStart PIC X(8).
01 windowEnd PIC X(8).
01 windowFull PIC 9(8).
01 testTable.
       02 testEntry OCCURS 500 TIMES.
           03 ntPlayer PIC X(10).
           03 ntClass PIC X(6).
           03 ntScoreSum PIC 9(5).
           03 ntAreaCount PIC 9(2).
           03 ntAttempts PIC 9(6).
           03 ntCorrect PIC 9(6).
           03 ntSeconds PIC 9(8).
           03 ntAvgScore PIC 9(3)V9.
           03 ntAccuracy PIC 9(3).
           03 ntMinutes PIC 9(6).
01 testCount PIC 9(3) VALUE ZERO.
01 testIndex PIC 9(3).
01 entryFound PIC X(1).
01 skippedCount PIC 9(5) VALUE ZERO.
01 classTable.
       02 classListCode PIC X(6) OCCURS 50 TIMES.
01 classCount PIC 9(2) VALUE ZERO.
01 classIndex PIC 9(2).
01 classFound PIC X(1).
01 groupClass PIC X(6).
01 groupLabel PIC X(20).
01 groupCount PIC 9(4).
01 groupSumMinutes PIC 9(9).
01 groupSumScore PIC 9(9)V9.
01 groupSumAttempts PIC 9(9).
01 groupSumCorrect PIC 9(9).
01 groupSumMinScore PIC 9(15)V9.
01 groupSumMinSq PIC 9(15).
01 groupSumScoreSq PIC 9(13)V99.
01 groupMeanMinutes PIC 9(6)V9.
01 groupMeanScore PIC 9(3)V9.
01 groupMeanAttempts PIC 9(6).
01 groupAccuracy PIC 9(3).
01 highCount PIC 9(4).
01 highSumScore PIC 9(9)V9.
01 lowCount PIC 9(4).
01 lowSumScore PIC 9(9)V9.
01 highMeanScore PIC 9(3)V9.
01 lowMeanScore PIC 9(3)V9.
01 corrNumerator PIC S9(18)V9(2).
01 corrDenomMinutes PIC S9(18)V9(2).
01 corrDenomScore PIC S9(18)V9(2).
01 corrValue PIC S9V9(3).
01 corrEdited PIC -9.999.
01 corrText PIC X(34).
01 scoreEdited PIC ZZ9.9.
01 highEdited PIC ZZ9.9.
01 lowEdited PIC ZZ9.9.
01 minutesEdited PIC ZZZZZ9.
01 spoolType PIC X(12) VALUE "NATTEST".
01 spoolSubject PIC X(10).
PROCEDURE DIVISION.
NationalTestReportProcess.
    DISPLAY "=== National test results against practice history ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    DISPLAY "Test year (YYYY, blank = " todayDate(1:4) ")"
    ACCEPT yearEntry
    IF yearEntry = SPACES
       MOVE todayDate(1:4) TO yearEntry
    END-IF
    IF yearEntry NOT NUMERIC
       DISPLAY "The test year must be four digits"
       EXIT PROGRAM
    END-IF
    PERFORM FindPrecedingTerm
    DISPLAY "Practice window start (YYYYMMDD, blank = " windowStart ")"
    ACCEPT dateEntry
    IF dateEntry NOT = SPACES
       MOVE dateEntry TO windowStart
    END-IF
    DISPLAY "Practice window end (YYYYMMDD, blank = " windowEnd ")"
    ACCEPT dateEntry
    IF dateEntry NOT = SPACES
       MOVE dateEntry TO windowEnd
    END-IF
    IF windowStart NOT NUMERIC OR windowEnd NOT NUMERIC
            OR windowStart > windowEnd
       DISPLAY "The practice window must be two dates in order"
       EXIT PROGRAM
    END-IF
    PERFORM LoadTestResults
    IF testCount = ZERO
       DISPLAY "No national test results on file for " yearEntry
       EXIT PROGRAM
    END-IF
    PERFORM TallyPractice
    PERFORM VARYING testIndex FROM 1 BY 1 UNTIL testIndex > testCount
       PERFORM FinishOneStudent
    END-PERFORM
    MOVE SPACES TO reportFileName
    STRING "nationaltest_" yearEntry ".txt" DELIMITED BY SIZE
        INTO reportFileName
    END-STRING
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not open report file " reportFileName ", status " reportFileStatus
       EXIT PROGRAM
    END-IF
    PERFORM WriteReportHeading
    PERFORM VARYING classIndex FROM 1 BY 1 UNTIL classIndex > classCount
       PERFORM WriteOneClass
    END-PERFORM
    MOVE SPACES TO groupClass
    MOVE "Whole school" TO groupLabel
    PERFORM ComputeGroupStats
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "=== School summary ===" TO reportLine
    WRITE reportLine
    PERFORM WriteGroupSummary
    CLOSE reportFile
    MOVE yearEntry TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, reportFileName
    DISPLAY testCount " student(s) with results, " classCount " class(es)"
    IF skippedCount > ZERO
       DISPLAY skippedCount " result(s) not reported - student table full"
    END-IF
    DISPLAY "School: mean score " scoreEdited ", more practice " highEdited
        ", less practice " lowEdited ", correlation " corrEdited
    DISPLAY "Report written to " FUNCTION TRIM(reportFileName).
    EXIT PROGRAM.
FindPrecedingTerm.
    MOVE SPACES TO windowStart
    MOVE SPACES TO windowEnd
    MOVE SPACES TO termStartSeen
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
                  IF calDate > todayDate
                     MOVE "Y" TO noMoreRecords
                  ELSE
                     IF calType = "S"
                        MOVE calDate TO termStartSeen
                     END-IF
                     IF calType = "E" AND termStartSeen NOT = SPACES
                        MOVE termStartSeen TO windowStart
                        MOVE calDate TO windowEnd
                     END-IF
                  END-IF
          END-READ
       END-PERFORM
       CLOSE calendarFile
    END-IF
    IF windowStart = SPACES
       MOVE todayDate TO todayFull
       COMPUTE windowFull =
           FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) - 90)
       MOVE windowFull TO windowStart
       MOVE todayDate TO windowEnd
    END-IF.
LoadTestResults.
    OPEN INPUT testResultsFile
    IF testResultsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    MOVE LOW-VALUES TO trKey
    START testResultsFile KEY IS >= trKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ testResultsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF trYear = yearEntry
                  PERFORM AddOneResult
               END-IF
       END-READ
    END-PERFORM
    CLOSE testResultsFile.
AddOneResult.
    IF testCount > ZERO
       IF ntPlayer(testCount) = trUserName
          ADD trScore TO ntScoreSum(testCount)
          ADD 1 TO ntAreaCount(testCount)
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF testCount >= 500
       ADD 1 TO skippedCount
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO testCount
    MOVE trUserName TO ntPlayer(testCount)
    MOVE trClassCode TO ntClass(testCount)
    MOVE trScore TO ntScoreSum(testCount)
    MOVE 1 TO ntAreaCount(testCount)
    MOVE ZERO TO ntAttempts(testCount)
    MOVE ZERO TO ntCorrect(testCount)
    MOVE ZERO TO ntSeconds(testCount)
    MOVE "N" TO classFound
    PERFORM VARYING classIndex FROM 1 BY 1
            UNTIL classIndex > classCount OR classFound = "Y"
       IF classListCode(classIndex) = trClassCode
          MOVE "Y" TO classFound
       END-IF
    END-PERFORM
    IF classFound = "N" AND classCount < 50
       ADD 1 TO classCount
       MOVE trClassCode TO classListCode(classCount)
    END-IF.
TallyPractice.
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "Could not open session log file, status " sessionLogFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    MOVE windowStart TO slDate
    START sessionLogFile KEY IS >= slDate
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF slDate > windowEnd
                  MOVE "Y" TO noMoreRecords
               ELSE
                  PERFORM TallyOneSessionRecord
               END-IF
       END-READ
    END-PERFORM
    CLOSE sessionLogFile.
TallyOneSessionRecord.
    IF slResult = "H"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO entryFound
    PERFORM VARYING testIndex FROM 1 BY 1
            UNTIL testIndex > testCount OR entryFound = "Y"
       IF ntPlayer(testIndex) = slUserName
          MOVE "Y" TO entryFound
       END-IF
    END-PERFORM
    IF entryFound = "N"
       EXIT PARAGRAPH
    END-IF
    SUBTRACT 1 FROM testIndex
    ADD 1 TO ntAttempts(testIndex)
    IF slResult = "Y"
       ADD 1 TO ntCorrect(testIndex)
    END-IF
    ADD slSeconds TO ntSeconds(testIndex).
FinishOneStudent.
    COMPUTE ntAvgScore(testIndex) ROUNDED =
        ntScoreSum(testIndex) / ntAreaCount(testIndex)
    MOVE ZERO TO ntAccuracy(testIndex)
    IF ntAttempts(testIndex) > ZERO
       COMPUTE ntAccuracy(testIndex) ROUNDED =
           (ntCorrect(testIndex) * 100) / ntAttempts(testIndex)
    END-IF
    COMPUTE ntMinutes(testIndex) ROUNDED = ntSeconds(testIndex) / 60.
WriteReportHeading.
    MOVE SPACES TO reportLine
    STRING "National maths test " yearEntry " against practice from "
        windowStart " to " windowEnd DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "Produced " todayDate DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine.
WriteOneClass.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "=== Class " classListCode(classIndex) " ===" DELIMITED BY SIZE
        INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE "Student     Areas  Avg score  Questions  Accuracy  Minutes" TO reportLine
    WRITE reportLine
    PERFORM VARYING testIndex FROM 1 BY 1 UNTIL testIndex > testCount
       IF ntClass(testIndex) = classListCode(classIndex)
          MOVE ntAvgScore(testIndex) TO scoreEdited
          MOVE ntMinutes(testIndex) TO minutesEdited
          MOVE SPACES TO reportLine
          STRING ntPlayer(testIndex) "  " ntAreaCount(testIndex) "     "
              scoreEdited "      " ntAttempts(testIndex) "     "
              ntAccuracy(testIndex) "%      " minutesEdited
              DELIMITED BY SIZE INTO reportLine
          END-STRING
          WRITE reportLine
       END-IF
    END-PERFORM
    MOVE classListCode(classIndex) TO groupClass
    MOVE SPACES TO groupLabel
    STRING "Class " classListCode(classIndex) DELIMITED BY SIZE INTO groupLabel
    END-STRING
    PERFORM ComputeGroupStats
    PERFORM WriteGroupSummary.
ComputeGroupStats.
    MOVE ZERO TO groupCount
    MOVE ZERO TO groupSumMinutes
    MOVE ZERO TO groupSumScore
    MOVE ZERO TO groupSumAttempts
    MOVE ZERO TO groupSumCorrect
    MOVE ZERO TO groupSumMinScore
    MOVE ZERO TO groupSumMinSq
    MOVE ZERO TO groupSumScoreSq
    PERFORM VARYING testIndex FROM 1 BY 1 UNTIL testIndex > testCount
       IF groupClass = SPACES OR ntClass(testIndex) = groupClass
          ADD 1 TO groupCount
          ADD ntMinutes(testIndex) TO groupSumMinutes
          ADD ntAvgScore(testIndex) TO groupSumScore
          ADD ntAttempts(testIndex) TO groupSumAttempts
          ADD ntCorrect(testIndex) TO groupSumCorrect
          COMPUTE groupSumMinScore = groupSumMinScore
              + ntMinutes(testIndex) * ntAvgScore(testIndex)
          COMPUTE groupSumMinSq = groupSumMinSq
              + ntMinutes(testIndex) * ntMinutes(testIndex)
          COMPUTE groupSumScoreSq = groupSumScoreSq
              + ntAvgScore(testIndex) * ntAvgScore(testIndex)
       END-IF
    END-PERFORM
    MOVE ZERO TO groupMeanMinutes
    MOVE ZERO TO groupMeanScore
    MOVE ZERO TO groupMeanAttempts
    MOVE ZERO TO groupAccuracy
    IF groupCount > ZERO
       COMPUTE groupMeanMinutes ROUNDED = groupSumMinutes / groupCount
       COMPUTE groupMeanScore ROUNDED = groupSumScore / groupCount
       COMPUTE groupMeanAttempts ROUNDED = groupSumAttempts / groupCount
    END-IF
    IF groupSumAttempts > ZERO
       COMPUTE groupAccuracy ROUNDED = (groupSumCorrect * 100) / groupSumAttempts
    END-IF
    MOVE ZERO TO highCount
    MOVE ZERO TO highSumScore
    MOVE ZERO TO lowCount
    MOVE ZERO TO lowSumScore
    PERFORM VARYING testIndex FROM 1 BY 1 UNTIL testIndex > testCount
       IF groupClass = SPACES OR ntClass(testIndex) = groupClass
          IF ntMinutes(testIndex) >= groupMeanMinutes
             ADD 1 TO highCount
             ADD ntAvgScore(testIndex) TO highSumScore
          ELSE
             ADD 1 TO lowCount
             ADD ntAvgScore(testIndex) TO lowSumScore
          END-IF
       END-IF
    END-PERFORM
    MOVE ZERO TO highMeanScore
    MOVE ZERO TO lowMeanScore
    IF highCount > ZERO
       COMPUTE highMeanScore ROUNDED = highSumScore / highCount
    END-IF
    IF lowCount > ZERO
       COMPUTE lowMeanScore ROUNDED = lowSumScore / lowCount
    END-IF
    PERFORM ComputeCorrelation
    MOVE groupMeanScore TO scoreEdited
    MOVE highMeanScore TO highEdited
    MOVE lowMeanScore TO lowEdited.
ComputeCorrelation.
    MOVE ZERO TO corrValue
    MOVE "too few students to judge" TO corrText
    IF groupCount < 3
       MOVE corrValue TO corrEdited
       EXIT PARAGRAPH
    END-IF
    COMPUTE corrNumerator = groupCount * groupSumMinScore
        - groupSumMinutes * groupSumScore
    COMPUTE corrDenomMinutes = groupCount * groupSumMinSq
        - groupSumMinutes * groupSumMinutes
    COMPUTE corrDenomScore = groupCount * groupSumScoreSq
        - groupSumScore * groupSumScore
    IF corrDenomMinutes <= ZERO OR corrDenomScore <= ZERO
       MOVE "no spread in practice or scores" TO corrText
       MOVE corrValue TO corrEdited
       EXIT PARAGRAPH
    END-IF
    COMPUTE corrValue ROUNDED = corrNumerator /
        (FUNCTION SQRT(corrDenomMinutes) * FUNCTION SQRT(corrDenomScore))
    EVALUATE TRUE
        WHEN corrValue >= 0.5 MOVE "strong positive relationship" TO corrText
        WHEN corrValue >= 0.3 MOVE "moderate positive relationship" TO corrText
        WHEN corrValue > -0.3 MOVE "weak or no relationship" TO corrText
        WHEN corrValue > -0.5 MOVE "moderate negative relationship" TO corrText
        WHEN OTHER MOVE "strong negative relationship" TO corrText
    END-EVALUATE
    MOVE corrValue TO corrEdited.
WriteGroupSummary.
    MOVE groupMeanMinutes TO minutesEdited
    MOVE SPACES TO reportLine
    STRING FUNCTION TRIM(groupLabel) ": " groupCount " student(s), mean score "
        scoreEdited ", " groupMeanAttempts " questions, " groupAccuracy
        "% accuracy, " FUNCTION TRIM(minutesEdited) " minutes"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "  At or above mean practice time: " highCount " student(s), mean score "
        highEdited DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "  Below mean practice time:       " lowCount " student(s), mean score "
        lowEdited DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "  Practice minutes vs score correlation " corrEdited " - "
        FUNCTION TRIM(corrText) DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine.
