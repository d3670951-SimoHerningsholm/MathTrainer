       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. StatisticsExercise.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT sessionLogFile ASSIGN TO "sessionlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS slKeyGroup
    ALTERNATE RECORD KEY IS slUserName WITH DUPLICATES
    ALTERNATE RECORD KEY IS slDate WITH DUPLICATES.
SELECT checkpointFile ASSIGN TO "checkpoint.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ckPlayer
    FILE STATUS IS checkpointFileStatus.
SELECT missedLogFile ASSIGN TO "missedlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mqKey
    FILE STATUS IS missedLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD sessionLogFile.
COPY SESSIONREC.
FD checkpointFile.
01 checkpointData.
       02 ckPlayer PIC X(10).
       02 ckExercise PIC X(2).
       02 ckLevel PIC X(1).
       02 ckQuestionCount PIC 9(2).
       02 ckCounter PIC 9(2).
       02 ckPoints PIC 9(7).
FD missedLogFile.
01 missedData.
       02 mqKey.
           03 mqUserName PIC X(10).
           03 mqDate PIC X(8).
           03 mqTime PIC X(8).
           03 mqSeq PIC 9(2).
       02 mqExercise PIC X(15).
       02 mqLevel PIC X(1).
       02 mqOperand1 PIC S9(5).
       02 mqOperand2 PIC S9(5).
       02 mqOperator PIC X(1).
       02 mqCorrectAnswer PIC 9(5)V99.
       02 mqGivenAnswer PIC 9(5)V99.
       02 mqCorrectCount PIC 9(1).
       02 mqLastCorrectDate PIC X(8).
       02 mqRetiredFlag PIC X(1).
       02 mqForm PIC X(1).
WORKING-STORAGE SECTION.
01 checkpointFileStatus PIC X(2).
01 missedLogFileStatus PIC X(2).
01 missedOperand1 PIC S9(5).
01 missedOperand2 PIC S9(5).
01 repeatAction PIC X(1).
01 repeatExercise PIC X(15) VALUE "STATISTICS".
01 repeatOperator PIC X(1) VALUE "S".
01 repeatFound PIC X(1).
01 repeatTries PIC 9(3).
01 repeatWarned PIC X(1) VALUE "N".
01 startCounter PIC 9(2) VALUE 1.
01 randomNum01 PIC X COMP-X.
01 randomNum02 PIC X COMP-X.
01 valueLimit PIC X COMP-X.
01 statType PIC 9(1).
       88 meanQuestion VALUE 1.
       88 medianQuestion VALUE 2.
       88 modeQuestion VALUE 3.
       88 rangeQuestion VALUE 4.
01 dataTable.
       02 dataValue PIC 9(2) OCCURS 9 TIMES.
01 sortedTable.
       02 sortedValue PIC 9(2) OCCURS 9 TIMES.
01 valueCount PIC 9(1).
01 valueIndex PIC 9(1).
01 otherIndex PIC 9(1).
01 swapValue PIC 9(2).
01 dataSum PIC 9(4).
01 meanScale PIC 9(3).
01 meanCheck PIC 9(6).
01 meanQuotient PIC 9(6).
01 meanRest PIC 9(2).
01 modeValue PIC 9(2).
01 modeCount PIC 9(1).
01 valueTally PIC 9(1).
01 rivalFound PIC X(1).
01 middleIndex PIC 9(1).
01 valueText PIC Z9.
01 dataPointer PIC 9(2).
01 userAnswer PIC 9(5)V99.
01 correctAnswer PIC 9(5)V99.
01 counter PIC 9(2).
01 pointDelta PIC 9(1).
01 streakCounter PIC 9(2) VALUE ZERO.
01 userInputStage PIC X(10).
01 commaTally PIC 9(2) VALUE ZERO.
01 commaUsed PIC X(1) VALUE "N".
01 answerDisplayText PIC 9(5).99.
01 validInput PIC X(1).
01 timedStartStamp PIC 9(8).
01 timedStartFields REDEFINES timedStartStamp.
       05 timedStartHH PIC 9(2).
       05 timedStartMM PIC 9(2).
       05 timedStartSS PIC 9(2).
       05 timedStartHS PIC 9(2).
01 timedEndStamp PIC 9(8).
01 timedEndFields REDEFINES timedEndStamp.
       05 timedEndHH PIC 9(2).
       05 timedEndMM PIC 9(2).
       05 timedEndSS PIC 9(2).
       05 timedEndHS PIC 9(2).
01 elapsedSeconds PIC S9(5).
01 missedQuestionText PIC X(40) OCCURS 20 TIMES.
01 missedCount PIC 9(2) VALUE ZERO.
01 reviewIndex PIC 9(2).
01 pointsBeforeAnswer PIC 9(7).
01 ledgerDelta PIC S9(7).
01 ledgerBalance PIC 9(7).
01 ledgerSource PIC X(15).
01 runStartDate PIC X(8).
01 runStartTime PIC X(8).
01 runEndTime PIC X(8).
01 runQuestions PIC 9(2).
01 speedBonusSecs PIC 9(2) VALUE 5.
01 accomTimeMultPct PIC 9(3) VALUE 100.
01 guestRun PIC X(1) VALUE "N".
01 gradingPolicy PIC X(1) VALUE "F".
01 confidenceMode PIC X(1) VALUE "N".
01 confidenceEntry PIC X(1) VALUE SPACE.
01 hintsUsed PIC 9(2) VALUE ZERO.
01 hintBudget PIC 9(2) VALUE 3.
01 assessmentLock PIC X(1) VALUE "N".
01 penaltyPoints PIC 9(1).
01 questionText1 PIC X(60) VALUE SPACES.
01 questionText2 PIC X(60) VALUE SPACES.
01 remainingCount PIC 9(2).
01 panelQuestionCount PIC 9(2).
01 panelPoints PIC 9(7).
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 answerFormat PIC X(1) VALUE "F".
01 choiceExercise PIC X(15).
01 choiceOperator PIC X(1).
01 choiceCorrect PIC S9(5)V99.
01 choiceTable.
       02 choiceValue PIC S9(5)V99 OCCURS 4 TIMES.
       02 choiceOrigin PIC X(1) OCCURS 4 TIMES.
01 choiceLine PIC X(60) VALUE SPACES.
01 choiceIndex PIC 9(1).
01 choiceValueText PIC -(5)9.99.
01 choicePicked PIC X(1) VALUE SPACE.
01 choiceSource PIC X(1) VALUE SPACE.
01 choiceLetterTable PIC X(4) VALUE "ABCD".
LINKAGE SECTION.
01 levelChoice PIC X(1).
01 playerPoints PIC 9(7).
01 questionCount PIC 9(2).
01 playerName PIC X(10).
01 playerCorrectCount PIC 9(2).
01 timedModeChoice PIC X(1).
01 resumeCounter PIC 9(2).

SCREEN SECTION.
01 questionPanel.
       05 BLANK SCREEN.
       05 LINE 1 COLUMN 2 VALUE "MATH TRAINER - STATISTICS TRAINER".
       05 LINE 3 COLUMN 2 VALUE "Question:".
       05 LINE 3 COLUMN 12 PIC Z9 FROM counter.
       05 LINE 3 COLUMN 16 VALUE "of".
       05 LINE 3 COLUMN 19 PIC Z9 FROM panelQuestionCount.
       05 LINE 3 COLUMN 25 VALUE "Remaining after this:".
       05 LINE 3 COLUMN 47 PIC Z9 FROM remainingCount.
       05 LINE 5 COLUMN 2 PIC X(60) FROM questionText1.
       05 LINE 6 COLUMN 2 PIC X(60) FROM questionText2.
       05 LINE 8 COLUMN 2 VALUE "Points:".
       05 LINE 8 COLUMN 12 PIC Z(6)9 FROM panelPoints.
       05 LINE 8 COLUMN 25 VALUE "Streak:".
       05 LINE 8 COLUMN 33 PIC Z9 FROM streakCounter.
       05 LINE 10 COLUMN 2 VALUE "Your answer (H for a hint):".
       05 LINE 10 COLUMN 31 PIC X(10) USING userInputStage.
       05 LINE 12 COLUMN 2 PIC X(60) FROM choiceLine.
PROCEDURE DIVISION USING levelChoice, playerPoints, questionCount, playerName,
        playerCorrectCount, timedModeChoice, resumeCounter.
StatisticsProcess.
    MOVE ZERO TO streakCounter
    MOVE "STATISTICS" TO ledgerSource
    MOVE ZERO TO playerCorrectCount
    ACCEPT runStartDate FROM DATE YYYYMMDD
    ACCEPT runStartTime FROM TIME
    MOVE "SPEEDBONUSSECS" TO paramName
    MOVE 5 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO speedBonusSecs
    CALL 'GetAccommodation' USING playerName, accomTimeMultPct
    IF accomTimeMultPct > 100
       COMPUTE speedBonusSecs ROUNDED = speedBonusSecs * accomTimeMultPct / 100
          ON SIZE ERROR MOVE 99 TO speedBonusSecs
       END-COMPUTE
    END-IF
    MOVE "N" TO guestRun
    IF playerName = "*GUEST*"
       MOVE "Y" TO guestRun
    END-IF
    CALL 'GetGradingPolicy' USING playerName, gradingPolicy
    CALL 'GetConfidenceFlag' USING playerName, confidenceMode
    CALL 'GetAnswerFormat' USING playerName, answerFormat
    MOVE "HINTBUDGET" TO paramName
    MOVE 3 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO hintBudget
    CALL 'GetAssessmentLock' USING playerName, assessmentLock
    IF assessmentLock = "Y"
       MOVE ZERO TO hintBudget
    END-IF
    OPEN I-O sessionLogFile
    OPEN I-O checkpointFile
    IF checkpointFileStatus NOT = "00"
       DISPLAY "Could not open checkpoint file, status " checkpointFileStatus
    END-IF
    OPEN I-O missedLogFile
    IF missedLogFileStatus = "35"
       OPEN OUTPUT missedLogFile
       CLOSE missedLogFile
       OPEN I-O missedLogFile
    END-IF
    COMPUTE startCounter = resumeCounter + 1
    PERFORM VARYING counter FROM startCounter BY 1 UNTIL counter > questionCount
       MOVE ZERO TO repeatTries
       MOVE "Y" TO repeatFound
       PERFORM UNTIL repeatFound = "N"
          EVALUATE levelChoice
              WHEN "1" PERFORM StatisticsLevelOneProcess
              WHEN "2" PERFORM StatisticsLevelTwoProcess
              WHEN "3" PERFORM StatisticsLevelThreeProcess
              WHEN OTHER PERFORM StatisticsLevelFourProcess
          END-EVALUATE
          PERFORM BuildQuestionText
          PERFORM CheckRecentQuestion
       END-PERFORM
       PERFORM Answer
    END-PERFORM.
    PERFORM ReviewMissedQuestions
    IF guestRun = "N"
       MOVE playerName TO ckPlayer
       DELETE checkpointFile
           INVALID KEY CONTINUE
       END-DELETE
    END-IF
    CLOSE sessionLogFile.
    CLOSE checkpointFile.
    CLOSE missedLogFile.
    ACCEPT runEndTime FROM TIME
    COMPUTE runQuestions = questionCount - resumeCounter
    IF guestRun = "N"
       CALL 'LogRun' USING playerName, ledgerSource, levelChoice, runQuestions,
           runStartDate, runStartTime, runEndTime
    END-IF
    EXIT PROGRAM.
Answer.
    PERFORM ComputePointDelta
    MOVE playerPoints TO pointsBeforeAnswer
    PERFORM StartTimer
    MOVE questionCount TO panelQuestionCount
    COMPUTE remainingCount = questionCount - counter
    MOVE playerPoints TO panelPoints
    PERFORM PrepareChoices
    MOVE "N" TO validInput
    PERFORM UNTIL validInput = "Y"
       MOVE SPACES TO userInputStage
       DISPLAY questionPanel
       ACCEPT questionPanel
       PERFORM TranslateChoice
       IF userInputStage = "H" OR userInputStage = "h"
          IF hintsUsed >= hintBudget
             IF assessmentLock = "Y"
                DISPLAY "Hints are switched off during assessments and exam periods"
             ELSE
                DISPLAY "No hints left this run - the budget is " hintBudget
             END-IF
          ELSE
             MOVE "Y" TO validInput
          END-IF
       ELSE
          MOVE ZERO TO commaTally
          INSPECT userInputStage TALLYING commaTally FOR ALL ","
          IF commaTally > ZERO
             MOVE "Y" TO commaUsed
             INSPECT userInputStage REPLACING ALL "," BY "."
          END-IF
          IF FUNCTION TEST-NUMVAL(userInputStage) = 0
             MOVE "Y" TO validInput
          ELSE
             DISPLAY "Please enter a number, or H for a hint"
          END-IF
       END-IF
    END-PERFORM
    PERFORM StopTimer
    IF userInputStage = "H" OR userInputStage = "h"
       PERFORM ShowHint
       ADD 1 TO hintsUsed
       MOVE ZERO TO streakCounter
       DISPLAY "Current points" playerPoints
       MOVE "H" TO slResult
    ELSE
       COMPUTE userAnswer = FUNCTION NUMVAL(userInputStage)
       IF userAnswer = correctAnswer THEN
          ADD pointDelta TO playerPoints
          ADD 1 TO streakCounter
          ADD 1 TO playerCorrectCount
          DISPLAY "Correct answer"
          IF streakCounter >= 3 AND FUNCTION MOD(streakCounter, 3) = 0
             ADD 1 TO playerPoints
             DISPLAY "Streak bonus! " streakCounter " in a row"
          END-IF
          IF timedModeChoice = "Y" AND elapsedSeconds <= speedBonusSecs
             ADD 1 TO playerPoints
             DISPLAY "Speed bonus! Answered within " speedBonusSecs " seconds"
          END-IF
          DISPLAY "Current points" playerPoints
          MOVE "Y" TO slResult
       ELSE
          PERFORM ApplyWrongPenalty
          MOVE ZERO TO streakCounter
          MOVE correctAnswer TO answerDisplayText
          IF commaUsed = "Y"
             INSPECT answerDisplayText REPLACING ALL "." BY ","
          END-IF
          DISPLAY "Wrong answer. The correct answer was " answerDisplayText
          DISPLAY "Current points" playerPoints
          MOVE "N" TO slResult
          PERFORM RecordMissedQuestion
       END-IF
    END-IF
    PERFORM AskConfidence
    PERFORM LogPointsChange
    PERFORM LogSession
    PERFORM SaveCheckpoint.
ShowHint.
    EVALUATE TRUE
        WHEN meanQuestion
            DISPLAY "Hint: add all the values and divide by how many there are"
        WHEN medianQuestion
            DISPLAY "Hint: put the values in order and take the middle one"
            DISPLAY "With an even count, take halfway between the two middle values"
        WHEN modeQuestion
            DISPLAY "Hint: the mode is the value that appears most often"
        WHEN OTHER
            DISPLAY "Hint: find the largest and the smallest value and subtract"
    END-EVALUATE
    DISPLAY "This question will not earn a point".
StartTimer.
    ACCEPT timedStartStamp FROM TIME.
StopTimer.
    ACCEPT timedEndStamp FROM TIME
    COMPUTE elapsedSeconds = (timedEndHH * 3600 + timedEndMM * 60 + timedEndSS)
        - (timedStartHH * 3600 + timedStartMM * 60 + timedStartSS)
    IF elapsedSeconds < ZERO
       MOVE ZERO TO elapsedSeconds
    END-IF
    IF elapsedSeconds > 999
       MOVE 999 TO elapsedSeconds
    END-IF
    IF timedModeChoice = "Y"
       DISPLAY "Time taken: " elapsedSeconds " seconds"
    END-IF.
ComputePointDelta.
    EVALUATE levelChoice
        WHEN "1" MOVE 1 TO pointDelta
        WHEN "2" MOVE 2 TO pointDelta
        WHEN "3" MOVE 3 TO pointDelta
        WHEN "4" MOVE 4 TO pointDelta
        WHEN OTHER MOVE 1 TO pointDelta
    END-EVALUATE.
LogSession.
    IF guestRun = "Y"
       EXIT PARAGRAPH
    END-IF
    ACCEPT slDate FROM DATE YYYYMMDD
    ACCEPT slTime FROM TIME
    MOVE playerName TO slUserName
    MOVE "STATISTICS" TO slExercise
    MOVE levelChoice TO slLevel
    MOVE elapsedSeconds TO slSeconds
    CALL 'GetObjective' USING slExercise, slLevel, slObjective
    IF slObjective = SPACES
       MOVE "DATA-STATS" TO slObjective
    END-IF
    MOVE SPACES TO slItemKey
    MOVE ZERO TO slItemVersion
    MOVE confidenceEntry TO slConfidence
    MOVE SPACE TO slForm
    MOVE answerFormat TO slAnswerFormat
    MOVE choicePicked TO slChoicePicked
    MOVE choiceSource TO slChoiceSource
    MOVE SPACE TO slSolutionViewed
    WRITE sessionLogData
        INVALID KEY DISPLAY "Could not log session entry"
    END-WRITE
    CALL 'BumpDailySummary' USING slExercise, slLevel, slResult.
ApplyWrongPenalty.
    EVALUATE gradingPolicy
        WHEN "N" MOVE ZERO TO penaltyPoints
        WHEN "H" COMPUTE penaltyPoints = pointDelta / 2
        WHEN OTHER MOVE pointDelta TO penaltyPoints
    END-EVALUATE
    SUBTRACT penaltyPoints FROM playerPoints.
LogPointsChange.
    IF guestRun = "Y"
       EXIT PARAGRAPH
    END-IF
    IF playerPoints NOT = pointsBeforeAnswer
       COMPUTE ledgerDelta = playerPoints - pointsBeforeAnswer
       MOVE playerPoints TO ledgerBalance
       CALL 'PointsLedger' USING playerName, ledgerSource, ledgerDelta, ledgerBalance
    END-IF.
SaveCheckpoint.
    IF guestRun = "Y"
       EXIT PARAGRAPH
    END-IF
    MOVE playerName TO ckPlayer
    MOVE "30" TO ckExercise
    MOVE levelChoice TO ckLevel
    MOVE questionCount TO ckQuestionCount
    MOVE counter TO ckCounter
    MOVE playerPoints TO ckPoints
    REWRITE checkpointData
        INVALID KEY
           WRITE checkpointData
               INVALID KEY DISPLAY "Could not save checkpoint"
           END-WRITE
    END-REWRITE.
CheckRecentQuestion.
    ADD 1 TO repeatTries
    MOVE "C" TO repeatAction
    IF repeatTries > 25
       MOVE "F" TO repeatAction
       IF repeatWarned = "N"
          DISPLAY "This level has too few different questions left to avoid repeats"
          MOVE "Y" TO repeatWarned
       END-IF
    END-IF
    CALL 'CheckRepeat' USING repeatAction, playerName, repeatExercise, levelChoice,
        missedOperand1, missedOperand2, repeatOperator, repeatFound.
RecordMissedQuestion.
    IF missedCount < 20
       ADD 1 TO missedCount
       MOVE SPACES TO missedQuestionText(missedCount)
       STRING "Level " levelChoice " Q" counter ": correct answer was " correctAnswer
           DELIMITED BY SIZE INTO missedQuestionText(missedCount)
    END-IF
    PERFORM WriteMissedQuestion.
WriteMissedQuestion.
    IF guestRun = "Y"
       EXIT PARAGRAPH
    END-IF
    ACCEPT mqDate FROM DATE YYYYMMDD
    ACCEPT mqTime FROM TIME
    MOVE playerName TO mqUserName
    MOVE counter TO mqSeq
    MOVE "STATISTICS" TO mqExercise
    MOVE levelChoice TO mqLevel
    MOVE missedOperand1 TO mqOperand1
    MOVE missedOperand2 TO mqOperand2
    MOVE "S" TO mqOperator
    MOVE correctAnswer TO mqCorrectAnswer
    MOVE userAnswer TO mqGivenAnswer
    MOVE ZERO TO mqCorrectCount
    MOVE SPACES TO mqLastCorrectDate
    MOVE "N" TO mqRetiredFlag
    MOVE SPACE TO mqForm
    WRITE missedData
        INVALID KEY CONTINUE
    END-WRITE.
ReviewMissedQuestions.
    IF missedCount > ZERO
       DISPLAY " "
       DISPLAY "=== Questions to review ==="
       PERFORM VARYING reviewIndex FROM 1 BY 1 UNTIL reviewIndex > missedCount
           DISPLAY missedQuestionText(reviewIndex)
       END-PERFORM
    END-IF.
PickStatType.
    CALL 'randomfunc' USING 0, 4, randomNum01
    MOVE randomNum01 TO statType.
StatisticsLevelOneProcess.
    PERFORM PickStatType
    MOVE 10 TO valueLimit
    MOVE 1 TO meanScale
    PERFORM GenerateDataSet.
StatisticsLevelTwoProcess.
    PERFORM PickStatType
    MOVE 20 TO valueLimit
    MOVE 10 TO meanScale
    PERFORM GenerateDataSet.
StatisticsLevelThreeProcess.
    PERFORM PickStatType
    MOVE 50 TO valueLimit
    MOVE 100 TO meanScale
    PERFORM GenerateDataSet.
StatisticsLevelFourProcess.
    PERFORM PickStatType
    MOVE 99 TO valueLimit
    MOVE 100 TO meanScale
    PERFORM GenerateDataSet.
GenerateDataSet.
    CALL 'randomfunc' USING 4, 9, randomNum01
    MOVE randomNum01 TO valueCount
    IF levelChoice = "1" AND FUNCTION MOD(valueCount, 2) = 0
       ADD 1 TO valueCount
    END-IF
    MOVE ZERO TO dataSum
    PERFORM VARYING valueIndex FROM 1 BY 1 UNTIL valueIndex > valueCount
       CALL 'randomfunc' USING 0, valueLimit, randomNum01
       MOVE randomNum01 TO dataValue(valueIndex)
       ADD dataValue(valueIndex) TO dataSum
    END-PERFORM
    EVALUATE TRUE
        WHEN meanQuestion PERFORM SettleMean
        WHEN modeQuestion PERFORM SettleMode
    END-EVALUATE
    PERFORM SortDataSet
    PERFORM ComputeAnswer.
SettleMean.
    COMPUTE meanCheck = dataSum * meanScale
    DIVIDE meanCheck BY valueCount GIVING meanQuotient REMAINDER meanRest
    PERFORM UNTIL meanRest = ZERO
       IF dataValue(valueCount) > 50
          SUBTRACT 1 FROM dataValue(valueCount)
          SUBTRACT 1 FROM dataSum
       ELSE
          ADD 1 TO dataValue(valueCount)
          ADD 1 TO dataSum
       END-IF
       COMPUTE meanCheck = dataSum * meanScale
       DIVIDE meanCheck BY valueCount GIVING meanQuotient REMAINDER meanRest
    END-PERFORM.
SettleMode.
    MOVE ZERO TO modeCount
    PERFORM VARYING valueIndex FROM 1 BY 1 UNTIL valueIndex > valueCount
       PERFORM TallyOneValue
       IF valueTally > modeCount
          MOVE valueTally TO modeCount
          MOVE dataValue(valueIndex) TO modeValue
       END-IF
    END-PERFORM
    MOVE "N" TO rivalFound
    PERFORM VARYING valueIndex FROM 1 BY 1
            UNTIL valueIndex > valueCount OR rivalFound = "Y"
       IF dataValue(valueIndex) NOT = modeValue
          PERFORM TallyOneValue
          IF valueTally = modeCount
             MOVE "Y" TO rivalFound
             SUBTRACT dataValue(valueIndex) FROM dataSum
             MOVE modeValue TO dataValue(valueIndex)
             ADD modeValue TO dataSum
          END-IF
       END-IF
    END-PERFORM.
TallyOneValue.
    MOVE ZERO TO valueTally
    PERFORM VARYING otherIndex FROM 1 BY 1 UNTIL otherIndex > valueCount
       IF dataValue(otherIndex) = dataValue(valueIndex)
          ADD 1 TO valueTally
       END-IF
    END-PERFORM.
SortDataSet.
    MOVE dataTable TO sortedTable
    PERFORM VARYING valueIndex FROM 1 BY 1 UNTIL valueIndex >= valueCount
       PERFORM VARYING otherIndex FROM 1 BY 1
               UNTIL otherIndex > valueCount - valueIndex
          IF sortedValue(otherIndex) > sortedValue(otherIndex + 1)
             MOVE sortedValue(otherIndex) TO swapValue
             MOVE sortedValue(otherIndex + 1) TO sortedValue(otherIndex)
             MOVE swapValue TO sortedValue(otherIndex + 1)
          END-IF
       END-PERFORM
    END-PERFORM.
ComputeAnswer.
    EVALUATE TRUE
        WHEN meanQuestion
            COMPUTE correctAnswer = dataSum / valueCount
        WHEN medianQuestion
            IF FUNCTION MOD(valueCount, 2) = 1
               COMPUTE middleIndex = (valueCount + 1) / 2
               MOVE sortedValue(middleIndex) TO correctAnswer
            ELSE
               COMPUTE middleIndex = valueCount / 2
               COMPUTE correctAnswer =
                   (sortedValue(middleIndex) + sortedValue(middleIndex + 1)) / 2
            END-IF
        WHEN modeQuestion
            MOVE modeValue TO correctAnswer
        WHEN OTHER
            COMPUTE correctAnswer = sortedValue(valueCount) - sortedValue(1)
    END-EVALUATE
    MOVE statType TO missedOperand1
    MOVE valueCount TO missedOperand2.
BuildQuestionText.
    MOVE SPACES TO questionText1
    MOVE SPACES TO questionText2
    MOVE "Data:" TO questionText1
    MOVE 7 TO dataPointer
    PERFORM VARYING valueIndex FROM 1 BY 1 UNTIL valueIndex > valueCount
       MOVE dataValue(valueIndex) TO valueText
       STRING FUNCTION TRIM(valueText) " " DELIMITED BY SIZE
           INTO questionText1 WITH POINTER dataPointer
       END-STRING
    END-PERFORM
    EVALUATE TRUE
        WHEN meanQuestion
            IF levelChoice = "1"
               MOVE "What is the mean (average)?" TO questionText2
            ELSE
               MOVE "What is the mean (average)? Use a decimal comma, e.g. 4,25"
                   TO questionText2
            END-IF
        WHEN medianQuestion
            MOVE "What is the median (the middle value)?" TO questionText2
        WHEN modeQuestion
            MOVE "What is the mode (the most common value)?" TO questionText2
        WHEN OTHER
            MOVE "What is the range (largest minus smallest)?" TO questionText2
    END-EVALUATE.
PrepareChoices.
    MOVE SPACES TO choiceLine
    MOVE SPACE TO choicePicked
    MOVE SPACE TO choiceSource
    IF answerFormat NOT = "M"
       EXIT PARAGRAPH
    END-IF
    MOVE correctAnswer TO choiceCorrect
    MOVE "STATISTICS" TO choiceExercise
    MOVE "S" TO choiceOperator
    CALL 'BuildChoices' USING choiceExercise, levelChoice, choiceOperator, choiceCorrect,
        choiceTable, choiceLine.
TranslateChoice.
    IF answerFormat NOT = "M" OR choiceLine = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO choiceIndex
    EVALUATE userInputStage
        WHEN "A" MOVE 1 TO choiceIndex
        WHEN "a" MOVE 1 TO choiceIndex
        WHEN "B" MOVE 2 TO choiceIndex
        WHEN "b" MOVE 2 TO choiceIndex
        WHEN "C" MOVE 3 TO choiceIndex
        WHEN "c" MOVE 3 TO choiceIndex
        WHEN "D" MOVE 4 TO choiceIndex
        WHEN "d" MOVE 4 TO choiceIndex
    END-EVALUATE
    IF choiceIndex = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE choiceLetterTable(choiceIndex:1) TO choicePicked
    MOVE choiceOrigin(choiceIndex) TO choiceSource
    MOVE choiceValue(choiceIndex) TO choiceValueText
    MOVE FUNCTION TRIM(choiceValueText) TO userInputStage.
AskConfidence.
    MOVE SPACE TO confidenceEntry
    IF confidenceMode NOT = "Y" OR slResult = "H" OR guestRun = "Y"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Were you sure about that answer? (S = sure, U = unsure)"
    ACCEPT confidenceEntry
    EVALUATE confidenceEntry
        WHEN "S" CONTINUE
        WHEN "s" MOVE "S" TO confidenceEntry
        WHEN "U" CONTINUE
        WHEN "u" MOVE "U" TO confidenceEntry
        WHEN OTHER MOVE SPACE TO confidenceEntry
    END-EVALUATE.
