       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RoundingExercise.
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
01 repeatExercise PIC X(15) VALUE "ROUNDING".
01 repeatOperator PIC X(1).
01 repeatFound PIC X(1).
01 repeatTries PIC 9(3).
01 repeatWarned PIC X(1) VALUE "N".
01 startCounter PIC 9(2) VALUE 1.
01 roundingMode PIC X(1) VALUE "1".
       88 strictMode VALUE "1".
       88 estimationMode VALUE "2".
01 randomNum01 PIC X COMP-X.
01 randomNum02 PIC X COMP-X.
01 digitCount PIC 9(1).
01 digitIndex PIC 9(1).
01 pickedNumber PIC 9(5).
01 roundPlace PIC S9(1).
01 roundUnit PIC 9(4).
01 roundedUnits PIC 9(6).
01 sourceNumber PIC 9(5)V999.
01 sourceScaled PIC 9(5).
01 estimateNum01 PIC 9(5).
01 estimateNum02 PIC 9(5).
01 estimateBandPct PIC 9(3) VALUE 20.
01 bandAmount PIC 9(5)V99.
01 answerDistance PIC 9(5)V99.
01 answerGood PIC X(1).
01 formatQuantity PIC 9(5)V999.
01 formatText PIC X(12).
01 formatWhole PIC Z(4)9.
01 formatOneDecimal PIC Z(4)9.9.
01 formatTwoDecimals PIC Z(4)9.99.
01 formatThreeDecimals PIC Z(4)9.999.
01 numberText PIC X(12).
01 number2Text PIC Z(4)9.
01 unitText PIC Z(3)9.
01 bandText PIC Z(2)9.
01 lowAnswerText PIC Z(4)9.
01 highAnswerText PIC Z(5)9.
01 lowAnswer PIC 9(5).
01 highAnswer PIC 9(6).
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
       05 LINE 1 COLUMN 2 VALUE "MATH TRAINER - ROUNDING AND ESTIMATION TRAINER".
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
RoundingProcess.
    MOVE ZERO TO streakCounter
    MOVE "ROUNDING" TO ledgerSource
    MOVE ZERO TO playerCorrectCount
    PERFORM ChooseRoundingMode
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
    MOVE SPACES TO paramName
    STRING "ESTBANDPCT" levelChoice DELIMITED BY SIZE INTO paramName
    EVALUATE levelChoice
        WHEN "1" MOVE 25 TO paramDefault
        WHEN "2" MOVE 20 TO paramDefault
        WHEN "3" MOVE 15 TO paramDefault
        WHEN OTHER MOVE 10 TO paramDefault
    END-EVALUATE
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    IF paramValue > 100
       MOVE 100 TO paramValue
    END-IF
    MOVE paramValue TO estimateBandPct
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
          IF strictMode
             EVALUATE levelChoice
                 WHEN "1" PERFORM StrictLevelOneProcess
                 WHEN "2" PERFORM StrictLevelTwoProcess
                 WHEN "3" PERFORM StrictLevelThreeProcess
                 WHEN OTHER PERFORM StrictLevelFourProcess
             END-EVALUATE
             PERFORM ComputeRoundedAnswer
          ELSE
             EVALUATE levelChoice
                 WHEN "1" PERFORM EstimateLevelOneProcess
                 WHEN "2" PERFORM EstimateLevelTwoProcess
                 WHEN "3" PERFORM EstimateLevelThreeProcess
                 WHEN OTHER PERFORM EstimateLevelFourProcess
             END-EVALUATE
          END-IF
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
ChooseRoundingMode.
    MOVE SPACE TO roundingMode
    PERFORM UNTIL strictMode OR estimationMode
       DISPLAY "Choose the kind of practice"
       DISPLAY "1: Strict rounding (nearest 10, 100, 1000 or decimal places)"
       DISPLAY "2: Estimation (a good estimate of a sum or product counts)"
       ACCEPT roundingMode
       IF NOT strictMode AND NOT estimationMode
          DISPLAY "Please choose 1 or 2"
       END-IF
    END-PERFORM.
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
       PERFORM GradeAnswer
       IF answerGood = "Y" THEN
          ADD pointDelta TO playerPoints
          ADD 1 TO streakCounter
          ADD 1 TO playerCorrectCount
          DISPLAY "Correct answer"
          IF estimationMode
             MOVE correctAnswer TO formatQuantity
             PERFORM FormatQuantityText
             DISPLAY "The exact result is " FUNCTION TRIM(formatText)
          END-IF
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
          IF estimationMode
             DISPLAY "Too far off. The exact result is " answerDisplayText
             DISPLAY "Any answer from " FUNCTION TRIM(lowAnswerText) " to "
                 FUNCTION TRIM(highAnswerText) " would have counted"
          ELSE
             DISPLAY "Wrong answer. The correct answer was " answerDisplayText
          END-IF
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
    IF estimationMode
       DISPLAY "Hint: round each number to its first digit, then work it out"
       DISPLAY "For example 387 is about 400 and 62 is about 60"
    ELSE
       EVALUATE roundPlace
           WHEN -1 DISPLAY "Hint: look at the second decimal - 5 or more rounds up"
           WHEN -2 DISPLAY "Hint: look at the third decimal - 5 or more rounds up"
           WHEN OTHER
               MOVE roundUnit TO unitText
               DISPLAY "Hint: look at the digit just right of the "
                   FUNCTION TRIM(unitText) "s place - 5 or more rounds up"
       END-EVALUATE
    END-IF
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
    MOVE "ROUNDING" TO slExercise
    MOVE levelChoice TO slLevel
    MOVE elapsedSeconds TO slSeconds
    CALL 'GetObjective' USING slExercise, slLevel, slObjective
    IF slObjective = SPACES
       IF estimationMode
          MOVE "NUM-ESTIMATE" TO slObjective
       ELSE
          MOVE "NUM-ROUNDING" TO slObjective
       END-IF
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
    MOVE "28" TO ckExercise
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
    IF estimationMode
       MOVE "E" TO repeatOperator
    ELSE
       MOVE "N" TO repeatOperator
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
    MOVE "ROUNDING" TO mqExercise
    MOVE levelChoice TO mqLevel
    MOVE missedOperand1 TO mqOperand1
    MOVE missedOperand2 TO mqOperand2
    IF estimationMode
       MOVE "E" TO mqOperator
    ELSE
       MOVE "N" TO mqOperator
    END-IF
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
PickNumber.
    IF digitCount = 5
       CALL 'randomfunc' USING 0, 8, randomNum01
    ELSE
       CALL 'randomfunc' USING 0, 9, randomNum01
    END-IF
    MOVE randomNum01 TO pickedNumber
    PERFORM VARYING digitIndex FROM 2 BY 1 UNTIL digitIndex > digitCount
       CALL 'randomfunc' USING 0, 10, randomNum01
       COMPUTE pickedNumber = pickedNumber * 10 + randomNum01 - 1
    END-PERFORM.
PickWholeNumber.
    PERFORM PickNumber
    MOVE pickedNumber TO sourceNumber.
PickDecimalNumber.
    CALL 'randomfunc' USING 3, 5, randomNum01
    MOVE randomNum01 TO digitCount
    PERFORM PickNumber
    COMPUTE sourceNumber = pickedNumber / 1000.
StrictLevelOneProcess.
    MOVE 1 TO roundPlace
    CALL 'randomfunc' USING 1, 3, randomNum01
    MOVE randomNum01 TO digitCount
    PERFORM PickWholeNumber.
StrictLevelTwoProcess.
    CALL 'randomfunc' USING 0, 2, randomNum01
    MOVE randomNum01 TO roundPlace
    CALL 'randomfunc' USING 2, 4, randomNum01
    MOVE randomNum01 TO digitCount
    PERFORM PickWholeNumber.
StrictLevelThreeProcess.
    CALL 'randomfunc' USING 0, 3, randomNum02
    EVALUATE randomNum02
        WHEN 1
            MOVE 2 TO roundPlace
            CALL 'randomfunc' USING 3, 5, randomNum01
            MOVE randomNum01 TO digitCount
            PERFORM PickWholeNumber
        WHEN 2
            MOVE 3 TO roundPlace
            CALL 'randomfunc' USING 3, 5, randomNum01
            MOVE randomNum01 TO digitCount
            PERFORM PickWholeNumber
        WHEN OTHER
            MOVE -1 TO roundPlace
            PERFORM PickDecimalNumber
    END-EVALUATE.
StrictLevelFourProcess.
    CALL 'randomfunc' USING 0, 3, randomNum02
    EVALUATE randomNum02
        WHEN 1
            MOVE 3 TO roundPlace
            MOVE 5 TO digitCount
            PERFORM PickWholeNumber
        WHEN 2
            MOVE -1 TO roundPlace
            PERFORM PickDecimalNumber
        WHEN OTHER
            MOVE -2 TO roundPlace
            PERFORM PickDecimalNumber
    END-EVALUATE.
ComputeRoundedAnswer.
    EVALUATE roundPlace
        WHEN -1
            COMPUTE roundedUnits ROUNDED = sourceNumber * 10
            COMPUTE correctAnswer = roundedUnits / 10
        WHEN -2
            COMPUTE correctAnswer ROUNDED = sourceNumber
        WHEN OTHER
            COMPUTE roundUnit = 10 ** roundPlace
            COMPUTE roundedUnits ROUNDED = sourceNumber / roundUnit
            COMPUTE correctAnswer = roundedUnits * roundUnit
    END-EVALUATE
    IF roundPlace < 0
       COMPUTE sourceScaled = sourceNumber * 1000
    ELSE
       MOVE sourceNumber TO sourceScaled
    END-IF
    MOVE sourceScaled TO missedOperand1
    MOVE roundPlace TO missedOperand2.
EstimateLevelOneProcess.
    MOVE 3 TO digitCount
    PERFORM PickNumber
    MOVE pickedNumber TO estimateNum01
    PERFORM PickNumber
    MOVE pickedNumber TO estimateNum02
    COMPUTE correctAnswer = estimateNum01 + estimateNum02
    PERFORM SetEstimateOperands.
EstimateLevelTwoProcess.
    MOVE 4 TO digitCount
    PERFORM PickNumber
    MOVE pickedNumber TO estimateNum01
    PERFORM PickNumber
    MOVE pickedNumber TO estimateNum02
    COMPUTE correctAnswer = estimateNum01 + estimateNum02
    PERFORM SetEstimateOperands.
EstimateLevelThreeProcess.
    MOVE 2 TO digitCount
    PERFORM PickNumber
    MOVE pickedNumber TO estimateNum01
    PERFORM PickNumber
    MOVE pickedNumber TO estimateNum02
    COMPUTE correctAnswer = estimateNum01 * estimateNum02
    PERFORM SetEstimateOperands.
EstimateLevelFourProcess.
    MOVE 3 TO digitCount
    PERFORM PickNumber
    MOVE pickedNumber TO estimateNum01
    MOVE 2 TO digitCount
    PERFORM PickNumber
    MOVE pickedNumber TO estimateNum02
    COMPUTE correctAnswer = estimateNum01 * estimateNum02
    PERFORM SetEstimateOperands.
SetEstimateOperands.
    MOVE ZERO TO roundPlace
    MOVE estimateNum01 TO missedOperand1
    MOVE estimateNum02 TO missedOperand2.
GradeAnswer.
    MOVE "N" TO answerGood
    IF strictMode
       IF userAnswer = correctAnswer
          MOVE "Y" TO answerGood
       END-IF
       EXIT PARAGRAPH
    END-IF
    COMPUTE bandAmount = correctAnswer * estimateBandPct / 100
    IF userAnswer > correctAnswer
       COMPUTE answerDistance = userAnswer - correctAnswer
    ELSE
       COMPUTE answerDistance = correctAnswer - userAnswer
    END-IF
    IF answerDistance <= bandAmount
       MOVE "Y" TO answerGood
    END-IF
    IF bandAmount > correctAnswer
       MOVE ZERO TO lowAnswer
    ELSE
       COMPUTE lowAnswer = correctAnswer - bandAmount
       IF lowAnswer < correctAnswer - bandAmount
          ADD 1 TO lowAnswer
       END-IF
    END-IF
    COMPUTE highAnswer = correctAnswer + bandAmount
    MOVE lowAnswer TO lowAnswerText
    MOVE highAnswer TO highAnswerText.
BuildQuestionText.
    MOVE SPACES TO questionText1
    MOVE SPACES TO questionText2
    IF estimationMode
       MOVE estimateNum01 TO number2Text
       MOVE number2Text TO numberText
       MOVE estimateNum02 TO number2Text
       IF levelChoice = "1" OR levelChoice = "2"
          STRING "Estimate " FUNCTION TRIM(numberText) " + "
              FUNCTION TRIM(number2Text)
              DELIMITED BY SIZE INTO questionText1
          END-STRING
       ELSE
          STRING "Estimate " FUNCTION TRIM(numberText) " x "
              FUNCTION TRIM(number2Text)
              DELIMITED BY SIZE INTO questionText1
          END-STRING
       END-IF
       MOVE estimateBandPct TO bandText
       STRING "Any answer within " FUNCTION TRIM(bandText)
           "% of the exact result counts"
           DELIMITED BY SIZE INTO questionText2
       END-STRING
       EXIT PARAGRAPH
    END-IF
    MOVE sourceNumber TO formatQuantity
    PERFORM FormatQuantityText
    MOVE formatText TO numberText
    EVALUATE roundPlace
        WHEN -1
            STRING "Round " FUNCTION TRIM(numberText) " to one decimal place."
                DELIMITED BY SIZE INTO questionText1
            END-STRING
            MOVE "Use a decimal comma, e.g. 2,5" TO questionText2
        WHEN -2
            STRING "Round " FUNCTION TRIM(numberText) " to two decimal places."
                DELIMITED BY SIZE INTO questionText1
            END-STRING
            MOVE "Use a decimal comma, e.g. 2,25" TO questionText2
        WHEN OTHER
            MOVE roundUnit TO unitText
            STRING "Round " FUNCTION TRIM(numberText) " to the nearest "
                FUNCTION TRIM(unitText) "."
                DELIMITED BY SIZE INTO questionText1
            END-STRING
            MOVE "Answer with a whole number" TO questionText2
    END-EVALUATE.
FormatQuantityText.
    MOVE SPACES TO formatText
    EVALUATE TRUE
        WHEN formatQuantity = FUNCTION INTEGER-PART(formatQuantity)
            MOVE formatQuantity TO formatWhole
            MOVE formatWhole TO formatText
        WHEN formatQuantity * 10 = FUNCTION INTEGER-PART(formatQuantity * 10)
            MOVE formatQuantity TO formatOneDecimal
            MOVE formatOneDecimal TO formatText
        WHEN formatQuantity * 100 = FUNCTION INTEGER-PART(formatQuantity * 100)
            MOVE formatQuantity TO formatTwoDecimals
            MOVE formatTwoDecimals TO formatText
        WHEN OTHER
            MOVE formatQuantity TO formatThreeDecimals
            MOVE formatThreeDecimals TO formatText
    END-EVALUATE
    INSPECT formatText REPLACING ALL "." BY ","
    MOVE FUNCTION TRIM(formatText) TO formatText.
PrepareChoices.
    MOVE SPACES TO choiceLine
    MOVE SPACE TO choicePicked
    MOVE SPACE TO choiceSource
    IF answerFormat NOT = "M"
       EXIT PARAGRAPH
    END-IF
    IF estimationMode
       EXIT PARAGRAPH
    END-IF
    MOVE correctAnswer TO choiceCorrect
    MOVE "ROUNDING" TO choiceExercise
    MOVE "N" TO choiceOperator
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
