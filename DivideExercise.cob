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
01 repeatExercise PIC X(15) VALUE "DIVISION".
01 repeatOperator PIC X(1) VALUE "/".
01 repeatFound PIC X(1).
01 repeatTries PIC 9(3).
01 repeatWarned PIC X(1) VALUE "N".
01 startCounter PIC 9(2) VALUE 1.
01 randomNum01 PIC 9(3)V999.
01 randomNum02 PIC 9(3)V999.
01 confidenceEntry PIC X(1) VALUE SPACE.
01 hintsUsed PIC 9(2) VALUE ZERO.
01 hintBudget PIC 9(2) VALUE 3.
01 assessmentLock PIC X(1) VALUE "N".
01 penaltyPoints PIC 9(1).
01 questionText1 PIC X(60) VALUE SPACES.
01 questionForm PIC X(1) VALUE "R".
01 formOperand1Text PIC Z(4)9.
01 formOperand2Text PIC Z(4)9.
01 formResultText PIC Z(4)9.
01 formWholeQuotient PIC 9(4).
01 questionText2 PIC X(60) VALUE SPACES.
01 remainingCount PIC 9(2).
01 panelQuestionCount PIC 9(2).
01 panelPoints PIC 9(7).
01 panelStreak PIC 9(2).
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
01 solutionMode PIC X(1) VALUE "N".
01 solutionEntry PIC X(1).
01 solutionViewed PIC X(1) VALUE SPACE.
01 solutionDividend PIC 9(5).
01 solutionDigitTable REDEFINES solutionDividend.
       02 solutionDigit PIC 9(1) OCCURS 5 TIMES.
01 solutionStart PIC 9(1).
01 solutionPosition PIC 9(1).
01 solutionDecimalPlace PIC 9(1).
01 solutionPartial PIC 9(6).
01 solutionStepQuotient PIC 9(1).
01 solutionProduct PIC 9(6).
01 solutionRemainder PIC 9(5).
01 solutionPartialText PIC Z(5)9.
01 solutionProductText PIC Z(5)9.
01 solutionRemainderText PIC Z(4)9.
01 solutionDividendText PIC Z(4)9.
01 solutionDivisorText PIC Z(4)9.
01 solutionQuotientText PIC Z(3)9.99.
01 solutionWholeText PIC Z(3)9.
LINKAGE SECTION.
01 levelChoice PIC X(1).
01 playerPoints PIC 9(7).
01 timedModeChoice PIC X(1).
01 resumeCounter PIC 9(2).
01 adaptiveModeChoice PIC X(1).
01 questionFormChoice PIC X(1).
01 assessmentMode PIC X(1).
SCREEN SECTION.
01 questionPanel.
       05 BLANK SCREEN.
       05 LINE 8 COLUMN 2 VALUE "Points:".
       05 LINE 8 COLUMN 12 PIC Z(6)9 FROM panelPoints.
       05 LINE 8 COLUMN 25 VALUE "Streak:".
       05 LINE 8 COLUMN 33 PIC Z9 FROM panelStreak.
       05 LINE 10 COLUMN 2 VALUE "Your answer (H for a hint):".
       05 LINE 10 COLUMN 31 PIC X(10) USING userInputStage.
       05 LINE 12 COLUMN 2 PIC X(60) FROM choiceLine.
PROCEDURE DIVISION USING levelChoice, playerPoints, questionCount, playerName,
        playerCorrectCount, timedModeChoice, resumeCounter, adaptiveModeChoice,
        questionFormChoice, assessmentMode.
DivideProcess.
    MOVE playerPoints TO panelPoints
    MOVE ZERO TO panelStreak
    MOVE ZERO TO streakCounter
    MOVE "DIVISION" TO ledgerSource
    MOVE ZERO TO playerCorrectCount
    END-IF
    CALL 'GetGradingPolicy' USING playerName, gradingPolicy
    CALL 'GetConfidenceFlag' USING playerName, confidenceMode
    CALL 'GetAnswerFormat' USING playerName, answerFormat
    CALL 'GetSolutionFlag' USING playerName, solutionMode
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
    PERFORM VARYING counter FROM startCounter BY 1 UNTIL counter > questionCount
       EVALUATE levelChoice
           WHEN "1"
              MOVE ZERO TO repeatTries
              MOVE "Y" TO repeatFound
              PERFORM UNTIL repeatFound = "N"
                 PERFORM GenerateRandoms
                 PERFORM DivideLevelOneProcess
                 MOVE SPACES TO questionText1
                 STRING divideLevelOneNum02 " / " divideLevelOneNum01
                     DELIMITED BY SIZE INTO questionText1
                 END-STRING
                 PERFORM CheckRecentQuestion
              END-PERFORM
              PERFORM ApplyQuestionForm
              PERFORM Answer
           WHEN "2"
              MOVE ZERO TO repeatTries
              MOVE "Y" TO repeatFound
              PERFORM UNTIL repeatFound = "N"
                 PERFORM GenerateRandoms
                 PERFORM DivideLevelTwoProcess
                 MOVE SPACES TO questionText1
                 STRING divideLevelTwoNum02 " / " divideLevelTwoNum01
                     DELIMITED BY SIZE INTO questionText1
                 END-STRING
                 PERFORM CheckRecentQuestion
              END-PERFORM
              PERFORM ApplyQuestionForm
              PERFORM Answer
           WHEN "3"
              MOVE ZERO TO repeatTries
              MOVE "Y" TO repeatFound
              PERFORM UNTIL repeatFound = "N"
                 PERFORM GenerateRandoms
                 PERFORM DivideLevelThreeProcess
                 MOVE SPACES TO questionText1
                 STRING divideLevelThreeNum02 " / " divideLevelThreeNum01
                     DELIMITED BY SIZE INTO questionText1
                 END-STRING
                 PERFORM CheckRecentQuestion
              END-PERFORM
              PERFORM ApplyQuestionForm
              PERFORM Answer
           WHEN "4"
              MOVE ZERO TO repeatTries
              MOVE "Y" TO repeatFound
              PERFORM UNTIL repeatFound = "N"
                 PERFORM DivideLevelFourProcess
                 MOVE SPACES TO questionText1
                 STRING divideLevelFourNum02 " / " divideLevelFourNum01
                     DELIMITED BY SIZE INTO questionText1
                 END-STRING
                 PERFORM CheckRecentQuestion
              END-PERFORM
              MOVE "R" TO questionForm
              DISPLAY "Give the whole-number quotient, then the remainder"
              PERFORM AnswerWithRemainder
       END-EVALUATE
    EXIT PROGRAM.
Answer.
    PERFORM ComputePointDelta
    MOVE SPACE TO solutionViewed
    MOVE playerPoints TO pointsBeforeAnswer
    PERFORM StartTimer
    MOVE questionCount TO panelQuestionCount
    COMPUTE remainingCount = questionCount - counter
    IF assessmentMode NOT = "Y"
       MOVE playerPoints TO panelPoints
       MOVE streakCounter TO panelStreak
    END-IF
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
       PERFORM ShowHint
       ADD 1 TO hintsUsed
       MOVE ZERO TO streakCounter
       IF assessmentMode NOT = "Y"
          DISPLAY "Current points: " playerPoints
       END-IF
       MOVE "H" TO slResult
    ELSE
       COMPUTE userAnswer = FUNCTION NUMVAL(userInputStage)
          ADD pointDelta TO playerPoints
          ADD 1 TO streakCounter
          ADD 1 TO playerCorrectCount
          IF assessmentMode NOT = "Y"
             DISPLAY "Correct answer"
          END-IF
          IF streakCounter >= 3 AND FUNCTION MOD(streakCounter, 3) = 0
             ADD 1 TO playerPoints
             IF assessmentMode NOT = "Y"
                DISPLAY "Streak bonus! " streakCounter " in a row"
             END-IF
          END-IF
          IF timedModeChoice = "Y" AND elapsedSeconds <= speedBonusSecs
             ADD 1 TO playerPoints
             IF assessmentMode NOT = "Y"
                DISPLAY "Speed bonus! Answered within " speedBonusSecs " seconds"
             END-IF
          END-IF
          IF assessmentMode NOT = "Y"
             DISPLAY "Current points: " playerPoints
          END-IF
          MOVE "Y" TO slResult
       ELSE
          PERFORM ApplyWrongPenalty
          MOVE ZERO TO streakCounter
          IF assessmentMode NOT = "Y"
             DISPLAY "Wrong answer"
             DISPLAY "Current points: " playerPoints
          END-IF
          MOVE "N" TO slResult
          PERFORM RecordMissedQuestion
          PERFORM OfferWorkedSolution
       END-IF
    END-IF
    PERFORM AskConfidence
    END-IF.
AnswerWithRemainder.
    PERFORM ComputePointDelta
    MOVE SPACE TO solutionViewed
    MOVE playerPoints TO pointsBeforeAnswer
    PERFORM StartTimer
    MOVE questionCount TO panelQuestionCount
    COMPUTE remainingCount = questionCount - counter
    IF assessmentMode NOT = "Y"
       MOVE playerPoints TO panelPoints
       MOVE streakCounter TO panelStreak
    END-IF
    MOVE "Give the whole quotient first; the remainder comes next" TO questionText2
    MOVE "N" TO validInput
    PERFORM UNTIL validInput = "Y"
    IF userAnswer = correctAnswer AND userRemainder = correctRemainder THEN
       ADD pointDelta TO playerPoints
       ADD 1 TO streakCounter
       IF assessmentMode NOT = "Y"
          DISPLAY "Correct answer"
       END-IF
       IF streakCounter >= 3 AND FUNCTION MOD(streakCounter, 3) = 0
          ADD 1 TO playerPoints
          IF assessmentMode NOT = "Y"
             DISPLAY "Streak bonus! " streakCounter " in a row"
          END-IF
       END-IF
       IF timedModeChoice = "Y" AND elapsedSeconds <= speedBonusSecs
          ADD 1 TO playerPoints
          IF assessmentMode NOT = "Y"
             DISPLAY "Speed bonus! Answered within " speedBonusSecs " seconds"
          END-IF
       END-IF
       IF assessmentMode NOT = "Y"
          DISPLAY "Current points: " playerPoints
       END-IF
       MOVE "Y" TO slResult
    ELSE
       PERFORM ApplyWrongPenalty
       IF commaUsed = "Y"
          INSPECT answerDisplayText REPLACING ALL "." BY ","
       END-IF
       IF assessmentMode NOT = "Y"
          DISPLAY "Wrong answer, the correct answer was " answerDisplayText
              " remainder " correctRemainder
          DISPLAY "Current points: " playerPoints
       END-IF
       MOVE "N" TO slResult
       PERFORM RecordMissedQuestion
       PERFORM OfferWorkedSolution
    END-IF
    PERFORM AskConfidence
    PERFORM LogPointsChange
    MOVE elapsedSeconds TO slSeconds
    CALL 'GetObjective' USING slExercise, slLevel, slObjective
    MOVE SPACES TO slItemKey
    MOVE ZERO TO slItemVersion
    MOVE confidenceEntry TO slConfidence
    MOVE questionForm TO slForm
    MOVE answerFormat TO slAnswerFormat
    MOVE choicePicked TO slChoicePicked
    MOVE choiceSource TO slChoiceSource
    MOVE solutionViewed TO slSolutionViewed
    WRITE sessionLogData
        INVALID KEY DISPLAY "Could not log session entry"
    END-WRITE
       CALL 'PointsLedger' USING playerName, ledgerSource, ledgerDelta, ledgerBalance
    END-IF.
SaveCheckpoint.
    IF guestRun = "Y" OR assessmentMode = "Y"
       EXIT PARAGRAPH
    END-IF
    MOVE playerName TO ckPlayer
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
    MOVE ZERO TO mqCorrectCount
    MOVE SPACES TO mqLastCorrectDate
    MOVE "N" TO mqRetiredFlag
    MOVE questionForm TO mqForm
    WRITE missedData
        INVALID KEY CONTINUE
    END-WRITE.
ReviewMissedQuestions.
    IF missedCount > ZERO AND assessmentMode NOT = "Y"
       DISPLAY " "
       DISPLAY "=== Questions to review ==="
       PERFORM VARYING reviewIndex FROM 1 BY 1 UNTIL reviewIndex > missedCount
    COMPUTE randomNum02 = FUNCTION RANDOM
    MULTIPLY randomNum01 BY 20 GIVING divideLevelFourNum01
    MULTIPLY randomNum02 BY 200 GIVING divideLevelFourNum02.
ApplyQuestionForm.
    MOVE "R" TO questionForm
    EVALUATE questionFormChoice
        WHEN "M" PERFORM PickMissingSide
        WHEN "X"
           IF FUNCTION MOD(counter, 2) = 0
              PERFORM PickMissingSide
           END-IF
    END-EVALUATE
    IF questionForm NOT = "R"
       COMPUTE formWholeQuotient = FUNCTION INTEGER(correctAnswer)
       IF formWholeQuotient = ZERO
          MOVE "R" TO questionForm
       ELSE
          COMPUTE missedOperand1 = formWholeQuotient * missedOperand2
          MOVE formWholeQuotient TO correctAnswer
       END-IF
    END-IF
    IF questionForm = "R"
       EXIT PARAGRAPH
    END-IF
    MOVE missedOperand1 TO formOperand1Text
    MOVE missedOperand2 TO formOperand2Text
    MOVE correctAnswer TO formResultText
    MOVE SPACES TO questionText1
    IF questionForm = "A"
       STRING "? / " FUNCTION TRIM(formOperand2Text) " = " FUNCTION TRIM(formResultText)
           DELIMITED BY SIZE INTO questionText1
       END-STRING
       MOVE missedOperand1 TO correctAnswer
    ELSE
       STRING FUNCTION TRIM(formOperand1Text) " / ? = " FUNCTION TRIM(formResultText)
           DELIMITED BY SIZE INTO questionText1
       END-STRING
       MOVE missedOperand2 TO correctAnswer
    END-IF.
PickMissingSide.
    IF FUNCTION RANDOM < 0.5
       MOVE "A" TO questionForm
    ELSE
       MOVE "B" TO questionForm
    END-IF.
OfferWorkedSolution.
    IF solutionMode NOT = "Y" OR assessmentMode = "Y"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "See the worked solution? (Y/N)"
    ACCEPT solutionEntry
    IF solutionEntry NOT = "Y" AND solutionEntry NOT = "y"
       MOVE "N" TO solutionViewed
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO solutionViewed
    PERFORM ShowWorkedSolution.
ShowWorkedSolution.
    MOVE missedOperand1 TO solutionDividend
    MOVE missedOperand1 TO solutionDividendText
    MOVE missedOperand2 TO solutionDivisorText
    DISPLAY "=== Worked solution: long division of " FUNCTION TRIM(solutionDividendText)
        " by " FUNCTION TRIM(solutionDivisorText) " ==="
    MOVE 5 TO solutionStart
    PERFORM VARYING solutionPosition FROM 5 BY -1 UNTIL solutionPosition < 1
       IF solutionDigit(solutionPosition) NOT = ZERO
          MOVE solutionPosition TO solutionStart
       END-IF
    END-PERFORM
    MOVE ZERO TO solutionRemainder
    PERFORM VARYING solutionPosition FROM solutionStart BY 1 UNTIL solutionPosition > 5
       COMPUTE solutionPartial = solutionRemainder * 10 + solutionDigit(solutionPosition)
       PERFORM ShowDivisionStep
    END-PERFORM
    IF levelChoice = "4" OR questionForm NOT = "R"
       IF questionForm NOT = "R"
          MOVE formWholeQuotient TO solutionWholeText
       ELSE
          MOVE correctQuotientWhole TO solutionWholeText
       END-IF
       MOVE solutionRemainder TO solutionRemainderText
       DISPLAY "Quotient " FUNCTION TRIM(solutionWholeText) " remainder "
           FUNCTION TRIM(solutionRemainderText)
    ELSE
       MOVE 1 TO solutionDecimalPlace
       PERFORM UNTIL solutionDecimalPlace > 2 OR solutionRemainder = ZERO
          IF solutionDecimalPlace = 1
             DISPLAY "Nothing left to bring down - write the decimal point and use zeros"
          END-IF
          COMPUTE solutionPartial = solutionRemainder * 10
          PERFORM ShowDivisionStep
          ADD 1 TO solutionDecimalPlace
       END-PERFORM
       MOVE correctAnswer TO solutionQuotientText
       DISPLAY "Quotient " FUNCTION TRIM(solutionQuotientText)
       IF solutionRemainder NOT = ZERO
          DISPLAY "The answer is cut off at two decimal places"
       END-IF
    END-IF
    IF questionForm NOT = "R"
       MOVE missedOperand1 TO formOperand1Text
       MOVE missedOperand2 TO formOperand2Text
       MOVE formWholeQuotient TO formResultText
       DISPLAY "Check by multiplying back: " FUNCTION TRIM(formResultText) " x "
           FUNCTION TRIM(formOperand2Text) " = " FUNCTION TRIM(formOperand1Text)
       MOVE correctAnswer TO solutionWholeText
       DISPLAY "So the missing number is " FUNCTION TRIM(solutionWholeText)
    END-IF.
ShowDivisionStep.
    COMPUTE solutionStepQuotient = solutionPartial / missedOperand2
    COMPUTE solutionProduct = solutionStepQuotient * missedOperand2
    COMPUTE solutionRemainder = solutionPartial - solutionProduct
    MOVE solutionPartial TO solutionPartialText
    MOVE solutionProduct TO solutionProductText
    MOVE solutionRemainder TO solutionRemainderText
    DISPLAY "  " FUNCTION TRIM(solutionPartialText) " / " FUNCTION TRIM(solutionDivisorText)
        " = " solutionStepQuotient "   (" solutionStepQuotient " x "
        FUNCTION TRIM(solutionDivisorText) " = " FUNCTION TRIM(solutionProductText)
        ", remainder " FUNCTION TRIM(solutionRemainderText) ")".
PrepareChoices.
    MOVE SPACES TO choiceLine
    MOVE SPACE TO choicePicked
    MOVE SPACE TO choiceSource
    IF answerFormat NOT = "M"
       EXIT PARAGRAPH
    END-IF
    MOVE correctAnswer TO choiceCorrect
    MOVE "DIVISION" TO choiceExercise
    MOVE "/" TO choiceOperator
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
