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
01 repeatExercise PIC X(15) VALUE "SUBTRACTION".
01 repeatOperator PIC X(1) VALUE "-".
01 repeatFound PIC X(1).
01 repeatTries PIC 9(3).
01 repeatWarned PIC X(1) VALUE "N".
01 startCounter PIC 9(2) VALUE 1.
01 randomNum01 PIC 9(3)V9(4).
01 randomNum02 PIC 9(3)V9(4).
01 confidenceEntry PIC X(1) VALUE SPACE.
01 hintsUsed PIC 9(2) VALUE ZERO.
01 hintBudget PIC 9(2) VALUE 3.
01 assessmentLock PIC X(1) VALUE "N".
01 penaltyPoints PIC 9(1).
01 questionText1 PIC X(60) VALUE SPACES.
01 questionForm PIC X(1) VALUE "R".
01 regroupOk PIC X(1).
01 regroupFound PIC X(1).
01 regroupCarry PIC 9(1).
01 regroupRest1 PIC 9(5).
01 regroupRest2 PIC 9(5).
01 regroupQuotient PIC 9(5).
01 regroupDigit1 PIC 9(1).
01 regroupDigit2 PIC 9(1).
01 formOperand1Text PIC Z(4)9.
01 formOperand2Text PIC Z(4)9.
01 formResultText PIC -(5)9.
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
LINKAGE SECTION.
01 levelChoice PIC X(1).
01 playerPoints PIC 9(7).
01 timedModeChoice PIC X(1).
01 resumeCounter PIC 9(2).
01 adaptiveModeChoice PIC X(1).
01 questionFormChoice PIC X(1).
01 regroupChoice PIC X(1).
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
        questionFormChoice, regroupChoice, assessmentMode.
SubtractProcesss.
    MOVE playerPoints TO panelPoints
    MOVE ZERO TO panelStreak
    MOVE ZERO TO streakCounter
    MOVE "SUBTRACTION" TO ledgerSource
    MOVE ZERO TO playerCorrectCount
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
       CLOSE missedLogFile
       OPEN I-O missedLogFile
    END-IF
    IF regroupChoice = "A" AND levelChoice = "1"
       DISPLAY "Level 1 subtraction never needs borrowing - questions will be mixed"
    END-IF
    COMPUTE startCounter = resumeCounter + 1
    PERFORM VARYING counter FROM startCounter BY 1 UNTIL counter > questionCount
       MOVE "N" TO regroupOk
       MOVE ZERO TO repeatTries
       PERFORM UNTIL regroupOk = "Y"
          PERFORM GenerateRandoms
          EVALUATE levelChoice
              WHEN "1"
                 PERFORM SubtractionLevelOneProcess
                 MOVE SPACES TO questionText1
                 STRING subtractLevelOneNum01 " - " subtractLevelOneNum02
                     DELIMITED BY SIZE INTO questionText1
                 END-STRING
              WHEN "2"
                 PERFORM SubtractionLevelTwoProcess
                 MOVE SPACES TO questionText1
                 STRING subtractLevelTwoNum01 " - " subtractLevelTwoNum02
                     DELIMITED BY SIZE INTO questionText1
                 END-STRING
              WHEN "3"
                 PERFORM SubtractionLevelThreeProcess
                 MOVE SPACES TO questionText1
                 STRING subtractLevelThreeNum01 " - " subtractLevelThreeNum02
                     DELIMITED BY SIZE INTO questionText1
                 END-STRING
              WHEN "4"
                 PERFORM SubtractionLevelFourProcess
                 MOVE SPACES TO questionText1
                 STRING subtractLevelFourNum01 " - " subtractLevelFourNum02
                     DELIMITED BY SIZE INTO questionText1
                 END-STRING
          END-EVALUATE
          PERFORM CheckRegrouping
          IF regroupOk = "Y"
             PERFORM CheckRecentQuestion
             IF repeatFound = "Y"
                MOVE "N" TO regroupOk
             END-IF
          END-IF
       END-PERFORM
       PERFORM ApplyQuestionForm
       PERFORM Answer
       IF adaptiveModeChoice = "Y" AND levelChoice NOT = "4"
          PERFORM AdjustAdaptiveLevel
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
          DISPLAY "Current points" playerPoints
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
             DISPLAY "Current points" playerPoints
          END-IF
          MOVE "Y" TO slResult
       ELSE
          PERFORM ApplyWrongPenalty
          MOVE ZERO TO streakCounter
          IF assessmentMode NOT = "Y"
             DISPLAY "Wrong answer"
             DISPLAY "Current points" playerPoints
          END-IF
          MOVE "N" TO slResult
          PERFORM RecordMissedQuestion
       END-IF
    MOVE elapsedSeconds TO slSeconds
    CALL 'GetObjective' USING slExercise, slLevel, slObjective
    MOVE SPACES TO slItemKey
    MOVE ZERO TO slItemVersion
    MOVE confidenceEntry TO slConfidence
    MOVE questionForm TO slForm
    MOVE answerFormat TO slAnswerFormat
    MOVE choicePicked TO slChoicePicked
    MOVE choiceSource TO slChoiceSource
    MOVE SPACE TO slSolutionViewed
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
GenerateRandoms.
    COMPUTE randomNum01 = FUNCTION RANDOM
    COMPUTE randomNum02 = FUNCTION RANDOM
    COMPUTE swapFlag = FUNCTION MOD(FUNCTION RANDOM * 100, 2)
    IF regroupChoice = "A" OR regroupChoice = "N"
       MOVE ZERO TO swapFlag
       IF randomNum01 < randomNum02
          MOVE 1 TO swapFlag
       END-IF
    END-IF.
SubtractionLevelOneProcess.
    MULTIPLY randomNum01 BY 10 GIVING subtractLevelOneNum01
    MULTIPLY randomNum02 BY 10 GIVING subtractLevelOneNum02
    SUBTRACT subtractLevelFourNum02 FROM subtractLevelFourNum01 GIVING correctAnswer.
    MOVE subtractLevelFourNum01 TO missedOperand1
    MOVE subtractLevelFourNum02 TO missedOperand2.
CheckRegrouping.
    MOVE "Y" TO regroupOk
    IF regroupChoice NOT = "A" AND regroupChoice NOT = "N"
       EXIT PARAGRAPH
    END-IF
    IF regroupChoice = "A" AND levelChoice = "1"
       EXIT PARAGRAPH
    END-IF
    MOVE missedOperand1 TO regroupRest1
    MOVE missedOperand2 TO regroupRest2
    MOVE ZERO TO regroupCarry
    MOVE "N" TO regroupFound
    PERFORM UNTIL regroupRest1 = ZERO AND regroupRest2 = ZERO
       DIVIDE regroupRest1 BY 10 GIVING regroupQuotient REMAINDER regroupDigit1
       MOVE regroupQuotient TO regroupRest1
       DIVIDE regroupRest2 BY 10 GIVING regroupQuotient REMAINDER regroupDigit2
       MOVE regroupQuotient TO regroupRest2
       IF regroupDigit1 < regroupDigit2 + regroupCarry
          MOVE 1 TO regroupCarry
          MOVE "Y" TO regroupFound
       ELSE
          MOVE ZERO TO regroupCarry
       END-IF
       IF regroupChoice = "A"
          MOVE ZERO TO regroupRest1
          MOVE ZERO TO regroupRest2
       END-IF
    END-PERFORM
    IF regroupChoice = "A" AND regroupFound = "N"
       MOVE "N" TO regroupOk
    END-IF
    IF regroupChoice = "N" AND regroupFound = "Y"
       MOVE "N" TO regroupOk
    END-IF.
ApplyQuestionForm.
    MOVE "R" TO questionForm
    EVALUATE questionFormChoice
        WHEN "M" PERFORM PickMissingSide
        WHEN "X"
           IF FUNCTION MOD(counter, 2) = 0
              PERFORM PickMissingSide
           END-IF
    END-EVALUATE
    IF questionForm = "R"
       EXIT PARAGRAPH
    END-IF
    MOVE missedOperand1 TO formOperand1Text
    MOVE missedOperand2 TO formOperand2Text
    MOVE correctAnswer TO formResultText
    MOVE SPACES TO questionText1
    IF questionForm = "A"
       STRING "? - " FUNCTION TRIM(formOperand2Text) " = " FUNCTION TRIM(formResultText)
           DELIMITED BY SIZE INTO questionText1
       END-STRING
       MOVE missedOperand1 TO correctAnswer
    ELSE
       STRING FUNCTION TRIM(formOperand1Text) " - ? = " FUNCTION TRIM(formResultText)
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
PrepareChoices.
    MOVE SPACES TO choiceLine
    MOVE SPACE TO choicePicked
    MOVE SPACE TO choiceSource
    IF answerFormat NOT = "M"
       EXIT PARAGRAPH
    END-IF
    MOVE correctAnswer TO choiceCorrect
    MOVE "SUBTRACTION" TO choiceExercise
    MOVE "-" TO choiceOperator
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
