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
01 repeatExercise PIC X(15) VALUE "EQUATION".
01 repeatOperator PIC X(1) VALUE "X".
01 repeatFound PIC X(1).
01 repeatTries PIC 9(3).
01 repeatWarned PIC X(1) VALUE "N".
01 startCounter PIC 9(2) VALUE 1.
01 equationNum01 PIC X COMP-X.
01 equationNum02 PIC X COMP-X.
01 solutionX PIC 9(4).
01 operandA PIC 9(4).
01 resultB PIC 9(5).
01 equationShape PIC X(1).
01 formPick PIC X COMP-X.
01 userAnswer PIC 9(5)V99.
01 correctAnswer PIC 9(5)V99.
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
01 solutionOperandText PIC Z(3)9.
01 solutionResultText PIC Z(4)9.
01 solutionXText PIC Z(4)9.
LINKAGE SECTION.
01 levelChoice PIC X(1).
01 playerPoints PIC 9(7).
       05 LINE 8 COLUMN 33 PIC Z9 FROM streakCounter.
       05 LINE 10 COLUMN 2 VALUE "Your answer:".
       05 LINE 10 COLUMN 16 PIC X(10) USING userInputStage.
       05 LINE 12 COLUMN 2 PIC X(60) FROM choiceLine.
PROCEDURE DIVISION USING levelChoice, playerPoints, questionCount, playerName,
        playerCorrectCount, timedModeChoice, resumeCounter.
EquationProcess.
    END-IF
    CALL 'GetGradingPolicy' USING playerName, gradingPolicy
    CALL 'GetConfidenceFlag' USING playerName, confidenceMode
    CALL 'GetAnswerFormat' USING playerName, answerFormat
    CALL 'GetSolutionFlag' USING playerName, solutionMode
    OPEN I-O sessionLogFile
    OPEN I-O checkpointFile
    IF checkpointFileStatus NOT = "00"
    END-IF
    COMPUTE startCounter = resumeCounter + 1
    PERFORM VARYING counter FROM startCounter BY 1 UNTIL counter > questionCount
       MOVE ZERO TO repeatTries
       MOVE "Y" TO repeatFound
       PERFORM UNTIL repeatFound = "N"
          EVALUATE levelChoice
              WHEN "1" PERFORM EquationLevelOneProcess
              WHEN "2" PERFORM EquationLevelTwoProcess
              WHEN "3" PERFORM EquationLevelThreeProcess
              WHEN OTHER PERFORM EquationLevelFourProcess
          END-EVALUATE
          PERFORM CheckRecentQuestion
       END-PERFORM
       PERFORM Answer
    END-PERFORM.
    PERFORM ReviewMissedQuestions
    EXIT PROGRAM.
Answer.
    PERFORM ComputePointDelta
    MOVE SPACE TO solutionViewed
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
       MOVE ZERO TO commaTally
       INSPECT userInputStage TALLYING commaTally FOR ALL ","
       IF commaTally > ZERO
       DISPLAY "Current points" playerPoints
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
    MOVE SPACE TO slForm
    MOVE answerFormat TO slAnswerFormat
    MOVE choicePicked TO slChoicePicked
    MOVE choiceSource TO slChoiceSource
    MOVE solutionViewed TO slSolutionViewed
    WRITE sessionLogData
        INVALID KEY DISPLAY "Could not log session entry"
    END-WRITE
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
    MOVE SPACE TO mqForm
    WRITE missedData
        INVALID KEY CONTINUE
    END-WRITE.
        WHEN OTHER PERFORM BuildDivideEquation
    END-EVALUATE.
BuildPlusEquation.
    MOVE "+" TO equationShape
    COMPUTE resultB = solutionX + operandA
    MOVE solutionX TO correctAnswer
    MOVE operandA TO missedOperand1
        DELIMITED BY SIZE INTO questionText2
    END-STRING.
BuildMinusEquation.
    MOVE "-" TO equationShape
    COMPUTE resultB = solutionX + operandA
    MOVE resultB TO correctAnswer
    MOVE resultB TO solutionX
        DELIMITED BY SIZE INTO questionText2
    END-STRING.
BuildTimesEquation.
    MOVE "*" TO equationShape
    COMPUTE resultB = solutionX * operandA
    MOVE solutionX TO correctAnswer
    MOVE operandA TO missedOperand1
        DELIMITED BY SIZE INTO questionText2
    END-STRING.
BuildDivideEquation.
    MOVE "/" TO equationShape
    COMPUTE resultB = solutionX
    COMPUTE solutionX = resultB * operandA
    MOVE solutionX TO correctAnswer
    STRING "Enter the value of x"
        DELIMITED BY SIZE INTO questionText2
    END-STRING.
OfferWorkedSolution.
    IF solutionMode NOT = "Y"
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
    MOVE operandA TO solutionOperandText
    MOVE resultB TO solutionResultText
    MOVE solutionX TO solutionXText
    DISPLAY "=== Worked solution: use the inverse operation ==="
    DISPLAY FUNCTION TRIM(questionText1)
    EVALUATE equationShape
        WHEN "+"
           DISPLAY "x has " FUNCTION TRIM(solutionOperandText)
               " added to it - undo that by subtracting " FUNCTION TRIM(solutionOperandText)
               " from both sides"
           DISPLAY "x = " FUNCTION TRIM(solutionResultText) " - "
               FUNCTION TRIM(solutionOperandText)
           DISPLAY "x = " FUNCTION TRIM(solutionXText)
           DISPLAY "Check: " FUNCTION TRIM(solutionXText) " + "
               FUNCTION TRIM(solutionOperandText) " = " FUNCTION TRIM(solutionResultText)
        WHEN "-"
           DISPLAY "x has " FUNCTION TRIM(solutionOperandText)
               " taken away - undo that by adding " FUNCTION TRIM(solutionOperandText)
               " to both sides"
           DISPLAY "x = " FUNCTION TRIM(solutionResultText) " + "
               FUNCTION TRIM(solutionOperandText)
           DISPLAY "x = " FUNCTION TRIM(solutionXText)
           DISPLAY "Check: " FUNCTION TRIM(solutionXText) " - "
               FUNCTION TRIM(solutionOperandText) " = " FUNCTION TRIM(solutionResultText)
        WHEN "*"
           DISPLAY "x is multiplied by " FUNCTION TRIM(solutionOperandText)
               " - undo that by dividing both sides by " FUNCTION TRIM(solutionOperandText)
           DISPLAY "x = " FUNCTION TRIM(solutionResultText) " / "
               FUNCTION TRIM(solutionOperandText)
           DISPLAY "x = " FUNCTION TRIM(solutionXText)
           DISPLAY "Check: " FUNCTION TRIM(solutionOperandText) " x "
               FUNCTION TRIM(solutionXText) " = " FUNCTION TRIM(solutionResultText)
        WHEN "/"
           DISPLAY "x is divided by " FUNCTION TRIM(solutionOperandText)
               " - undo that by multiplying both sides by " FUNCTION TRIM(solutionOperandText)
           DISPLAY "x = " FUNCTION TRIM(solutionResultText) " x "
               FUNCTION TRIM(solutionOperandText)
           DISPLAY "x = " FUNCTION TRIM(solutionXText)
           DISPLAY "Check: " FUNCTION TRIM(solutionXText) " / "
               FUNCTION TRIM(solutionOperandText) " = " FUNCTION TRIM(solutionResultText)
    END-EVALUATE.
PrepareChoices.
    MOVE SPACES TO choiceLine
    MOVE SPACE TO choicePicked
    MOVE SPACE TO choiceSource
    IF answerFormat NOT = "M"
       EXIT PARAGRAPH
    END-IF
    MOVE correctAnswer TO choiceCorrect
    MOVE "EQUATION" TO choiceExercise
    MOVE "X" TO choiceOperator
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
