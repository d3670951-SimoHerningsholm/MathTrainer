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
01 repeatExercise PIC X(15) VALUE "CUBEROOT".
01 repeatOperator PIC X(1) VALUE "B".
01 repeatFound PIC X(1).
01 repeatTries PIC 9(3).
01 repeatWarned PIC X(1) VALUE "N".
01 startCounter PIC 9(2) VALUE 1.
01 userAnswer PIC 9(4)V99.
01 correctAnswer PIC 9(4).
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
01 playerCorrectCount PIC 9(2).
01 timedModeChoice PIC X(1).
01 resumeCounter PIC 9(2).
01 assessmentMode PIC X(1).
SCREEN SECTION.
01 questionPanel.
       05 BLANK SCREEN.
       05 LINE 8 COLUMN 2 VALUE "Points:".
       05 LINE 8 COLUMN 12 PIC Z(6)9 FROM panelPoints.
       05 LINE 8 COLUMN 25 VALUE "Streak:".
       05 LINE 8 COLUMN 33 PIC Z9 FROM panelStreak.
       05 LINE 10 COLUMN 2 VALUE "Your answer:".
       05 LINE 10 COLUMN 16 PIC X(10) USING userInputStage.
       05 LINE 12 COLUMN 2 PIC X(60) FROM choiceLine.
PROCEDURE DIVISION USING levelChoice, playerPoints, questionCount, playerName,
        playerCorrectCount, timedModeChoice, resumeCounter, assessmentMode.
CubeRootProcess.
    MOVE playerPoints TO panelPoints
    MOVE ZERO TO panelStreak
    MOVE ZERO TO streakCounter
    MOVE "CUBEROOT" TO ledgerSource
    MOVE ZERO TO playerCorrectCount
    END-IF
    CALL 'GetGradingPolicy' USING playerName, gradingPolicy
    CALL 'GetConfidenceFlag' USING playerName, confidenceMode
    CALL 'GetAnswerFormat' USING playerName, answerFormat
    OPEN I-O sessionLogFile
    OPEN I-O checkpointFile
    IF checkpointFileStatus NOT = "00"
    EVALUATE levelChoice
        WHEN "1"
           PERFORM VARYING counter FROM startCounter BY 1 UNTIL counter > questionCount
              MOVE ZERO TO repeatTries
              MOVE "Y" TO repeatFound
              PERFORM UNTIL repeatFound = "N"
                 PERFORM CubeRootLevelOneProcess
                 MOVE SPACES TO questionText1
                 STRING numberToRoot "^(1/3)"
                     DELIMITED BY SIZE INTO questionText1
                 END-STRING
                 PERFORM CheckRecentQuestion
              END-PERFORM
              PERFORM Answer
           END-PERFORM
        WHEN "2"
           PERFORM VARYING counter FROM startCounter BY 1 UNTIL counter > questionCount
              MOVE ZERO TO repeatTries
              MOVE "Y" TO repeatFound
              PERFORM UNTIL repeatFound = "N"
                 PERFORM CubeRootLevelTwoProcess
                 MOVE SPACES TO questionText1
                 STRING numberToRoot "^(1/3)"
                     DELIMITED BY SIZE INTO questionText1
                 END-STRING
                 PERFORM CheckRecentQuestion
              END-PERFORM
              PERFORM Answer
           END-PERFORM
        WHEN "3"
           PERFORM VARYING counter FROM startCounter BY 1 UNTIL counter > questionCount
              MOVE ZERO TO repeatTries
              MOVE "Y" TO repeatFound
              PERFORM UNTIL repeatFound = "N"
                 PERFORM CubeRootLevelThreeProcess
                 MOVE SPACES TO questionText1
                 STRING numberToRoot "^(1/3)"
                     DELIMITED BY SIZE INTO questionText1
                 END-STRING
                 PERFORM CheckRecentQuestion
              END-PERFORM
              PERFORM Answer
           END-PERFORM
    END-EVALUATE.
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
       MOVE ZERO TO commaTally
       INSPECT userInputStage TALLYING commaTally FOR ALL ","
       IF commaTally > ZERO
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
    MOVE SPACE TO slForm
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
    MOVE SPACE TO mqForm
    WRITE missedData
        INVALID KEY CONTINUE
    END-WRITE.
ReviewMissedQuestions.
    IF missedCount > ZERO AND assessmentMode NOT = "Y"
       DISPLAY " "
       DISPLAY "=== Questions to review ==="
       PERFORM VARYING reviewIndex FROM 1 BY 1 UNTIL reviewIndex > missedCount
    COMPUTE correctAnswer = rootIndex + 14.
    MOVE numberToRoot TO missedOperand1
    MOVE ZERO TO missedOperand2.
PrepareChoices.
    MOVE SPACES TO choiceLine
    MOVE SPACE TO choicePicked
    MOVE SPACE TO choiceSource
    IF answerFormat NOT = "M"
       EXIT PARAGRAPH
    END-IF
    MOVE correctAnswer TO choiceCorrect
    MOVE "CUBEROOT" TO choiceExercise
    MOVE "B" TO choiceOperator
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
