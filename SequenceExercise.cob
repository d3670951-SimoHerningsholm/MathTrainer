       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SequenceExercise.
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
01 repeatExercise PIC X(15) VALUE "SEQUENCE".
01 repeatOperator PIC X(1) VALUE "V".
01 repeatFound PIC X(1).
01 repeatTries PIC 9(3).
01 repeatWarned PIC X(1) VALUE "N".
01 startCounter PIC 9(2) VALUE 1.
01 randomNum01 PIC X COMP-X.
01 randomNum02 PIC X COMP-X.
01 sequenceType PIC 9(1).
       88 arithmeticSequence VALUE 1.
       88 geometricSequence VALUE 2.
       88 alternatingSequence VALUE 3.
01 termTable.
       02 termValue PIC 9(5) OCCURS 6 TIMES.
01 termIndex PIC 9(1).
01 termsShown PIC 9(1).
01 missingPosition PIC 9(1) VALUE ZERO.
01 firstTerm PIC 9(5).
01 stepOne PIC 9(3).
01 stepTwo PIC 9(3).
01 stepRatio PIC 9(1).
01 goingDown PIC X(1) VALUE "N".
01 subtractSecondStep PIC X(1) VALUE "N".
01 termText PIC Z(4)9.
01 textPointer PIC 9(2).
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
       05 LINE 1 COLUMN 2 VALUE "MATH TRAINER - NUMBER PATTERN TRAINER".
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
SequenceProcess.
    MOVE ZERO TO streakCounter
    MOVE "SEQUENCE" TO ledgerSource
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
              WHEN "1" PERFORM SequenceLevelOneProcess
              WHEN "2" PERFORM SequenceLevelTwoProcess
              WHEN "3" PERFORM SequenceLevelThreeProcess
              WHEN OTHER PERFORM SequenceLevelFourProcess
          END-EVALUATE
          PERFORM ComputeAnswer
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
        WHEN arithmeticSequence
            DISPLAY "Hint: look at the difference between neighbouring numbers"
        WHEN geometricSequence
            DISPLAY "Hint: each number is multiplied or divided by the same number"
        WHEN OTHER
            DISPLAY "Hint: the steps take turns - compare every other step"
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
    MOVE "SEQUENCE" TO slExercise
    MOVE levelChoice TO slLevel
    MOVE elapsedSeconds TO slSeconds
    EVALUATE TRUE
        WHEN arithmeticSequence MOVE "SEQ-ARITH" TO slObjective
        WHEN geometricSequence MOVE "SEQ-GEOM" TO slObjective
        WHEN OTHER MOVE "SEQ-ALTSTEP" TO slObjective
    END-EVALUATE
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
    MOVE "31" TO ckExercise
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
    MOVE "SEQUENCE" TO mqExercise
    MOVE levelChoice TO mqLevel
    MOVE missedOperand1 TO mqOperand1
    MOVE missedOperand2 TO mqOperand2
    MOVE "V" TO mqOperator
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
PickSequenceType.
    CALL 'randomfunc' USING 0, 3, randomNum01
    MOVE randomNum01 TO sequenceType
    MOVE "N" TO goingDown
    MOVE "N" TO subtractSecondStep
    MOVE ZERO TO missingPosition.
PickDirection.
    CALL 'randomfunc' USING 0, 2, randomNum02
    IF randomNum02 = 2
       MOVE "Y" TO goingDown
    END-IF.
SequenceLevelOneProcess.
    PERFORM PickSequenceType
    EVALUATE TRUE
        WHEN arithmeticSequence
            CALL 'randomfunc' USING 0, 20, randomNum01
            MOVE randomNum01 TO firstTerm
            CALL 'randomfunc' USING 0, 10, randomNum01
            MOVE randomNum01 TO stepOne
        WHEN geometricSequence
            CALL 'randomfunc' USING 0, 5, randomNum01
            MOVE randomNum01 TO firstTerm
            MOVE 2 TO stepRatio
        WHEN OTHER
            CALL 'randomfunc' USING 0, 10, randomNum01
            MOVE randomNum01 TO firstTerm
            PERFORM PickTwoSteps
    END-EVALUATE
    MOVE 5 TO termsShown
    PERFORM BuildTerms.
SequenceLevelTwoProcess.
    PERFORM PickSequenceType
    EVALUATE TRUE
        WHEN arithmeticSequence
            CALL 'randomfunc' USING 0, 50, randomNum01
            MOVE randomNum01 TO firstTerm
            CALL 'randomfunc' USING 0, 12, randomNum01
            MOVE randomNum01 TO stepOne
            PERFORM PickDirection
        WHEN geometricSequence
            CALL 'randomfunc' USING 0, 5, randomNum01
            MOVE randomNum01 TO firstTerm
            CALL 'randomfunc' USING 1, 3, randomNum01
            MOVE randomNum01 TO stepRatio
        WHEN OTHER
            CALL 'randomfunc' USING 0, 30, randomNum01
            MOVE randomNum01 TO firstTerm
            PERFORM PickTwoSteps
    END-EVALUATE
    MOVE 5 TO termsShown
    PERFORM BuildTerms.
SequenceLevelThreeProcess.
    PERFORM PickHarderSequence
    PERFORM BuildTerms.
SequenceLevelFourProcess.
    PERFORM PickHarderSequence
    PERFORM BuildTerms
    CALL 'randomfunc' USING 0, 2, randomNum02
    IF randomNum02 = 2
       COMPUTE randomNum01 = termsShown - 1
       CALL 'randomfunc' USING 1, randomNum01, randomNum02
       MOVE randomNum02 TO missingPosition
    END-IF.
PickHarderSequence.
    PERFORM PickSequenceType
    EVALUATE TRUE
        WHEN arithmeticSequence
            CALL 'randomfunc' USING 0, 99, randomNum01
            MOVE randomNum01 TO firstTerm
            CALL 'randomfunc' USING 0, 25, randomNum01
            MOVE randomNum01 TO stepOne
            PERFORM PickDirection
            MOVE 4 TO termsShown
        WHEN geometricSequence
            CALL 'randomfunc' USING 0, 6, randomNum01
            MOVE randomNum01 TO firstTerm
            CALL 'randomfunc' USING 1, 4, randomNum01
            MOVE randomNum01 TO stepRatio
            PERFORM PickDirection
            MOVE 4 TO termsShown
        WHEN OTHER
            CALL 'randomfunc' USING 0, 9, randomNum01
            MOVE randomNum01 TO stepTwo
            CALL 'randomfunc' USING 0, 9, randomNum01
            COMPUTE stepOne = stepTwo + randomNum01
            CALL 'randomfunc' USING 0, 30, randomNum01
            COMPUTE firstTerm = randomNum01 + stepTwo
            MOVE "Y" TO subtractSecondStep
            MOVE 5 TO termsShown
    END-EVALUATE.
PickTwoSteps.
    CALL 'randomfunc' USING 0, 9, randomNum01
    MOVE randomNum01 TO stepOne
    CALL 'randomfunc' USING 0, 9, randomNum01
    MOVE randomNum01 TO stepTwo
    IF stepOne = stepTwo
       ADD 1 TO stepTwo
    END-IF.
BuildTerms.
    IF goingDown = "Y"
       IF arithmeticSequence
          COMPUTE termValue(1) = firstTerm + stepOne * 5
       ELSE
          COMPUTE termValue(1) = firstTerm * stepRatio ** 5
       END-IF
    ELSE
       MOVE firstTerm TO termValue(1)
    END-IF
    PERFORM VARYING termIndex FROM 2 BY 1 UNTIL termIndex > 6
       EVALUATE TRUE
           WHEN arithmeticSequence AND goingDown = "Y"
               COMPUTE termValue(termIndex) = termValue(termIndex - 1) - stepOne
           WHEN arithmeticSequence
               COMPUTE termValue(termIndex) = termValue(termIndex - 1) + stepOne
           WHEN geometricSequence AND goingDown = "Y"
               COMPUTE termValue(termIndex) = termValue(termIndex - 1) / stepRatio
           WHEN geometricSequence
               COMPUTE termValue(termIndex) = termValue(termIndex - 1) * stepRatio
           WHEN FUNCTION MOD(termIndex, 2) = 0
               COMPUTE termValue(termIndex) = termValue(termIndex - 1) + stepOne
           WHEN subtractSecondStep = "Y"
               COMPUTE termValue(termIndex) = termValue(termIndex - 1) - stepTwo
           WHEN OTHER
               COMPUTE termValue(termIndex) = termValue(termIndex - 1) + stepTwo
       END-EVALUATE
    END-PERFORM.
ComputeAnswer.
    IF missingPosition > ZERO
       MOVE termValue(missingPosition) TO correctAnswer
    ELSE
       COMPUTE termIndex = termsShown + 1
       MOVE termValue(termIndex) TO correctAnswer
    END-IF
    MOVE termValue(1) TO missedOperand1
    MOVE termValue(2) TO missedOperand2.
BuildQuestionText.
    MOVE SPACES TO questionText1
    MOVE SPACES TO questionText2
    MOVE 1 TO textPointer
    PERFORM VARYING termIndex FROM 1 BY 1 UNTIL termIndex > termsShown
       IF termIndex = missingPosition
          STRING "?, " DELIMITED BY SIZE
              INTO questionText1 WITH POINTER textPointer
          END-STRING
       ELSE
          MOVE termValue(termIndex) TO termText
          STRING FUNCTION TRIM(termText) ", " DELIMITED BY SIZE
              INTO questionText1 WITH POINTER textPointer
          END-STRING
       END-IF
    END-PERFORM
    IF missingPosition > ZERO
       STRING "..." DELIMITED BY SIZE
           INTO questionText1 WITH POINTER textPointer
       END-STRING
       MOVE "Which number belongs where the ? is?" TO questionText2
    ELSE
       STRING "?" DELIMITED BY SIZE
           INTO questionText1 WITH POINTER textPointer
       END-STRING
       MOVE "What is the next number in the sequence?" TO questionText2
    END-IF.
PrepareChoices.
    MOVE SPACES TO choiceLine
    MOVE SPACE TO choicePicked
    MOVE SPACE TO choiceSource
    IF answerFormat NOT = "M"
       EXIT PARAGRAPH
    END-IF
    MOVE correctAnswer TO choiceCorrect
    MOVE "SEQUENCE" TO choiceExercise
    MOVE "V" TO choiceOperator
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
