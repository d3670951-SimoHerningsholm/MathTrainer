       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NumberTheoryExercise.
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
01 repeatExercise PIC X(15) VALUE "NUMBERTHEORY".
01 repeatOperator PIC X(1).
01 repeatFound PIC X(1).
01 repeatTries PIC 9(3).
01 repeatWarned PIC X(1) VALUE "N".
01 startCounter PIC 9(2) VALUE 1.
01 randomNum01 PIC X COMP-X.
01 randomNum02 PIC X COMP-X.
01 randomLimit PIC X COMP-X.
01 questionType PIC X(1).
       88 primeQuestion VALUE "I".
       88 gcdQuestion VALUE "D".
       88 lcmQuestion VALUE "L".
       88 factorQuestion VALUE "F".
01 numberA PIC 9(5).
01 numberB PIC 9(5).
01 commonFactor PIC 9(3).
01 euclidA PIC 9(5).
01 euclidB PIC 9(5).
01 euclidRest PIC 9(5).
01 gcdResult PIC 9(5).
01 divisorTry PIC 9(5).
01 divisorQuotient PIC 9(5).
01 divisorRest PIC 9(5).
01 factorTally PIC 9(3).
01 smallestDivisor PIC 9(5).
01 numberAText PIC Z(4)9.
01 numberBText PIC Z(4)9.
01 divisorText PIC Z(4)9.
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
       05 LINE 1 COLUMN 2 VALUE "MATH TRAINER - FACTORS AND PRIMES TRAINER".
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
PROCEDURE DIVISION USING levelChoice, playerPoints, questionCount, playerName,
        playerCorrectCount, timedModeChoice, resumeCounter.
NumberTheoryProcess.
    MOVE ZERO TO streakCounter
    MOVE "NUMBERTHEORY" TO ledgerSource
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
              WHEN "1" PERFORM NumberTheoryLevelOneProcess
              WHEN "2" PERFORM NumberTheoryLevelTwoProcess
              WHEN "3" PERFORM NumberTheoryLevelThreeProcess
              WHEN OTHER PERFORM NumberTheoryLevelFourProcess
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
    MOVE "N" TO validInput
    PERFORM UNTIL validInput = "Y"
       MOVE SPACES TO userInputStage
       DISPLAY questionPanel
       ACCEPT questionPanel
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
          IF primeQuestion
             EVALUATE userInputStage
                 WHEN "Y" MOVE "1" TO userInputStage
                 WHEN "y" MOVE "1" TO userInputStage
                 WHEN "N" MOVE "0" TO userInputStage
                 WHEN "n" MOVE "0" TO userInputStage
             END-EVALUATE
          END-IF
          MOVE ZERO TO commaTally
          INSPECT userInputStage TALLYING commaTally FOR ALL ","
          IF commaTally > ZERO
             MOVE "Y" TO commaUsed
             INSPECT userInputStage REPLACING ALL "," BY "."
          END-IF
          IF FUNCTION TEST-NUMVAL(userInputStage) = 0
             MOVE "Y" TO validInput
          ELSE
             IF primeQuestion
                DISPLAY "Please enter Y or N, or H for a hint"
             ELSE
                DISPLAY "Please enter a number, or H for a hint"
             END-IF
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
          IF primeQuestion
             IF correctAnswer = 1
                DISPLAY "Wrong answer. " FUNCTION TRIM(numberAText) " is a prime number"
             ELSE
                MOVE smallestDivisor TO divisorText
                DISPLAY "Wrong answer. " FUNCTION TRIM(numberAText)
                    " is not prime - it divides by " FUNCTION TRIM(divisorText)
             END-IF
          ELSE
             MOVE correctAnswer TO answerDisplayText
             IF commaUsed = "Y"
                INSPECT answerDisplayText REPLACING ALL "." BY ","
             END-IF
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
    EVALUATE TRUE
        WHEN primeQuestion
            DISPLAY "Hint: a prime has exactly two factors, 1 and itself"
            DISPLAY "Try dividing by 2, 3, 5, 7, 11 and 13"
        WHEN factorQuestion
            DISPLAY "Hint: find the factors in pairs - 1 x " FUNCTION TRIM(numberAText)
                ", 2 x ..., and count them all"
        WHEN gcdQuestion
            DISPLAY "Hint: list the factors of both numbers and take the biggest one they share"
        WHEN OTHER
            DISPLAY "Hint: count up in steps of the bigger number until the smaller one divides it"
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
    MOVE "NUMBERTHEORY" TO slExercise
    MOVE levelChoice TO slLevel
    MOVE elapsedSeconds TO slSeconds
    CALL 'GetObjective' USING slExercise, slLevel, slObjective
    IF slObjective = SPACES
       MOVE "NUM-FACTORS" TO slObjective
    END-IF
    MOVE SPACES TO slItemKey
    MOVE ZERO TO slItemVersion
    MOVE confidenceEntry TO slConfidence
    MOVE SPACE TO slForm
    MOVE SPACES TO slChoiceInfo
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
    MOVE "29" TO ckExercise
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
    MOVE questionType TO repeatOperator
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
    MOVE "NUMBERTHEORY" TO mqExercise
    MOVE levelChoice TO mqLevel
    MOVE missedOperand1 TO mqOperand1
    MOVE missedOperand2 TO mqOperand2
    MOVE questionType TO mqOperator
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
PickQuestionType.
    CALL 'randomfunc' USING 0, 4, randomNum01
    EVALUATE randomNum01
        WHEN 1 MOVE "I" TO questionType
        WHEN 2 MOVE "D" TO questionType
        WHEN 3 MOVE "L" TO questionType
        WHEN OTHER MOVE "F" TO questionType
    END-EVALUATE.
NumberTheoryLevelOneProcess.
    PERFORM PickQuestionType
    EVALUATE TRUE
        WHEN primeQuestion
            MOVE 50 TO randomLimit
            PERFORM PickSingleNumber
        WHEN factorQuestion
            MOVE 30 TO randomLimit
            PERFORM PickSingleNumber
        WHEN gcdQuestion
            MOVE 5 TO randomLimit
            PERFORM PickSharedPair
        WHEN OTHER
            MOVE 10 TO randomLimit
            PERFORM PickSmallPair
    END-EVALUATE.
NumberTheoryLevelTwoProcess.
    PERFORM PickQuestionType
    EVALUATE TRUE
        WHEN primeQuestion
            MOVE 100 TO randomLimit
            PERFORM PickSingleNumber
        WHEN factorQuestion
            MOVE 60 TO randomLimit
            PERFORM PickSingleNumber
        WHEN gcdQuestion
            MOVE 8 TO randomLimit
            PERFORM PickSharedPair
        WHEN OTHER
            MOVE 15 TO randomLimit
            PERFORM PickSmallPair
    END-EVALUATE.
NumberTheoryLevelThreeProcess.
    PERFORM PickQuestionType
    EVALUATE TRUE
        WHEN primeQuestion
            MOVE 200 TO randomLimit
            PERFORM PickSingleNumber
        WHEN factorQuestion
            MOVE 100 TO randomLimit
            PERFORM PickSingleNumber
        WHEN gcdQuestion
            MOVE 12 TO randomLimit
            PERFORM PickSharedPair
        WHEN OTHER
            MOVE 25 TO randomLimit
            PERFORM PickSmallPair
    END-EVALUATE.
NumberTheoryLevelFourProcess.
    PERFORM PickQuestionType
    EVALUATE TRUE
        WHEN primeQuestion
            MOVE 250 TO randomLimit
            PERFORM PickSingleNumber
        WHEN factorQuestion
            MOVE 200 TO randomLimit
            PERFORM PickSingleNumber
        WHEN gcdQuestion
            MOVE 15 TO randomLimit
            PERFORM PickSharedPair
        WHEN OTHER
            MOVE 40 TO randomLimit
            PERFORM PickSmallPair
    END-EVALUATE.
PickSingleNumber.
    CALL 'randomfunc' USING 1, randomLimit, randomNum01
    MOVE randomNum01 TO numberA
    MOVE ZERO TO numberB.
PickSmallPair.
    CALL 'randomfunc' USING 1, randomLimit, randomNum01
    MOVE randomNum01 TO numberA
    CALL 'randomfunc' USING 1, randomLimit, randomNum01
    MOVE randomNum01 TO numberB
    IF numberA = numberB
       ADD 1 TO numberB
    END-IF.
PickSharedPair.
    CALL 'randomfunc' USING 1, 12, randomNum01
    MOVE randomNum01 TO commonFactor
    CALL 'randomfunc' USING 0, randomLimit, randomNum01
    COMPUTE numberA = commonFactor * randomNum01
    CALL 'randomfunc' USING 0, randomLimit, randomNum01
    COMPUTE numberB = commonFactor * randomNum01
    IF numberA = numberB
       ADD commonFactor TO numberB
    END-IF.
ComputeAnswer.
    EVALUATE TRUE
        WHEN primeQuestion
            PERFORM FindSmallestDivisor
            IF smallestDivisor = numberA
               MOVE 1 TO correctAnswer
            ELSE
               MOVE ZERO TO correctAnswer
            END-IF
        WHEN factorQuestion
            PERFORM CountFactors
            MOVE factorTally TO correctAnswer
        WHEN gcdQuestion
            PERFORM ComputeGcd
            MOVE gcdResult TO correctAnswer
        WHEN OTHER
            PERFORM ComputeGcd
            COMPUTE correctAnswer = numberA * numberB / gcdResult
    END-EVALUATE
    MOVE numberA TO missedOperand1
    MOVE numberB TO missedOperand2.
FindSmallestDivisor.
    MOVE numberA TO smallestDivisor
    PERFORM VARYING divisorTry FROM 2 BY 1
            UNTIL divisorTry * divisorTry > numberA OR smallestDivisor NOT = numberA
       DIVIDE numberA BY divisorTry GIVING divisorQuotient REMAINDER divisorRest
       IF divisorRest = ZERO
          MOVE divisorTry TO smallestDivisor
       END-IF
    END-PERFORM.
CountFactors.
    MOVE ZERO TO factorTally
    PERFORM VARYING divisorTry FROM 1 BY 1 UNTIL divisorTry > numberA
       DIVIDE numberA BY divisorTry GIVING divisorQuotient REMAINDER divisorRest
       IF divisorRest = ZERO
          ADD 1 TO factorTally
       END-IF
    END-PERFORM.
ComputeGcd.
    MOVE numberA TO euclidA
    MOVE numberB TO euclidB
    PERFORM UNTIL euclidB = ZERO
       DIVIDE euclidA BY euclidB GIVING divisorQuotient REMAINDER euclidRest
       MOVE euclidB TO euclidA
       MOVE euclidRest TO euclidB
    END-PERFORM
    MOVE euclidA TO gcdResult.
BuildQuestionText.
    MOVE SPACES TO questionText1
    MOVE SPACES TO questionText2
    MOVE numberA TO numberAText
    MOVE numberB TO numberBText
    EVALUATE TRUE
        WHEN primeQuestion
            STRING "Is " FUNCTION TRIM(numberAText) " a prime number?"
                DELIMITED BY SIZE INTO questionText1
            END-STRING
            MOVE "Answer Y for yes or N for no" TO questionText2
        WHEN factorQuestion
            STRING "How many factors does " FUNCTION TRIM(numberAText) " have?"
                DELIMITED BY SIZE INTO questionText1
            END-STRING
            MOVE "Count 1 and the number itself too" TO questionText2
        WHEN gcdQuestion
            STRING "What is the greatest common divisor of "
                FUNCTION TRIM(numberAText) " and " FUNCTION TRIM(numberBText) "?"
                DELIMITED BY SIZE INTO questionText1
            END-STRING
        WHEN OTHER
            STRING "What is the least common multiple of "
                FUNCTION TRIM(numberAText) " and " FUNCTION TRIM(numberBText) "?"
                DELIMITED BY SIZE INTO questionText1
            END-STRING
    END-EVALUATE.
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
