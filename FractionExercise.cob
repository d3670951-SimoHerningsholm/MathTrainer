01 remainingCount PIC 9(2).
01 panelQuestionCount PIC 9(2).
01 panelPoints PIC 9(7).
01 panelStreak PIC 9(2).
01 showNum1 PIC 9(2).
01 showNum2 PIC 9(2).
01 showDen1 PIC 9(2).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 answeredCorrectly PIC X(1).
01 solutionMode PIC X(1) VALUE "N".
01 solutionEntry PIC X(1).
01 solutionViewed PIC X(1) VALUE SPACE.
01 solutionOperator PIC X(1).
01 solutionDenTwo PIC 9(2).
01 solutionCommonDen PIC 9(5).
01 solutionFactorOne PIC 9(3).
01 solutionFactorTwo PIC 9(3).
01 solutionScaledOne PIC 9(5).
01 solutionScaledTwo PIC 9(5).
01 solutionCombined PIC 9(5).
01 solutionEditA PIC Z(4)9.
01 solutionEditB PIC Z(4)9.
01 solutionEditC PIC Z(4)9.
01 solutionEditD PIC Z(4)9.
01 solutionEditE PIC Z(4)9.
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
       05 LINE 10 COLUMN 2 VALUE "Enter your answer below".
PROCEDURE DIVISION USING levelChoice, playerPoints, questionCount, playerName,
        playerCorrectCount, timedModeChoice, resumeCounter, assessmentMode.
FractionProcess.
    MOVE playerPoints TO panelPoints
    MOVE ZERO TO panelStreak
    MOVE ZERO TO streakCounter
    MOVE "FRACTION" TO ledgerSource
    MOVE ZERO TO playerCorrectCount
    END-IF
    CALL 'GetGradingPolicy' USING playerName, gradingPolicy
    CALL 'GetConfidenceFlag' USING playerName, confidenceMode
    CALL 'GetSolutionFlag' USING playerName, solutionMode
    OPEN I-O sessionLogFile
    OPEN I-O checkpointFile
    IF checkpointFileStatus NOT = "00"
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
    DISPLAY questionPanel
    MOVE "N" TO answeredCorrectly
    IF levelChoice = "1"
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
          DISPLAY "Wrong answer. The correct answer was "
              answerNumerator "/" answerDenominator
          DISPLAY "Current points" playerPoints
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
    MOVE SPACE TO slForm
    MOVE SPACES TO slChoiceInfo
    MOVE solutionViewed TO slSolutionViewed
    WRITE sessionLogData
        INVALID KEY DISPLAY "Could not log session entry"
    END-WRITE
    CALL 'BumpDailySummary' USING slExercise, slLevel, slResult.
SaveCheckpoint.
    IF guestRun = "Y" OR assessmentMode = "Y"
       EXIT PARAGRAPH
    END-IF
    MOVE playerName TO ckPlayer
           DELIMITED BY SIZE INTO missedQuestionText(missedCount)
    END-IF.
ReviewMissedQuestions.
    IF missedCount > ZERO AND assessmentMode NOT = "Y"
       DISPLAY " "
       DISPLAY "=== Questions to review ==="
       PERFORM VARYING reviewIndex FROM 1 BY 1 UNTIL reviewIndex > missedCount
       COMPUTE answerNumerator = answerNumerator / gcdValueA
       COMPUTE answerDenominator = answerDenominator / gcdValueA
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
    MOVE "+" TO solutionOperator
    IF levelChoice = "4" AND operationFlag = 1
       MOVE "-" TO solutionOperator
    END-IF
    IF levelChoice = "1" OR levelChoice = "2"
       MOVE denominatorOne TO solutionDenTwo
    ELSE
       MOVE denominatorTwo TO solutionDenTwo
    END-IF
    DISPLAY "=== Worked solution ==="
    DISPLAY FUNCTION TRIM(questionText1)
    IF denominatorOne = solutionDenTwo
       MOVE denominatorOne TO solutionCommonDen
       MOVE numeratorOne TO solutionScaledOne
       MOVE numeratorTwo TO solutionScaledTwo
       MOVE solutionCommonDen TO solutionEditA
       DISPLAY "Step 1: both fractions already have the denominator "
           FUNCTION TRIM(solutionEditA)
    ELSE
       MOVE denominatorOne TO gcdValueA
       MOVE solutionDenTwo TO gcdValueB
       PERFORM UNTIL gcdValueB = ZERO
          COMPUTE gcdRemainder = FUNCTION MOD(gcdValueA, gcdValueB)
          MOVE gcdValueB TO gcdValueA
          MOVE gcdRemainder TO gcdValueB
       END-PERFORM
       COMPUTE solutionCommonDen = denominatorOne * solutionDenTwo / gcdValueA
       COMPUTE solutionFactorOne = solutionCommonDen / denominatorOne
       COMPUTE solutionFactorTwo = solutionCommonDen / solutionDenTwo
       COMPUTE solutionScaledOne = numeratorOne * solutionFactorOne
       COMPUTE solutionScaledTwo = numeratorTwo * solutionFactorTwo
       MOVE denominatorOne TO solutionEditA
       MOVE solutionDenTwo TO solutionEditB
       MOVE solutionCommonDen TO solutionEditC
       MOVE solutionCommonDen TO solutionEditE
       DISPLAY "Step 1: the lowest common denominator of " FUNCTION TRIM(solutionEditA)
           " and " FUNCTION TRIM(solutionEditB) " is " FUNCTION TRIM(solutionEditC)
       MOVE numeratorOne TO solutionEditA
       MOVE denominatorOne TO solutionEditB
       MOVE solutionFactorOne TO solutionEditD
       MOVE solutionScaledOne TO solutionEditC
       DISPLAY "        " FUNCTION TRIM(solutionEditA) "/" FUNCTION TRIM(solutionEditB)
           " - multiply top and bottom by " FUNCTION TRIM(solutionEditD) " to get "
           FUNCTION TRIM(solutionEditC) "/" FUNCTION TRIM(solutionEditE)
       MOVE numeratorTwo TO solutionEditA
       MOVE solutionDenTwo TO solutionEditB
       MOVE solutionFactorTwo TO solutionEditD
       MOVE solutionScaledTwo TO solutionEditC
       DISPLAY "        " FUNCTION TRIM(solutionEditA) "/" FUNCTION TRIM(solutionEditB)
           " - multiply top and bottom by " FUNCTION TRIM(solutionEditD) " to get "
           FUNCTION TRIM(solutionEditC) "/" FUNCTION TRIM(solutionEditE)
    END-IF
    IF solutionOperator = "-"
       COMPUTE solutionCombined = solutionScaledOne - solutionScaledTwo
    ELSE
       COMPUTE solutionCombined = solutionScaledOne + solutionScaledTwo
    END-IF
    MOVE solutionScaledOne TO solutionEditA
    MOVE solutionScaledTwo TO solutionEditB
    MOVE solutionCombined TO solutionEditC
    MOVE solutionCommonDen TO solutionEditD
    IF solutionOperator = "-"
       DISPLAY "Step 2: subtract the numerators: " FUNCTION TRIM(solutionEditA) " - "
           FUNCTION TRIM(solutionEditB) " = " FUNCTION TRIM(solutionEditC)
    ELSE
       DISPLAY "Step 2: add the numerators: " FUNCTION TRIM(solutionEditA) " + "
           FUNCTION TRIM(solutionEditB) " = " FUNCTION TRIM(solutionEditC)
    END-IF
    DISPLAY "        and keep the denominator: " FUNCTION TRIM(solutionEditC) "/"
        FUNCTION TRIM(solutionEditD)
    MOVE answerNumerator TO solutionEditA
    MOVE answerDenominator TO solutionEditB
    IF levelChoice NOT = "1"
       IF solutionCombined = answerNumerator AND solutionCommonDen = answerDenominator
          DISPLAY "Step 3: " FUNCTION TRIM(solutionEditC) "/" FUNCTION TRIM(solutionEditD)
              " is already in simplest form"
       ELSE
          COMPUTE gcdValueA = solutionCommonDen / answerDenominator
          MOVE gcdValueA TO solutionEditD
          DISPLAY "Step 3: divide top and bottom by " FUNCTION TRIM(solutionEditD)
              " to simplify"
       END-IF
    END-IF
    DISPLAY "Answer: " FUNCTION TRIM(solutionEditA) "/" FUNCTION TRIM(solutionEditB).
FractionLevelOneProcess.
    CALL 'randomfunc' USING 1, 9, numeratorOne
    CALL 'randomfunc' USING 1, 9, numeratorTwo
