01 remainingCount PIC 9(2).
01 panelQuestionCount PIC 9(2).
01 panelPoints PIC 9(7).
01 panelStreak PIC 9(2).
01 showTermA PIC 9(3).
01 showTermB PIC 9(3).
01 showTermC PIC 9(3).
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
PROCEDURE DIVISION USING levelChoice, playerPoints, questionCount, playerName,
        playerCorrectCount, timedModeChoice, resumeCounter, assessmentMode.
MixedProcess.
    MOVE playerPoints TO panelPoints
    MOVE ZERO TO panelStreak
    MOVE ZERO TO streakCounter
    MOVE "MIXEDOP" TO ledgerSource
    MOVE ZERO TO playerCorrectCount
    PERFORM StartTimer
    MOVE questionCount TO panelQuestionCount
    COMPUTE remainingCount = questionCount - counter
    IF assessmentMode NOT = "Y"
       MOVE playerPoints TO panelPoints
       MOVE streakCounter TO panelStreak
    END-IF
    MOVE "N" TO validInput
    PERFORM UNTIL validInput = "Y"
       MOVE SPACES TO userInputStage
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
       IF commaUsed = "Y"
          INSPECT answerDisplayText REPLACING ALL "." BY ","
       END-IF
       IF assessmentMode NOT = "Y"
          DISPLAY "Wrong answer. The correct answer was " answerDisplayText
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
    MOVE SPACES TO slChoiceInfo
    MOVE SPACE TO slSolutionViewed
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
