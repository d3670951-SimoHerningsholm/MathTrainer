           "6 ", "7 ", "8 ", "9 ".
       88 validAdaptiveCapableChoice VALUES ARE "1 ", "2 ", "3 ", "4 ",
           "5 ", "6 ".
       88 validQuestionFormCapableChoice VALUES ARE "1 ", "2 ", "3 ", "4 ".
       88 validRegroupCapableChoice VALUES ARE "1 ", "2 ".
       88 validWordProblemChoice VALUES ARE "12".
       88 validNewExerciseChoice VALUES ARE "20", "21", "22", "26", "27", "28",
           "29", "30", "31".
       88 validChangePasswordChoice VALUES ARE "10".
       88 validPracticeHistoryChoice VALUES ARE "11".
       88 validExamChoice VALUES ARE "13".
       88 validEventBoardChoice VALUES ARE "25".
       88 validDailyChallengeChoice VALUES ARE "23".
       88 validSprintChoice VALUES ARE "24".
       88 validChainChoice VALUES ARE "32".
       88 validAssessmentChoice VALUES ARE "33".
       88 validHelpDeskChoice VALUES ARE "34".
       88 validWorksheetChoice VALUES ARE "17".
       88 validFractionChoice VALUES ARE "18".
       88 validMixedChoice VALUES ARE "19".
01 questionCount PIC 9(2) VALUE 5.
01 timedModeChoice PIC X(1) VALUE "N".
01 adaptiveModeChoice PIC X(1) VALUE "N".
01 questionFormChoice PIC X(1) VALUE "R".
01 regroupChoice PIC X(1) VALUE "R".
01 assessmentMode PIC X(1) VALUE "N".
01 moveOn PIC A.
01 resumeFound PIC X(1) VALUE "N".
01 resumeExercise PIC X(2).
01 milestonesBefore PIC 9(7).
01 milestonesAfter PIC 9(7).
01 certPassFlag PIC X(1).
01 certAward PIC X(50) VALUE SPACES.
01 suggestedLevel PIC X(1).
01 examExerciseIndex PIC 9(1).
01 examTotalCorrect PIC 9(3) VALUE ZERO.
           03 worksheetSegExercise PIC X(2).
           03 worksheetSegLevel PIC X(1).
           03 worksheetSegCount PIC 9(2).
01 worksheetRegroups.
       02 worksheetSegRegroup PIC X(1) OCCURS 10 TIMES.
01 worksheetTargetClass PIC X(6).
01 worksheetTargetGroup PIC X(10).
01 worksheetDate PIC X(8).
01 worksheetDateTo PIC X(8).
01 worksheetMember PIC X(1).
01 worksheetIndex PIC 9(2).
01 worksheetTotalCorrect PIC 9(3) VALUE ZERO.
01 worksheetTotalQuestions PIC 9(3) VALUE ZERO.
01 limitReached PIC X(1) VALUE "N".
01 assessmentAction PIC X(1).
01 assessmentFound PIC X(1).
01 assessmentLock PIC X(1).
01 assessmentConfirm PIC X(1).
01 assessmentCorrect PIC 9(2).
01 lockdownClass PIC X(6) VALUE SPACES.
01 lockdownActive PIC X(1) VALUE "N".
01 lockdownRules.
       02 lockdownEndDate PIC X(8).
       02 lockdownNote PIC X(20).
       02 lockdownAllowedCount PIC 9(1).
       02 lockdownAllowedEntry OCCURS 6 TIMES.
           03 lockdownAllowedExercise PIC X(2).
           03 lockdownAllowedLevel PIC X(1).
01 lockdownIndex PIC 9(1).
01 lockdownLevel PIC X(1).
01 lockdownPairOk PIC X(1).
01 lockdownBlocked PIC X(1) VALUE "N".
01 lockdownWhat PIC X(5).
01 securityEvent PIC X(12).
01 securityActor PIC X(10).
01 passwordChangeMode PIC X(1) VALUE "N".
01 passwordChanged PIC X(1).
01 ticketRole PIC X(1) VALUE "S".
01 ticketSubject PIC X(10) VALUE SPACES.
01 assessmentBlueprint.
       02 assessmentClassCode PIC X(6).
       02 assessmentSeq PIC 9(3).
       02 assessmentTitle PIC X(20).
       02 assessmentExercise PIC X(2).
       02 assessmentLevel PIC X(1).
       02 assessmentQuestionCount PIC 9(2).
       02 assessmentCloseDate PIC X(8).
01 unlockThreshold PIC 9(3) VALUE 80.
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 screenLines.
       02 screenLine PIC X(60) OCCURS 21 TIMES.
01 screenLineIndex PIC 9(2).
01 panelChoice PIC X(2).
SCREEN SECTION.
       05 LINE 19 COLUMN 3 PIC X(60) FROM screenLine(18).
       05 LINE 20 COLUMN 3 PIC X(60) FROM screenLine(19).
       05 LINE 21 COLUMN 3 PIC X(60) FROM screenLine(20).
       05 LINE 22 COLUMN 3 PIC X(60) FROM screenLine(21).
       05 LINE 23 COLUMN 3 VALUE "Choice:".
       05 LINE 23 COLUMN 11 PIC X(2) USING panelChoice.
PROCEDURE DIVISION.
               OR validMixedChoice OR validExamChoice OR validDrillChoice
               OR validWorksheetChoice OR validNewExerciseChoice
               OR validSprintChoice OR validDailyChallengeChoice
               OR validChainChoice
           CALL 'CheckDailyLimit' USING loggedInPlayer, limitReached
       END-IF
       IF limitReached = "Y"
           DISPLAY "Press enter to continue"
           ACCEPT moveOn
       END-IF
       MOVE "N" TO lockdownBlocked
       IF limitReached = "N"
           PERFORM CheckLockdownMenu
       END-IF
       IF limitReached = "N" AND lockdownBlocked = "N"
       EVALUATE TRUE
           WHEN validChangePasswordChoice
               CALL 'ChangePassword' USING loggedInPlayer, passwordChangeMode, passwordChanged
               DISPLAY "Press enter to continue"
               ACCEPT moveOn
           WHEN validPracticeHistoryChoice
               END-EVALUATE
               DISPLAY "Press enter to continue"
               ACCEPT moveOn
           WHEN validAssessmentChoice
               PERFORM RunAssessment
               DISPLAY "Press enter to continue"
               ACCEPT moveOn
           WHEN validWorksheetChoice
               PERFORM RunWorksheet
               DISPLAY "Press enter to continue"
               END-IF
               DISPLAY "Press enter to continue"
               ACCEPT moveOn
           WHEN validChainChoice
               MOVE playerPoints TO pointsBeforeExercise
               CALL 'ChainExercise' USING loggedInPlayer, playerPoints,
                   playerUnlockedLevel
               IF playerPoints NOT = pointsBeforeExercise
                   CALL 'UpdatePlayer' USING loggedInPlayer, playerPoints,
                       playerUnlockedLevel
               END-IF
               DISPLAY "Press enter to continue"
               ACCEPT moveOn
           WHEN validDailyChallengeChoice
               MOVE playerPoints TO pointsBeforeExercise
               CALL 'DailyChallenge' USING loggedInPlayer, playerPoints
               END-IF
               DISPLAY "Press enter to continue"
               ACCEPT moveOn
           WHEN validHelpDeskChoice
               CALL 'RaiseTicket' USING loggedInPlayer, ticketRole, ticketSubject
               DISPLAY "Press enter to continue"
               ACCEPT moveOn
           WHEN validEventBoardChoice
               CALL 'EventScoreboard'
               DISPLAY "Press enter to continue"
               ACCEPT moveOn
           WHEN validShopChoice
               CALL 'GetAssessmentLock' USING loggedInPlayer, assessmentLock
               IF assessmentLock = "Y"
                   DISPLAY "The rewards shop is closed until you finish your assessment"
               ELSE
                   CALL 'ShopMenu' USING loggedInPlayer, playerPoints
                   CALL 'UpdatePlayer' USING loggedInPlayer, playerPoints, playerUnlockedLevel
               END-IF
               DISPLAY "Press enter to continue"
               ACCEPT moveOn
           WHEN validGoalChoice
               MOVE ZERO TO loggedInPlayer
               MOVE ZERO TO playerPoints
               MOVE 1 TO playerUnlockedLevel
               MOVE "N" TO lockdownActive
               MOVE "N" TO runUserPrg
           WHEN OTHER
               DISPLAY "Invalid choice"
                                   DISPLAY "Your total points are at the moment: " playerPoints
                                   CALL 'CheckAssignments' USING loggedInPlayer
                                   CALL 'CheckGoalProgress' USING loggedInPlayer
                                   CALL 'CheckHomeIncentives' USING loggedInPlayer
                                   CALL 'CheckClassGoal' USING loggedInPlayer
                                   CALL 'CheckMessages' USING loggedInPlayer
                                   PERFORM RefreshLockdown
                                   IF lockdownActive = "Y"
                                       PERFORM ShowLockdownNotice
                                   END-IF
                                   MOVE playerPoints TO pointsBeforeExercise
                                   CALL 'CheckStreak' USING loggedInPlayer, playerPoints
                                   IF playerPoints NOT = pointsBeforeExercise
                   DISPLAY "Invalid choice"
           END-EVALUATE.
CallExerciseWithLevel.
       IF lockdownActive = "Y"
           MOVE levelChoice TO lockdownLevel
           PERFORM CheckLockdownPair
           IF lockdownPairOk = "N"
               MOVE ZERO TO playerCorrectCount
               MOVE ZERO TO resumeCounter
               MOVE ZERO TO resumeCounterAtStart
               DISPLAY "Exercise " exerciseChoice " level " levelChoice
                   " is not available during the exam period"
               MOVE SPACES TO lockdownWhat
               STRING FUNCTION TRIM(exerciseChoice) "-" levelChoice
                   DELIMITED BY SIZE INTO lockdownWhat
               END-STRING
               PERFORM LogLockdownBlock
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE ZERO TO playerCorrectCount
       MOVE resumeCounter TO resumeCounterAtStart
       MOVE playerPoints TO pointsBeforeExercise
       EVALUATE exerciseChoice
           WHEN "1"
               CALL 'AddExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, adaptiveModeChoice,
                   questionFormChoice, regroupChoice, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "2"
               CALL 'SubtractExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, adaptiveModeChoice,
                   questionFormChoice, regroupChoice, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "3"
               CALL 'MultiplyExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, adaptiveModeChoice,
                   questionFormChoice, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "4"
               CALL 'DivideExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, adaptiveModeChoice,
                   questionFormChoice, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "5"
               CALL 'SquareExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, adaptiveModeChoice,
                   customRangeMin, customRangeMax, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "6"
               CALL 'SquareRootExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, adaptiveModeChoice,
                   customRangeMin, customRangeMax, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "7"
               CALL 'CubeExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "8"
               CALL 'CubeRootExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "9"
               CALL 'PercentageExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "12"
               CALL 'WordProblemExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "18"
               CALL 'FractionExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "19"
               CALL 'MixedExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter, assessmentMode
               MOVE "Y" TO exerciseDone
           WHEN "20"
               CALL 'MoneyExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
               CALL 'EquationExercise' USING levelChoice, playerPoints, questionCount, loggedInPlayer,
                   playerCorrectCount, timedModeChoice, resumeCounter
               MOVE "Y" TO exerciseDone
           WHEN "26"
               CALL 'UnitConversionExercise' USING levelChoice, playerPoints, questionCount,
                   loggedInPlayer, playerCorrectCount, timedModeChoice, resumeCounter
               MOVE "Y" TO exerciseDone
           WHEN "27"
               CALL 'GeometryExercise' USING levelChoice, playerPoints, questionCount,
                   loggedInPlayer, playerCorrectCount, timedModeChoice, resumeCounter
               MOVE "Y" TO exerciseDone
           WHEN "28"
               CALL 'RoundingExercise' USING levelChoice, playerPoints, questionCount,
                   loggedInPlayer, playerCorrectCount, timedModeChoice, resumeCounter
               MOVE "Y" TO exerciseDone
           WHEN "29"
               CALL 'NumberTheoryExercise' USING levelChoice, playerPoints, questionCount,
                   loggedInPlayer, playerCorrectCount, timedModeChoice, resumeCounter
               MOVE "Y" TO exerciseDone
           WHEN "30"
               CALL 'StatisticsExercise' USING levelChoice, playerPoints, questionCount,
                   loggedInPlayer, playerCorrectCount, timedModeChoice, resumeCounter
               MOVE "Y" TO exerciseDone
           WHEN "31"
               CALL 'SequenceExercise' USING levelChoice, playerPoints, questionCount,
                   loggedInPlayer, playerCorrectCount, timedModeChoice, resumeCounter
               MOVE "Y" TO exerciseDone
           WHEN OTHER DISPLAY "Something went wrong with the exercise menu validation"
       END-EVALUATE
       MOVE ZERO TO resumeCounter.
GuestProgramLoop.
       MOVE "*GUEST*" TO loggedInPlayer
       MOVE "N" TO lockdownActive
       MOVE ZERO TO playerPoints
       MOVE 2 TO playerUnlockedLevel
       MOVE "Y" TO runUserPrg
                   OR validFractionChoice OR validMixedChoice
               MOVE "N" TO timedModeChoice
               MOVE "N" TO adaptiveModeChoice
               MOVE "R" TO questionFormChoice
               MOVE "R" TO regroupChoice
               PERFORM CallExerciseWithLevel
               DISPLAY "Press enter to continue"
               ACCEPT moveOn
       DISPLAY "Enter the worksheet code"
       ACCEPT worksheetCode
       CALL 'GetWorksheet' USING worksheetCode, worksheetFound, worksheetName,
           worksheetSegmentCount, worksheetSegments, worksheetRegroups,
           worksheetTargetClass, worksheetTargetGroup
       IF worksheetFound = "Y" AND worksheetTargetGroup NOT = SPACES
           ACCEPT worksheetDate FROM DATE YYYYMMDD
           MOVE worksheetDate TO worksheetDateTo
           CALL 'CheckGroupMember' USING worksheetTargetGroup, loggedInPlayer,
               worksheetDate, worksheetDateTo, worksheetMember
           IF worksheetMember NOT = "Y"
               DISPLAY "Worksheet " worksheetCode " is set for group "
                   worksheetTargetGroup " only"
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF worksheetFound NOT = "Y"
           DISPLAY "No worksheet found for code " worksheetCode
       ELSE
               MOVE worksheetSegLevel(worksheetIndex) TO levelChoice
               MOVE levelChoice TO levelChoices
               MOVE worksheetSegCount(worksheetIndex) TO questionCount
               MOVE worksheetSegRegroup(worksheetIndex) TO regroupChoice
               IF regroupChoice NOT = "A" AND regroupChoice NOT = "N"
                   MOVE "R" TO regroupChoice
               END-IF
               MOVE "N" TO exerciseDone
               PERFORM CallExerciseWithLevel
               IF exerciseDone = "Y"
                   ADD playerCorrectCount TO worksheetTotalCorrect
                   ADD questionCount TO worksheetTotalQuestions
                   PERFORM CheckExerciseDone
                   PERFORM CheckLevelUnlock
               END-IF
           END-PERFORM
           DISPLAY "Worksheet complete: " worksheetTotalCorrect " of "
               worksheetTotalQuestions " correct"
       END-IF.
RunAssessment.
       MOVE "L" TO assessmentAction
       CALL 'AssessmentSitting' USING assessmentAction, loggedInPlayer, assessmentFound,
           assessmentBlueprint, assessmentCorrect
       MOVE "F" TO assessmentAction
       CALL 'AssessmentSitting' USING assessmentAction, loggedInPlayer, assessmentFound,
           assessmentBlueprint, assessmentCorrect
       IF assessmentFound NOT = "Y"
           DISPLAY "There is no assessment open for you to sit right now"
           EXIT PARAGRAPH
       END-IF
       IF lockdownActive = "Y"
           MOVE assessmentExercise TO exerciseChoice
           MOVE assessmentLevel TO lockdownLevel
           PERFORM CheckLockdownPair
           IF lockdownPairOk = "N"
               DISPLAY "This assessment uses an exercise that is switched off during the"
                   " exam period - ask your teacher"
               MOVE "ASSES" TO lockdownWhat
               PERFORM LogLockdownBlock
               EXIT PARAGRAPH
           END-IF
       END-IF
       DISPLAY "Assessment: " assessmentTitle " - " assessmentQuestionCount
           " questions at level " assessmentLevel ", open until " assessmentCloseDate
       DISPLAY "You get one attempt only. Hints are switched off and the rewards shop"
           " is closed until you finish"
       DISPLAY "Start the assessment now? (Y/N)"
       ACCEPT assessmentConfirm
       IF assessmentConfirm NOT = "Y" AND assessmentConfirm NOT = "y"
           DISPLAY "Assessment not started - you can sit it any time before it closes"
           EXIT PARAGRAPH
       END-IF
       MOVE "S" TO assessmentAction
       CALL 'AssessmentSitting' USING assessmentAction, loggedInPlayer, assessmentFound,
           assessmentBlueprint, assessmentCorrect
       IF assessmentFound NOT = "Y"
           DISPLAY "The assessment could not be started"
           EXIT PARAGRAPH
       END-IF
       MOVE assessmentExercise TO exerciseChoice
       MOVE exerciseChoice TO exerciseChoices
       MOVE assessmentLevel TO levelChoice
       MOVE levelChoice TO levelChoices
       MOVE assessmentQuestionCount TO questionCount
       MOVE "N" TO timedModeChoice
       MOVE "N" TO adaptiveModeChoice
       MOVE "R" TO questionFormChoice
       MOVE "R" TO regroupChoice
       MOVE ZERO TO customRangeMin
       MOVE ZERO TO customRangeMax
       MOVE ZERO TO resumeCounter
       MOVE "Y" TO assessmentMode
       PERFORM CallExerciseWithLevel
       MOVE "N" TO assessmentMode
       PERFORM CheckExerciseDone
       MOVE playerCorrectCount TO assessmentCorrect
       MOVE "C" TO assessmentAction
       CALL 'AssessmentSitting' USING assessmentAction, loggedInPlayer, assessmentFound,
           assessmentBlueprint, assessmentCorrect
       DISPLAY "Your assessment has been handed in. Your teacher will release the results"
       DISPLAY "Choose 33 again later to see your result".
RefreshLockdown.
       CALL 'CheckLockdown' USING loggedInPlayer, lockdownClass, lockdownActive,
           lockdownRules.
ShowLockdownNotice.
       DISPLAY "Your class is in an exam-period lockdown until " lockdownEndDate
           " - " lockdownNote
       DISPLAY "Hints, the rewards shop, drills, exam mode, sprints, chains and the"
           " daily challenge are switched off"
       IF lockdownAllowedCount = ZERO
           DISPLAY "No exercises are available during the lockdown"
       END-IF
       PERFORM VARYING lockdownIndex FROM 1 BY 1
               UNTIL lockdownIndex > lockdownAllowedCount
           IF lockdownAllowedLevel(lockdownIndex) = "*"
               DISPLAY "  Available: exercise " lockdownAllowedExercise(lockdownIndex)
                   " at any level"
           ELSE
               DISPLAY "  Available: exercise " lockdownAllowedExercise(lockdownIndex)
                   " level " lockdownAllowedLevel(lockdownIndex)
           END-IF
       END-PERFORM.
CheckLockdownMenu.
       PERFORM RefreshLockdown
       IF lockdownActive = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO lockdownWhat
       EVALUATE TRUE
           WHEN validShopChoice MOVE "SHOP" TO lockdownWhat
           WHEN validDailyChallengeChoice MOVE "DAILY" TO lockdownWhat
           WHEN validSprintChoice MOVE "SPRNT" TO lockdownWhat
           WHEN validChainChoice MOVE "CHAIN" TO lockdownWhat
           WHEN validDrillChoice MOVE "DRILL" TO lockdownWhat
           WHEN validExamChoice MOVE "EXAM" TO lockdownWhat
           WHEN validExerciseChoice OR validWordProblemChoice OR validFractionChoice
                   OR validMixedChoice OR validNewExerciseChoice
               MOVE SPACE TO lockdownLevel
               PERFORM CheckLockdownPair
               IF lockdownPairOk = "N"
                   STRING FUNCTION TRIM(exerciseChoice) DELIMITED BY SIZE
                       INTO lockdownWhat
                   END-STRING
               END-IF
       END-EVALUATE
       IF lockdownWhat NOT = SPACES
           MOVE "Y" TO lockdownBlocked
           DISPLAY "That is switched off for your class during the exam period (until "
               lockdownEndDate ")"
           PERFORM LogLockdownBlock
           DISPLAY "Press enter to continue"
           ACCEPT moveOn
       END-IF.
CheckLockdownPair.
       MOVE "N" TO lockdownPairOk
       PERFORM VARYING lockdownIndex FROM 1 BY 1
               UNTIL lockdownIndex > lockdownAllowedCount
           IF lockdownAllowedExercise(lockdownIndex) = exerciseChoice
                   AND (lockdownAllowedLevel(lockdownIndex) = "*"
                        OR lockdownAllowedLevel(lockdownIndex) = lockdownLevel
                        OR lockdownLevel = SPACE)
               MOVE "Y" TO lockdownPairOk
           END-IF
       END-PERFORM.
LogLockdownBlock.
       MOVE SPACES TO securityEvent
       STRING "LOCKDN " lockdownWhat DELIMITED BY SIZE INTO securityEvent
       END-STRING
       MOVE loggedInPlayer TO securityActor
       CALL 'LogSecurityEvent' USING loggedInPlayer, securityActor, securityEvent.
RunExamMode.
       MOVE ZERO TO examTotalCorrect
       MOVE ZERO TO examTotalQuestions
                 MOVE "Y" TO certPassFlag
              END-IF
           END-IF
           CALL 'PrintCertificate' USING loggedInPlayer, playerPoints, certPassFlag,
               certAward
       END-IF.
StartMenuChoice.
       PERFORM DisplayStartMenu
                   MOVE "N" TO adaptiveModeChoice
               END-IF
           END-IF
           MOVE "R" TO questionFormChoice
           IF validQuestionFormCapableChoice
               DISPLAY "Question form: R=find the result, M=find the missing number, X=mixed"
               ACCEPT questionFormChoice
               EVALUATE questionFormChoice
                   WHEN "m" MOVE "M" TO questionFormChoice
                   WHEN "x" MOVE "X" TO questionFormChoice
                   WHEN "M" CONTINUE
                   WHEN "X" CONTINUE
                   WHEN OTHER MOVE "R" TO questionFormChoice
               END-EVALUATE
           END-IF
           MOVE "R" TO regroupChoice
           IF validRegroupCapableChoice
               DISPLAY "Regrouping: A=always carry/borrow, N=never, R=random"
               ACCEPT regroupChoice
               EVALUATE regroupChoice
                   WHEN "a" MOVE "A" TO regroupChoice
                   WHEN "n" MOVE "N" TO regroupChoice
                   WHEN "A" CONTINUE
                   WHEN "N" CONTINUE
                   WHEN OTHER MOVE "R" TO regroupChoice
               END-EVALUATE
           END-IF
       END-IF.
LevelMenuChoice.
       CALL 'GetExerciseUnlock' USING loggedInPlayer, exerciseChoice,
               MOVE "0: Quit program" TO screenLine(13)
       END-EVALUATE.
ClearScreenLines.
       PERFORM VARYING screenLineIndex FROM 1 BY 1 UNTIL screenLineIndex > 21
           MOVE SPACES TO screenLine(screenLineIndex)
       END-PERFORM.
DisplayMenu.
               MOVE "14: Personlig træning (dine fejl)" TO screenLine(15)
               MOVE "15: Ugentligt mål" TO screenLine(16)
               MOVE "16: Præmiebutik" TO screenLine(17)
               MOVE "17:Opgaveark 20:Penge 21:Klokken 32:Kæde 33:Prøver" TO screenLine(18)
               MOVE "18:Brøk 19:Bland 22:Lign 23:Dagens 24:Spurt 25:Stil" TO screenLine(19)
               MOVE "26:Enhed 27:Geometri 28:Afrund 29:Primtal 30:Stat 31:Følger" TO screenLine(20)
               MOVE "0: Log ud   34: Meld et problem (hjælp)" TO screenLine(21)
           WHEN OTHER
               MOVE "Choose the exercise you want to execute" TO screenLine(1)
               MOVE "1: Addition trainer" TO screenLine(2)
               MOVE "14: Personal drill (your missed questions)" TO screenLine(15)
               MOVE "15: Weekly goal" TO screenLine(16)
               MOVE "16: Rewards shop" TO screenLine(17)
               MOVE "17: Worksheet  20: Money  21: Clock  32: Chain  33: Tests" TO screenLine(18)
               MOVE "18:Frac 19:Mix 22:Equ 23:Daily 24:Sprint 25:Events" TO screenLine(19)
               MOVE "26:Units 27:Geometry 28:Rounding 29:Primes 30:Stats 31:Seq" TO screenLine(20)
               MOVE "0: Exit user   34: Report a problem (help desk)" TO screenLine(21)
       END-EVALUATE.
DisplayLevel.
       EVALUATE languageChoice
               DISPLAY "You have unlocked levels 1 through " playerExerciseLevel
                   " for this exercise"
               DISPLAY "Score " unlockThreshold "% or better at your highest unlocked level to unlock the next one"
       END-EVALUATE.
