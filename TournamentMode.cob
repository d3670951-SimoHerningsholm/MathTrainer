01 tournamentTimedChoice PIC X(1) VALUE "N".
01 tournamentResumeCounter PIC 9(2) VALUE ZERO.
01 tournamentAdaptiveChoice PIC X(1) VALUE "N".
01 tournamentFormChoice PIC X(1) VALUE "R".
01 tournamentRegroupChoice PIC X(1) VALUE "R".
01 tournamentAssessmentMode PIC X(1) VALUE "N".
01 lockdownClass PIC X(6).
01 lockdownActive PIC X(1).
01 lockdownRules.
       02 lockdownEndDate PIC X(8).
       02 lockdownNote PIC X(20).
       02 lockdownAllowedCount PIC 9(1).
       02 lockdownAllowedEntry OCCURS 6 TIMES.
           03 lockdownAllowedExercise PIC X(2).
           03 lockdownAllowedLevel PIC X(1).
01 securityActor PIC X(10).
01 securityEvent PIC X(12).
01 tournamentCustomMin PIC X COMP-X VALUE ZERO.
01 tournamentCustomMax PIC X COMP-X VALUE ZERO.
01 nextRound PIC 9(1).
          MOVE "N" TO playerExist
       ELSE
          MOVE points TO competitorOnePoints
          PERFORM CheckEntrantLockdown
       END-IF
    END-IF.
VerifyEntrantTwo.
          MOVE "N" TO playerExist
       ELSE
          MOVE points TO competitorTwoPoints
          PERFORM CheckEntrantLockdown
       END-IF
    END-IF.
CheckEntrantLockdown.
    IF classCode = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE classCode TO lockdownClass
    CALL 'CheckLockdown' USING userName, lockdownClass, lockdownActive, lockdownRules
    IF lockdownActive = "Y"
       DISPLAY "Tournament matches are switched off for " userName
           " during the exam period (until " lockdownEndDate ")"
       MOVE userName TO securityActor
       MOVE "LOCKDN TOURN" TO securityEvent
       CALL 'LogSecurityEvent' USING userName, securityActor, securityEvent
       MOVE "N" TO playerExist
    END-IF.
RunEntrantOneExercise.
    EVALUATE matchExercise
        WHEN "1" CALL 'AddExercise' USING matchLevel, competitorOnePoints,
                     matchQuestionCount, competitorOneName, competitorOneCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentFormChoice, tournamentRegroupChoice, tournamentAssessmentMode
        WHEN "2" CALL 'SubtractExercise' USING matchLevel, competitorOnePoints,
                     matchQuestionCount, competitorOneName, competitorOneCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentFormChoice, tournamentRegroupChoice, tournamentAssessmentMode
        WHEN "3" CALL 'MultiplyExercise' USING matchLevel, competitorOnePoints,
                     matchQuestionCount, competitorOneName, competitorOneCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentFormChoice, tournamentAssessmentMode
        WHEN "4" CALL 'DivideExercise' USING matchLevel, competitorOnePoints,
                     matchQuestionCount, competitorOneName, competitorOneCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentFormChoice, tournamentAssessmentMode
        WHEN "5" CALL 'SquareExercise' USING matchLevel, competitorOnePoints,
                     matchQuestionCount, competitorOneName, competitorOneCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentCustomMin, tournamentCustomMax, tournamentAssessmentMode
        WHEN "6" CALL 'SquareRootExercise' USING matchLevel, competitorOnePoints,
                     matchQuestionCount, competitorOneName, competitorOneCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentCustomMin, tournamentCustomMax, tournamentAssessmentMode
        WHEN "7" CALL 'CubeExercise' USING matchLevel, competitorOnePoints,
                     matchQuestionCount, competitorOneName, competitorOneCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAssessmentMode
        WHEN "8" CALL 'CubeRootExercise' USING matchLevel, competitorOnePoints,
                     matchQuestionCount, competitorOneName, competitorOneCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAssessmentMode
        WHEN "9" CALL 'PercentageExercise' USING matchLevel, competitorOnePoints,
                     matchQuestionCount, competitorOneName, competitorOneCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAssessmentMode
        WHEN OTHER DISPLAY "Something went wrong with the exercise choice"
    END-EVALUATE.
RunEntrantTwoExercise.
    EVALUATE matchExercise
        WHEN "1" CALL 'AddExercise' USING matchLevel, competitorTwoPoints,
                     matchQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentFormChoice, tournamentRegroupChoice, tournamentAssessmentMode
        WHEN "2" CALL 'SubtractExercise' USING matchLevel, competitorTwoPoints,
                     matchQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentFormChoice, tournamentRegroupChoice, tournamentAssessmentMode
        WHEN "3" CALL 'MultiplyExercise' USING matchLevel, competitorTwoPoints,
                     matchQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentFormChoice, tournamentAssessmentMode
        WHEN "4" CALL 'DivideExercise' USING matchLevel, competitorTwoPoints,
                     matchQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentFormChoice, tournamentAssessmentMode
        WHEN "5" CALL 'SquareExercise' USING matchLevel, competitorTwoPoints,
                     matchQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentCustomMin, tournamentCustomMax, tournamentAssessmentMode
        WHEN "6" CALL 'SquareRootExercise' USING matchLevel, competitorTwoPoints,
                     matchQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAdaptiveChoice,
                     tournamentCustomMin, tournamentCustomMax, tournamentAssessmentMode
        WHEN "7" CALL 'CubeExercise' USING matchLevel, competitorTwoPoints,
                     matchQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAssessmentMode
        WHEN "8" CALL 'CubeRootExercise' USING matchLevel, competitorTwoPoints,
                     matchQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAssessmentMode
        WHEN "9" CALL 'PercentageExercise' USING matchLevel, competitorTwoPoints,
                     matchQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     tournamentTimedChoice, tournamentResumeCounter, tournamentAssessmentMode
        WHEN OTHER DISPLAY "Something went wrong with the exercise choice"
    END-EVALUATE.
SaveEntrantPoints.
        INVALID KEY DISPLAY "Could not reread " competitorOneName
    END-READ
    MOVE competitorOnePoints TO points
    CALL 'SealPlayer' USING playersData
    REWRITE playersData
        INVALID KEY DISPLAY "Could not save result for " competitorOneName
    END-REWRITE
        INVALID KEY DISPLAY "Could not reread " competitorTwoName
    END-READ
    MOVE competitorTwoPoints TO points
    CALL 'SealPlayer' USING playersData
    REWRITE playersData
        INVALID KEY DISPLAY "Could not save result for " competitorTwoName
    END-REWRITE.
