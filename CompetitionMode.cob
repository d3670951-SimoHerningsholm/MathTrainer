    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS playersFileStatus.
SELECT sessionLogFile ASSIGN TO "sessionlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS slKeyGroup
    ALTERNATE RECORD KEY IS slUserName WITH DUPLICATES
    ALTERNATE RECORD KEY IS slDate WITH DUPLICATES
    FILE STATUS IS sessionLogFileStatus.
SELECT missedLogFile ASSIGN TO "missedlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mqKey
    FILE STATUS IS missedLogFileStatus.
SELECT matchAnswersFile ASSIGN TO "matchanswers.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS matchAnswersFileStatus.
DATA DIVISION.
FILE SECTION.
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
COPY SESSIONREC.
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
FD matchAnswersFile.
01 matchAnswersRecord PIC X(240).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 playerExist PIC X(1).
01 competitionTimedChoice PIC X(1) VALUE "N".
01 competitionResumeCounter PIC 9(2) VALUE ZERO.
01 competitionAdaptiveChoice PIC X(1) VALUE "N".
01 competitionFormChoice PIC X(1) VALUE "R".
01 competitionRegroupChoice PIC X(1) VALUE "R".
01 competitionAssessmentMode PIC X(1) VALUE "N".
01 competitionCustomMin PIC X COMP-X VALUE ZERO.
01 competitionCustomMax PIC X COMP-X VALUE ZERO.
01 bonusPoints PIC 9(2) VALUE 5.
01 ledgerDelta PIC S9(7).
01 ledgerBalance PIC 9(7).
01 ledgerSource PIC X(15) VALUE "COMPETITION".
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
01 sessionLogFileStatus PIC X(2).
01 missedLogFileStatus PIC X(2).
01 matchAnswersFileStatus PIC X(2).
01 noMoreTrail PIC X(1).
01 turnDate PIC X(8).
01 turnStartTime PIC X(8).
01 trailUser PIC X(10).
01 trailResults PIC X(20).
01 trailPicks PIC X(20).
01 trailWrong PIC X(45).
01 trailIndex PIC 9(2).
01 trailPointer PIC 9(3).
01 trailAnswerDisp PIC ZZZZ9.99.
01 trailOne.
       02 trailOneResults PIC X(20).
       02 trailOnePicks PIC X(20).
       02 trailOneWrong PIC X(45).
01 trailTwo.
       02 trailTwoResults PIC X(20).
       02 trailTwoPicks PIC X(20).
       02 trailTwoWrong PIC X(45).
PROCEDURE DIVISION.
CompetitionProcess.
    DISPLAY "=== Two-player competition mode ==="
       MOVE 5 TO competitionQuestionCount
    END-IF
    DISPLAY "--- " competitorOneName "'s turn ---"
    ACCEPT turnDate FROM DATE YYYYMMDD
    ACCEPT turnStartTime FROM TIME
    PERFORM RunCompetitorExercise
    MOVE competitorOneName TO trailUser
    PERFORM CaptureAnswerTrail
    MOVE trailResults TO trailOneResults
    MOVE trailPicks TO trailOnePicks
    MOVE trailWrong TO trailOneWrong
    DISPLAY "--- " competitorTwoName "'s turn ---"
    ACCEPT turnDate FROM DATE YYYYMMDD
    ACCEPT turnStartTime FROM TIME
    PERFORM RunCompetitorTwoExercise
    MOVE competitorTwoName TO trailUser
    PERFORM CaptureAnswerTrail
    MOVE trailResults TO trailTwoResults
    MOVE trailPicks TO trailTwoPicks
    MOVE trailWrong TO trailTwoWrong
    PERFORM AwardCompetitionResult
    PERFORM LogMatchAnswers
    CLOSE playersFile.
    EXIT PROGRAM.
VerifyCompetitor.
       IF hashedTryout NOT = pass
          DISPLAY "Incorrect password"
          MOVE "N" TO playerExist
       ELSE
          PERFORM CheckCompetitorLockdown
       END-IF
    ELSE
       DISPLAY "No such player"
    END-IF.
CheckCompetitorLockdown.
    IF classCode = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE classCode TO lockdownClass
    CALL 'CheckLockdown' USING userName, lockdownClass, lockdownActive, lockdownRules
    IF lockdownActive = "Y"
       DISPLAY "Competitions are switched off for " userName
           " during the exam period (until " lockdownEndDate ")"
       MOVE userName TO securityActor
       MOVE "LOCKDN COMP" TO securityEvent
       CALL 'LogSecurityEvent' USING userName, securityActor, securityEvent
       MOVE "N" TO playerExist
    END-IF.
RunCompetitorExercise.
    EVALUATE competitionExercise
        WHEN "1" CALL 'AddExercise' USING competitionLevel, competitorOnePoints,
                     competitionQuestionCount, competitorOneName, competitorOneCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionFormChoice, competitionRegroupChoice, competitionAssessmentMode
        WHEN "2" CALL 'SubtractExercise' USING competitionLevel, competitorOnePoints,
                     competitionQuestionCount, competitorOneName, competitorOneCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionFormChoice, competitionRegroupChoice, competitionAssessmentMode
        WHEN "3" CALL 'MultiplyExercise' USING competitionLevel, competitorOnePoints,
                     competitionQuestionCount, competitorOneName, competitorOneCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionFormChoice, competitionAssessmentMode
        WHEN "4" CALL 'DivideExercise' USING competitionLevel, competitorOnePoints,
                     competitionQuestionCount, competitorOneName, competitorOneCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionFormChoice, competitionAssessmentMode
        WHEN "5" CALL 'SquareExercise' USING competitionLevel, competitorOnePoints,
                     competitionQuestionCount, competitorOneName, competitorOneCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionCustomMin, competitionCustomMax, competitionAssessmentMode
        WHEN "6" CALL 'SquareRootExercise' USING competitionLevel, competitorOnePoints,
                     competitionQuestionCount, competitorOneName, competitorOneCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionCustomMin, competitionCustomMax, competitionAssessmentMode
        WHEN "7" CALL 'CubeExercise' USING competitionLevel, competitorOnePoints,
                     competitionQuestionCount, competitorOneName, competitorOneCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAssessmentMode
        WHEN "8" CALL 'CubeRootExercise' USING competitionLevel, competitorOnePoints,
                     competitionQuestionCount, competitorOneName, competitorOneCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAssessmentMode
        WHEN "9" CALL 'PercentageExercise' USING competitionLevel, competitorOnePoints,
                     competitionQuestionCount, competitorOneName, competitorOneCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAssessmentMode
        WHEN OTHER DISPLAY "Something went wrong with the exercise choice"
    END-EVALUATE.
RunCompetitorTwoExercise.
    EVALUATE competitionExercise
        WHEN "1" CALL 'AddExercise' USING competitionLevel, competitorTwoPoints,
                     competitionQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionFormChoice, competitionRegroupChoice, competitionAssessmentMode
        WHEN "2" CALL 'SubtractExercise' USING competitionLevel, competitorTwoPoints,
                     competitionQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionFormChoice, competitionRegroupChoice, competitionAssessmentMode
        WHEN "3" CALL 'MultiplyExercise' USING competitionLevel, competitorTwoPoints,
                     competitionQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionFormChoice, competitionAssessmentMode
        WHEN "4" CALL 'DivideExercise' USING competitionLevel, competitorTwoPoints,
                     competitionQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionFormChoice, competitionAssessmentMode
        WHEN "5" CALL 'SquareExercise' USING competitionLevel, competitorTwoPoints,
                     competitionQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionCustomMin, competitionCustomMax, competitionAssessmentMode
        WHEN "6" CALL 'SquareRootExercise' USING competitionLevel, competitorTwoPoints,
                     competitionQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAdaptiveChoice,
                     competitionCustomMin, competitionCustomMax, competitionAssessmentMode
        WHEN "7" CALL 'CubeExercise' USING competitionLevel, competitorTwoPoints,
                     competitionQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAssessmentMode
        WHEN "8" CALL 'CubeRootExercise' USING competitionLevel, competitorTwoPoints,
                     competitionQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAssessmentMode
        WHEN "9" CALL 'PercentageExercise' USING competitionLevel, competitorTwoPoints,
                     competitionQuestionCount, competitorTwoName, competitorTwoCorrectCount,
                     competitionTimedChoice, competitionResumeCounter, competitionAssessmentMode
        WHEN OTHER DISPLAY "Something went wrong with the exercise choice"
    END-EVALUATE.
AwardCompetitionResult.
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
    END-REWRITE
        WHEN "9" MOVE "PERCENTAGE" TO competitionExerciseName
        WHEN OTHER MOVE SPACES TO competitionExerciseName
    END-EVALUATE.
CaptureAnswerTrail.
    MOVE SPACES TO trailResults
    MOVE SPACES TO trailPicks
    MOVE SPACES TO trailWrong
    MOVE ZERO TO trailIndex
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus = "00"
       MOVE "N" TO noMoreTrail
       MOVE trailUser TO slUserName
       START sessionLogFile KEY IS = slUserName
           INVALID KEY MOVE "Y" TO noMoreTrail
       END-START
       PERFORM UNTIL noMoreTrail = "Y"
          READ sessionLogFile NEXT RECORD
              AT END MOVE "Y" TO noMoreTrail
              NOT AT END
                  IF slUserName NOT = trailUser
                     MOVE "Y" TO noMoreTrail
                  ELSE
                     IF slDate = turnDate AND slTime >= turnStartTime
                             AND trailIndex < 20
                        ADD 1 TO trailIndex
                        MOVE slResult TO trailResults(trailIndex:1)
                        MOVE slChoicePicked TO trailPicks(trailIndex:1)
                     END-IF
                  END-IF
          END-READ
       END-PERFORM
       CLOSE sessionLogFile
    END-IF
    MOVE 1 TO trailPointer
    OPEN INPUT missedLogFile
    IF missedLogFileStatus = "00"
       MOVE "N" TO noMoreTrail
       MOVE trailUser TO mqUserName
       MOVE turnDate TO mqDate
       MOVE turnStartTime TO mqTime
       MOVE ZERO TO mqSeq
       START missedLogFile KEY IS >= mqKey
           INVALID KEY MOVE "Y" TO noMoreTrail
       END-START
       PERFORM UNTIL noMoreTrail = "Y"
          READ missedLogFile NEXT RECORD
              AT END MOVE "Y" TO noMoreTrail
              NOT AT END
                  IF mqUserName NOT = trailUser OR mqDate NOT = turnDate
                          OR trailPointer > 37
                     MOVE "Y" TO noMoreTrail
                  ELSE
                     MOVE mqGivenAnswer TO trailAnswerDisp
                     STRING FUNCTION TRIM(trailAnswerDisp) ";"
                         DELIMITED BY SIZE INTO trailWrong
                         WITH POINTER trailPointer
                     END-STRING
                  END-IF
          END-READ
       END-PERFORM
       CLOSE missedLogFile
    END-IF.
LogMatchAnswers.
    OPEN EXTEND matchAnswersFile
    IF matchAnswersFileStatus = "35"
       OPEN OUTPUT matchAnswersFile
    END-IF
    IF matchAnswersFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO matchAnswersRecord
    STRING turnDate "," turnStartTime ","
           FUNCTION TRIM(competitorOneName) ","
           FUNCTION TRIM(competitorTwoName) ","
           FUNCTION TRIM(competitionExerciseName) ","
           competitionLevel ","
           trailOneResults "," trailOnePicks "," trailOneWrong ","
           trailTwoResults "," trailTwoPicks "," trailTwoWrong
        DELIMITED BY SIZE INTO matchAnswersRecord
    END-STRING
    WRITE matchAnswersRecord
    CLOSE matchAnswersFile.
