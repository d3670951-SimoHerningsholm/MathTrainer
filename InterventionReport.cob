       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. InterventionReport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT interventionsFile ASSIGN TO "interventions.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ivKey
    FILE STATUS IS interventionsFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT sessionLogFile ASSIGN TO "sessionlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS slKeyGroup
    ALTERNATE RECORD KEY IS slUserName WITH DUPLICATES
    ALTERNATE RECORD KEY IS slDate WITH DUPLICATES
    FILE STATUS IS sessionLogFileStatus.
SELECT runLogFile ASSIGN TO "runlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rlKey
    FILE STATUS IS runLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD interventionsFile.
01 interventionData.
       02 ivKey.
           03 ivUserName PIC X(10).
           03 ivStartDate PIC X(8).
       02 ivFlagDate PIC X(8).
       02 ivAction PIC X(1).
       02 ivNote PIC X(30).
       02 ivOwner PIC X(10).
       02 ivReviewDate PIC X(8).
       02 ivOutcome PIC X(1).
       02 ivOutcomeNote PIC X(30).
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
COPY SESSIONREC.
FD runLogFile.
01 runLogData.
       02 rlKey.
           03 rlUserName PIC X(10).
           03 rlDate PIC X(8).
           03 rlStartTime PIC X(8).
       02 rlEndTime PIC X(8).
       02 rlExercise PIC X(15).
       02 rlLevel PIC X(1).
       02 rlQuestions PIC 9(2).
       02 rlTerminal PIC X(8).
WORKING-STORAGE SECTION.
01 interventionsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 runLogFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 noMoreLogRecords PIC X(1).
01 classEntry PIC X(6).
01 studentClass PIC X(6).
01 compareWeeks PIC 9(2) VALUE 3.
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 startFull PIC 9(8).
01 beforeFull PIC 9(8).
01 afterFull PIC 9(8).
01 recordFull PIC 9(8).
01 beforeText PIC X(8).
01 startStamp PIC 9(8).
01 startFields REDEFINES startStamp.
       05 startHH PIC 9(2).
       05 startMM PIC 9(2).
       05 startSS PIC 9(2).
       05 startHS PIC 9(2).
01 endStamp PIC 9(8).
01 endFields REDEFINES endStamp.
       05 endHH PIC 9(2).
       05 endMM PIC 9(2).
       05 endSS PIC 9(2).
       05 endHS PIC 9(2).
01 runSeconds PIC S9(8).
01 beforeAttempts PIC 9(6).
01 beforeCorrect PIC 9(6).
01 afterAttempts PIC 9(6).
01 afterCorrect PIC 9(6).
01 beforeSeconds PIC 9(8).
01 afterSeconds PIC 9(8).
01 beforeAccuracy PIC 9(3).
01 afterAccuracy PIC 9(3).
01 beforeMinutes PIC 9(5).
01 afterMinutes PIC 9(5).
01 accuracyChange PIC S9(3).
01 minutesChange PIC S9(5).
01 accuracyText PIC +ZZ9.
01 minutesText PIC +ZZZZ9.
01 windowOpen PIC X(1).
01 actionText PIC X(16).
01 outcomeText PIC X(10).
01 reportedCount PIC 9(4) VALUE ZERO.
01 actionTotals.
       02 actionEntry OCCURS 4 TIMES.
           03 atCode PIC X(1).
           03 atName PIC X(16).
           03 atCount PIC 9(4).
           03 atCompared PIC 9(4).
           03 atAccuracySum PIC S9(7).
           03 atMinutesSum PIC S9(8).
           03 atReviewed PIC 9(4).
           03 atImproved PIC 9(4).
01 actionIndex PIC 9(1).
01 averageAccuracy PIC S9(3).
01 averageMinutes PIC S9(5).
01 classAccess PIC X(1).
LINKAGE SECTION.
01 reportTeacher PIC X(10).
PROCEDURE DIVISION USING reportTeacher.
InterventionReportProcess.
    DISPLAY "=== Intervention effectiveness report ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    MOVE "INTERVWEEKS" TO paramName
    MOVE 3 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO compareWeeks
    IF compareWeeks = ZERO
       MOVE 3 TO compareWeeks
    END-IF
    DISPLAY "Enter a class code, or press Enter for every class"
    MOVE SPACES TO classEntry
    ACCEPT classEntry
    CALL 'CheckClassAccess' USING reportTeacher, classEntry, classAccess
    IF classAccess = "N"
       IF classEntry = SPACES
          DISPLAY "Enter the code of a class you teach"
       ELSE
          DISPLAY "You are not on the staff of class " classEntry
       END-IF
       EXIT PROGRAM
    END-IF
    PERFORM InitActionTotals
    OPEN INPUT interventionsFile
    IF interventionsFileStatus NOT = "00"
       DISPLAY "No interventions have been recorded yet"
       EXIT PROGRAM
    END-IF
    OPEN INPUT playersFile
    OPEN INPUT sessionLogFile
    OPEN INPUT runLogFile
    DISPLAY "Accuracy and weekly minutes, " compareWeeks
        " week(s) before and after each start"
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ interventionsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM ConsiderOneIntervention
       END-READ
    END-PERFORM
    IF runLogFileStatus = "00"
       CLOSE runLogFile
    END-IF
    IF sessionLogFileStatus = "00"
       CLOSE sessionLogFile
    END-IF
    IF playersFileStatus = "00"
       CLOSE playersFile
    END-IF
    CLOSE interventionsFile
    IF reportedCount = ZERO
       DISPLAY "No interventions match"
    ELSE
       PERFORM DisplayActionSummary
    END-IF.
    EXIT PROGRAM.
InitActionTotals.
    PERFORM VARYING actionIndex FROM 1 BY 1 UNTIL actionIndex > 4
       MOVE ZERO TO atCount(actionIndex)
       MOVE ZERO TO atCompared(actionIndex)
       MOVE ZERO TO atAccuracySum(actionIndex)
       MOVE ZERO TO atMinutesSum(actionIndex)
       MOVE ZERO TO atReviewed(actionIndex)
       MOVE ZERO TO atImproved(actionIndex)
    END-PERFORM
    MOVE "D" TO atCode(1)
    MOVE "drill plan" TO atName(1)
    MOVE "S" TO atCode(2)
    MOVE "small group" TO atName(2)
    MOVE "G" TO atCode(3)
    MOVE "guardian contact" TO atName(3)
    MOVE "O" TO atCode(4)
    MOVE "other" TO atName(4).
ConsiderOneIntervention.
    IF ivStartDate NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO studentClass
    MOVE ivUserName TO userName
    READ playersFile
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE classCode TO studentClass
    END-READ
    IF classEntry NOT = SPACES AND studentClass NOT = classEntry
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO reportedCount
    MOVE ivStartDate TO startFull
    COMPUTE beforeFull = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(startFull) - compareWeeks * 7)
    COMPUTE afterFull = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(startFull) + compareWeeks * 7)
    MOVE "N" TO windowOpen
    IF afterFull > todayFull
       MOVE "Y" TO windowOpen
    END-IF
    MOVE ZERO TO beforeAttempts
    MOVE ZERO TO beforeCorrect
    MOVE ZERO TO afterAttempts
    MOVE ZERO TO afterCorrect
    MOVE ZERO TO beforeSeconds
    MOVE ZERO TO afterSeconds
    PERFORM TallySessions
    PERFORM TallyRuns
    PERFORM DisplayOneIntervention
    PERFORM AddToActionTotals.
TallySessions.
    IF sessionLogFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreLogRecords
    MOVE ivUserName TO slUserName
    START sessionLogFile KEY IS = slUserName
        INVALID KEY MOVE "Y" TO noMoreLogRecords
    END-START
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               IF slUserName NOT = ivUserName
                  MOVE "Y" TO noMoreLogRecords
               ELSE
                  PERFORM TallyOneSession
               END-IF
       END-READ
    END-PERFORM.
TallyOneSession.
    IF slResult = "H" OR slDate NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    MOVE slDate TO recordFull
    IF recordFull >= beforeFull AND recordFull < startFull
       ADD 1 TO beforeAttempts
       IF slResult = "Y"
          ADD 1 TO beforeCorrect
       END-IF
    END-IF
    IF recordFull >= startFull AND recordFull < afterFull
       ADD 1 TO afterAttempts
       IF slResult = "Y"
          ADD 1 TO afterCorrect
       END-IF
    END-IF.
TallyRuns.
    IF runLogFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreLogRecords
    MOVE beforeFull TO beforeText
    MOVE ivUserName TO rlUserName
    MOVE beforeText TO rlDate
    MOVE SPACES TO rlStartTime
    START runLogFile KEY IS >= rlKey
        INVALID KEY MOVE "Y" TO noMoreLogRecords
    END-START
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ runLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               IF rlUserName NOT = ivUserName OR rlDate NOT NUMERIC
                  MOVE "Y" TO noMoreLogRecords
               ELSE
                  MOVE rlDate TO recordFull
                  IF recordFull >= afterFull
                     MOVE "Y" TO noMoreLogRecords
                  ELSE
                     PERFORM TallyOneRun
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
TallyOneRun.
    MOVE rlStartTime TO startStamp
    MOVE rlEndTime TO endStamp
    COMPUTE runSeconds = (endHH * 3600 + endMM * 60 + endSS)
        - (startHH * 3600 + startMM * 60 + startSS)
    IF runSeconds < ZERO
       ADD 86400 TO runSeconds
    END-IF
    IF recordFull < startFull
       ADD runSeconds TO beforeSeconds
    ELSE
       ADD runSeconds TO afterSeconds
    END-IF.
DisplayOneIntervention.
    EVALUATE ivAction
        WHEN "D" MOVE "drill plan" TO actionText
        WHEN "S" MOVE "small group" TO actionText
        WHEN "G" MOVE "guardian contact" TO actionText
        WHEN OTHER MOVE "other" TO actionText
    END-EVALUATE
    EVALUATE ivOutcome
        WHEN "I" MOVE "improved" TO outcomeText
        WHEN "U" MOVE "unchanged" TO outcomeText
        WHEN "W" MOVE "worse" TO outcomeText
        WHEN OTHER MOVE "open" TO outcomeText
    END-EVALUATE
    MOVE ZERO TO beforeAccuracy
    MOVE ZERO TO afterAccuracy
    IF beforeAttempts > ZERO
       COMPUTE beforeAccuracy ROUNDED = beforeCorrect * 100 / beforeAttempts
    END-IF
    IF afterAttempts > ZERO
       COMPUTE afterAccuracy ROUNDED = afterCorrect * 100 / afterAttempts
    END-IF
    COMPUTE beforeMinutes ROUNDED = beforeSeconds / 60 / compareWeeks
    COMPUTE afterMinutes ROUNDED = afterSeconds / 60 / compareWeeks
    COMPUTE accuracyChange = afterAccuracy - beforeAccuracy
    COMPUTE minutesChange = afterMinutes - beforeMinutes
    MOVE accuracyChange TO accuracyText
    MOVE minutesChange TO minutesText
    DISPLAY " "
    DISPLAY ivUserName " (class " studentClass ") started " ivStartDate " - "
        actionText " - owner " ivOwner " - outcome " outcomeText
    IF beforeAttempts = ZERO OR afterAttempts = ZERO
       DISPLAY "   before: " beforeAttempts " answer(s), after: " afterAttempts
           " answer(s) - not enough practice to compare accuracy"
    ELSE
       DISPLAY "   accuracy " beforeAccuracy "% -> " afterAccuracy "% ("
           accuracyText " pts)"
    END-IF
    DISPLAY "   minutes per week " beforeMinutes " -> " afterMinutes " ("
        minutesText ")"
    IF windowOpen = "Y"
       DISPLAY "   (the after window is still open - figures are partial)"
    END-IF.
AddToActionTotals.
    PERFORM VARYING actionIndex FROM 1 BY 1 UNTIL actionIndex > 3
       IF atCode(actionIndex) = ivAction
          EXIT PERFORM
       END-IF
    END-PERFORM
    ADD 1 TO atCount(actionIndex)
    IF beforeAttempts > ZERO AND afterAttempts > ZERO
       ADD 1 TO atCompared(actionIndex)
       ADD accuracyChange TO atAccuracySum(actionIndex)
       ADD minutesChange TO atMinutesSum(actionIndex)
    END-IF
    IF ivOutcome NOT = SPACE
       ADD 1 TO atReviewed(actionIndex)
       IF ivOutcome = "I"
          ADD 1 TO atImproved(actionIndex)
       END-IF
    END-IF.
DisplayActionSummary.
    DISPLAY " "
    DISPLAY "=== Summary by action ==="
    PERFORM VARYING actionIndex FROM 1 BY 1 UNTIL actionIndex > 4
       IF atCount(actionIndex) > ZERO
          DISPLAY atName(actionIndex) ": " atCount(actionIndex)
              " intervention(s), " atReviewed(actionIndex) " reviewed, "
              atImproved(actionIndex) " judged improved"
          IF atCompared(actionIndex) > ZERO
             COMPUTE averageAccuracy ROUNDED =
                 atAccuracySum(actionIndex) / atCompared(actionIndex)
             COMPUTE averageMinutes ROUNDED =
                 atMinutesSum(actionIndex) / atCompared(actionIndex)
             MOVE averageAccuracy TO accuracyText
             MOVE averageMinutes TO minutesText
             DISPLAY "   average accuracy change " accuracyText
                 " pts, minutes per week " minutesText " (over "
                 atCompared(actionIndex) " comparable)"
          ELSE
             DISPLAY "   no intervention has practice on both sides yet"
          END-IF
       END-IF
    END-PERFORM.
