       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SuspiciousActivity.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
SELECT matchAnswersFile ASSIGN TO "matchanswers.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS matchAnswersFileStatus.
SELECT reportFile ASSIGN TO "suspiciousactivity.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reportFileStatus.
DATA DIVISION.
FILE SECTION.
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
FD matchAnswersFile.
01 matchAnswersRecord PIC X(240).
FD reportFile.
01 reportLine PIC X(100).
WORKING-STORAGE SECTION.
01 sessionLogFileStatus PIC X(2).
01 runLogFileStatus PIC X(2).
01 matchAnswersFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 cutoffFull PIC 9(8).
01 cutoffDate PIC X(8).
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 scoreThreshold PIC 9(5).
01 farmMinAnswers PIC 9(5).
01 fastMinAnswers PIC 9(5).
01 fastMinPct PIC 9(5).
01 accountTable.
       02 accountEntry OCCURS 500 TIMES.
           03 acName PIC X(10).
           03 acAnswers PIC 9(5).
           03 acFastCorrect PIC 9(5).
           03 acFarmCount PIC 9(5).
           03 acFarmSeconds PIC 9(7).
           03 acFarmFirstDate PIC X(8).
           03 acFarmLastDate PIC X(8).
           03 acOverlapCount PIC 9(3).
           03 acOverlapDate PIC X(8).
           03 acOverlapFirst PIC X(8).
           03 acOverlapSecond PIC X(8).
           03 acOverlapFirstSeat PIC X(8).
           03 acOverlapSecondSeat PIC X(8).
           03 acMatchCount PIC 9(3).
           03 acMatchDate PIC X(8).
           03 acMatchOpponent PIC X(10).
           03 acScore PIC 9(3).
01 accountCount PIC 9(3) VALUE ZERO.
01 accountIndex PIC 9(3).
01 lookupAccount PIC X(10).
01 accountFound PIC X(1).
01 fastPct PIC 9(3).
01 farmMinutes PIC 9(5).
01 previousRunUser PIC X(10).
01 previousRunDate PIC X(8).
01 previousRunStart PIC X(8).
01 previousRunEnd PIC X(8).
01 previousRunTerminal PIC X(8).
01 matchLine.
       02 maDate PIC X(8).
       02 maTime PIC X(8).
       02 maOne PIC X(10).
       02 maTwo PIC X(10).
       02 maExercise PIC X(15).
       02 maLevel PIC X(1).
       02 maOneResults PIC X(20).
       02 maOnePicks PIC X(20).
       02 maOneWrong PIC X(45).
       02 maTwoResults PIC X(20).
       02 maTwoPicks PIC X(20).
       02 maTwoWrong PIC X(45).
01 wrongCount PIC 9(2).
01 identicalTrail PIC X(1).
01 accountsScored PIC 9(3) VALUE ZERO.
01 accountsFlagged PIC 9(3) VALUE ZERO.
01 scoreDisp PIC ZZ9.
01 countDisp PIC ZZZZ9.
01 alertSource PIC X(12) VALUE "SUSPICIOUS".
01 alertSeverity PIC X(1) VALUE "W".
01 alertMessage PIC X(60).
PROCEDURE DIVISION.
SuspiciousActivityProcess.
    DISPLAY "=== Suspicious-activity detection (last seven days) ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    COMPUTE cutoffFull =
        FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) - 6)
    MOVE cutoffFull TO cutoffDate
    MOVE "SUSPECTSCORE" TO paramName
    MOVE 50 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO scoreThreshold
    MOVE "SUSPECTFARM" TO paramName
    MOVE 150 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO farmMinAnswers
    MOVE "SUSPECTFASTMIN" TO paramName
    MOVE 20 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO fastMinAnswers
    MOVE "SUSPECTFASTPCT" TO paramName
    MOVE 90 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO fastMinPct
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not open suspiciousactivity.txt, status " reportFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE SPACES TO reportLine
    STRING "SUSPICIOUS-ACTIVITY REPORT - " cutoffDate " TO " todayDate
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "Alert threshold " scoreThreshold
           " - review only, no account has been changed"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    WRITE reportLine
    PERFORM ScanSessionLog
    PERFORM ScanRunLog
    PERFORM ScanMatchAnswers
    PERFORM VARYING accountIndex FROM 1 BY 1 UNTIL accountIndex > accountCount
       PERFORM ScoreOneAccount
    END-PERFORM
    IF accountsScored = ZERO
       MOVE "No suspicious patterns found" TO reportLine
       WRITE reportLine
    END-IF
    CLOSE reportFile
    DISPLAY accountsScored " account(s) with evidence, " accountsFlagged
        " above the threshold - see suspiciousactivity.txt".
    GOBACK.
FindAccount.
    MOVE "N" TO accountFound
    PERFORM VARYING accountIndex FROM 1 BY 1
            UNTIL accountIndex > accountCount OR accountFound = "Y"
       IF acName(accountIndex) = lookupAccount
          MOVE "Y" TO accountFound
       END-IF
    END-PERFORM
    IF accountFound = "Y"
       SUBTRACT 1 FROM accountIndex
       EXIT PARAGRAPH
    END-IF
    IF accountCount >= 500
       MOVE ZERO TO accountIndex
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO accountCount
    MOVE accountCount TO accountIndex
    INITIALIZE accountEntry(accountIndex)
    MOVE lookupAccount TO acName(accountIndex).
ScanSessionLog.
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "No session log to scan, status " sessionLogFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    MOVE cutoffDate TO slDate
    START sessionLogFile KEY IS >= slDate
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM TallyOneAnswer
       END-READ
    END-PERFORM
    CLOSE sessionLogFile.
TallyOneAnswer.
    IF slDate > todayDate
       EXIT PARAGRAPH
    END-IF
    MOVE slUserName TO lookupAccount
    PERFORM FindAccount
    IF accountIndex = ZERO
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO acAnswers(accountIndex)
    IF slResult = "Y" AND slSeconds = ZERO
       ADD 1 TO acFastCorrect(accountIndex)
    END-IF
    IF slExercise = "ADDITION" AND slLevel = "1"
       ADD 1 TO acFarmCount(accountIndex)
       ADD slSeconds TO acFarmSeconds(accountIndex)
       IF acFarmFirstDate(accountIndex) = SPACES
          MOVE slDate TO acFarmFirstDate(accountIndex)
       END-IF
       MOVE slDate TO acFarmLastDate(accountIndex)
    END-IF.
ScanRunLog.
    OPEN INPUT runLogFile
    IF runLogFileStatus NOT = "00"
       DISPLAY "No run log to scan, status " runLogFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO previousRunUser
    MOVE SPACES TO previousRunDate
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ runLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM CheckRunOverlap
       END-READ
    END-PERFORM
    CLOSE runLogFile.
CheckRunOverlap.
    IF rlDate < cutoffDate OR rlDate > todayDate
       EXIT PARAGRAPH
    END-IF
    IF rlUserName = previousRunUser AND rlDate = previousRunDate
            AND rlStartTime < previousRunEnd
       MOVE rlUserName TO lookupAccount
       PERFORM FindAccount
       IF accountIndex NOT = ZERO
          ADD 1 TO acOverlapCount(accountIndex)
          IF acOverlapDate(accountIndex) = SPACES
             MOVE rlDate TO acOverlapDate(accountIndex)
             MOVE previousRunStart TO acOverlapFirst(accountIndex)
             MOVE rlStartTime TO acOverlapSecond(accountIndex)
             MOVE previousRunTerminal TO acOverlapFirstSeat(accountIndex)
             MOVE rlTerminal TO acOverlapSecondSeat(accountIndex)
          END-IF
       END-IF
    END-IF
    IF rlUserName NOT = previousRunUser OR rlDate NOT = previousRunDate
       MOVE rlUserName TO previousRunUser
       MOVE rlDate TO previousRunDate
       MOVE rlStartTime TO previousRunStart
       MOVE rlEndTime TO previousRunEnd
       MOVE rlTerminal TO previousRunTerminal
    ELSE
       IF rlEndTime > previousRunEnd
          MOVE rlStartTime TO previousRunStart
          MOVE rlEndTime TO previousRunEnd
          MOVE rlTerminal TO previousRunTerminal
       END-IF
    END-IF.
ScanMatchAnswers.
    OPEN INPUT matchAnswersFile
    IF matchAnswersFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ matchAnswersFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM CheckOneMatch
       END-READ
    END-PERFORM
    CLOSE matchAnswersFile.
CheckOneMatch.
    MOVE SPACES TO matchLine
    UNSTRING matchAnswersRecord DELIMITED BY ","
        INTO maDate, maTime, maOne, maTwo, maExercise, maLevel,
             maOneResults, maOnePicks, maOneWrong,
             maTwoResults, maTwoPicks, maTwoWrong
    END-UNSTRING
    IF maDate < cutoffDate OR maDate > todayDate
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO identicalTrail
    IF maOneWrong NOT = SPACES AND maOneWrong = maTwoWrong
       MOVE "Y" TO identicalTrail
    END-IF
    MOVE ZERO TO wrongCount
    INSPECT maOneResults TALLYING wrongCount FOR ALL "N"
    IF maOnePicks NOT = SPACES AND maOnePicks = maTwoPicks
            AND maOneResults = maTwoResults AND wrongCount > ZERO
       MOVE "Y" TO identicalTrail
    END-IF
    IF identicalTrail = "N"
       EXIT PARAGRAPH
    END-IF
    MOVE maOne TO lookupAccount
    PERFORM FindAccount
    IF accountIndex NOT = ZERO
       ADD 1 TO acMatchCount(accountIndex)
       MOVE maDate TO acMatchDate(accountIndex)
       MOVE maTwo TO acMatchOpponent(accountIndex)
    END-IF
    MOVE maTwo TO lookupAccount
    PERFORM FindAccount
    IF accountIndex NOT = ZERO
       ADD 1 TO acMatchCount(accountIndex)
       MOVE maDate TO acMatchDate(accountIndex)
       MOVE maOne TO acMatchOpponent(accountIndex)
    END-IF.
ScoreOneAccount.
    MOVE ZERO TO acScore(accountIndex)
    MOVE ZERO TO fastPct
    IF acAnswers(accountIndex) >= fastMinAnswers
       COMPUTE fastPct =
           (acFastCorrect(accountIndex) * 100) / acAnswers(accountIndex)
    END-IF
    IF acFarmCount(accountIndex) >= farmMinAnswers
       ADD 40 TO acScore(accountIndex)
    END-IF
    IF acAnswers(accountIndex) >= fastMinAnswers AND fastPct >= fastMinPct
       ADD 40 TO acScore(accountIndex)
    END-IF
    IF acOverlapCount(accountIndex) > 1
       ADD 40 TO acScore(accountIndex)
    ELSE
       IF acOverlapCount(accountIndex) = 1
          ADD 20 TO acScore(accountIndex)
       END-IF
    END-IF
    IF acMatchCount(accountIndex) > 1
       ADD 60 TO acScore(accountIndex)
    ELSE
       IF acMatchCount(accountIndex) = 1
          ADD 30 TO acScore(accountIndex)
       END-IF
    END-IF
    IF acScore(accountIndex) = ZERO
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO accountsScored
    PERFORM WriteAccountEvidence
    IF acScore(accountIndex) >= scoreThreshold
       ADD 1 TO accountsFlagged
       MOVE acScore(accountIndex) TO scoreDisp
       MOVE SPACES TO alertMessage
       STRING "Account " FUNCTION TRIM(acName(accountIndex))
              " scored " FUNCTION TRIM(scoreDisp)
              " on suspicious-activity checks"
           DELIMITED BY SIZE INTO alertMessage
       END-STRING
       CALL 'RaiseAlert' USING alertSource, alertSeverity, alertMessage
    END-IF.
WriteAccountEvidence.
    MOVE acScore(accountIndex) TO scoreDisp
    MOVE SPACES TO reportLine
    STRING "ACCOUNT " acName(accountIndex) " SCORE " scoreDisp
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    IF acScore(accountIndex) >= scoreThreshold
       MOVE "** ABOVE THRESHOLD - REVIEW **" TO reportLine(35:30)
    END-IF
    WRITE reportLine
    IF acFarmCount(accountIndex) >= farmMinAnswers
       MOVE acFarmCount(accountIndex) TO countDisp
       COMPUTE farmMinutes = acFarmSeconds(accountIndex) / 60
       MOVE SPACES TO reportLine
       STRING "  Level 1 addition repeated: " FUNCTION TRIM(countDisp)
              " answers, " farmMinutes " minute(s) of answering, "
              acFarmFirstDate(accountIndex) " to " acFarmLastDate(accountIndex)
           DELIMITED BY SIZE INTO reportLine
       END-STRING
       WRITE reportLine
    END-IF
    IF acAnswers(accountIndex) >= fastMinAnswers AND fastPct >= fastMinPct
       MOVE acFastCorrect(accountIndex) TO countDisp
       MOVE SPACES TO reportLine
       STRING "  Correct in under a second: " FUNCTION TRIM(countDisp)
              " of " acAnswers(accountIndex) " answers (" fastPct "%)"
           DELIMITED BY SIZE INTO reportLine
       END-STRING
       WRITE reportLine
    END-IF
    IF acOverlapCount(accountIndex) > ZERO
       MOVE SPACES TO reportLine
       STRING "  Simultaneous sessions: " acOverlapCount(accountIndex)
              " overlap(s), first on " acOverlapDate(accountIndex)
              " - runs started " acOverlapFirst(accountIndex)(1:6)
              " and " acOverlapSecond(accountIndex)(1:6)
           DELIMITED BY SIZE INTO reportLine
       END-STRING
       WRITE reportLine
       IF acOverlapFirstSeat(accountIndex) NOT = SPACES
               OR acOverlapSecondSeat(accountIndex) NOT = SPACES
          MOVE SPACES TO reportLine
          STRING "    on terminals " acOverlapFirstSeat(accountIndex)
                 " and " acOverlapSecondSeat(accountIndex)
              DELIMITED BY SIZE INTO reportLine
          END-STRING
          WRITE reportLine
       END-IF
    END-IF
    IF acMatchCount(accountIndex) > ZERO
       MOVE SPACES TO reportLine
       STRING "  Identical competition answers: " acMatchCount(accountIndex)
              " match(es), latest " acMatchDate(accountIndex)
              " against " acMatchOpponent(accountIndex)
           DELIMITED BY SIZE INTO reportLine
       END-STRING
       WRITE reportLine
    END-IF.
