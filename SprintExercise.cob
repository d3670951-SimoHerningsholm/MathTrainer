SELECT sprintHistFile ASSIGN TO "sprinthist.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS sprintHistFileStatus.
SELECT chainBestsFile ASSIGN TO "chainbests.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cbKey
    FILE STATUS IS chainBestsFileStatus.
SELECT profilesFile ASSIGN TO "profiles.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
       02 sbBestDate PIC X(8).
FD sprintHistFile.
01 sprintHistRecord PIC X(60).
FD chainBestsFile.
01 chainBestData.
       02 cbKey.
           03 cbUserName PIC X(10).
           03 cbLevel PIC X(1).
       02 cbBestLength PIC 9(3).
       02 cbBestDate PIC X(8).
FD profilesFile.
01 profileData.
       02 pfUserName PIC X(10).
01 sprintBestsFileStatus PIC X(2).
01 sprintHistFileStatus PIC X(2).
01 profilesFileStatus PIC X(2).
01 chainBestsFileStatus PIC X(2).
01 chainLevelIndex PIC 9(1).
01 playerYearGroup PIC X(2).
01 bestExist PIC X(1).
01 exerciseChoice PIC X(2).
       05 nowSS PIC 9(2).
       05 nowHS PIC 9(2).
01 elapsedSeconds PIC S9(5).
01 questionStartStamp PIC 9(8).
01 questionStartFields REDEFINES questionStartStamp.
       05 questionStartHH PIC 9(2).
       05 questionStartMM PIC 9(2).
       05 questionStartSS PIC 9(2).
       05 questionStartHS PIC 9(2).
01 factSeconds PIC S9(5).
01 factOperand1 PIC S9(5).
01 factOperand2 PIC S9(5).
01 factResult PIC X(1).
01 factSource PIC X(1) VALUE "S".
01 sprintDate PIC X(8).
01 ledgerDelta PIC S9(7).
01 ledgerBalance PIC 9(7).
    END-IF
    IF loggedInPlayer NOT = "*GUEST*"
       PERFORM SaveSprintBest
       PERFORM ShowChainBests
       PERFORM AppendSprintHistory
    END-IF.
    EXIT PROGRAM.
AskOneSprintQuestion.
    PERFORM GenerateSprintQuestion
    ACCEPT questionStartStamp FROM TIME
    MOVE "N" TO validInput
    PERFORM UNTIL validInput = "Y"
       DISPLAY "Solve: " operand1 " " operatorSymbol " " operand2
       END-IF
    END-PERFORM
    COMPUTE userAnswer = FUNCTION NUMVAL(userInputStage)
    ACCEPT nowStamp FROM TIME
    ADD 1 TO attemptedCount
    IF userAnswer = correctAnswer
       ADD 1 TO correctCount
       MOVE "Y" TO factResult
       DISPLAY "Right!"
    ELSE
       MOVE "N" TO factResult
       DISPLAY "It was " correctAnswer
    END-IF
    IF exerciseChoice = "3" AND loggedInPlayer NOT = "*GUEST*"
       PERFORM LogSprintFact
    END-IF
    COMPUTE elapsedSeconds = (nowHH * 3600 + nowMM * 60 + nowSS)
        - (sprintStartHH * 3600 + sprintStartMM * 60 + sprintStartSS)
    IF elapsedSeconds < ZERO
       ADD 86400 TO elapsedSeconds
    END-IF.
LogSprintFact.
    COMPUTE factSeconds = (nowHH * 3600 + nowMM * 60 + nowSS)
        - (questionStartHH * 3600 + questionStartMM * 60 + questionStartSS)
    IF factSeconds < ZERO
       ADD 86400 TO factSeconds
    END-IF
    MOVE operand1 TO factOperand1
    MOVE operand2 TO factOperand2
    CALL 'LogFactAttempt' USING loggedInPlayer, factOperand1, factOperand2,
        factResult, factSeconds, factSource.
GenerateSprintQuestion.
    COMPUTE randomNum01 = FUNCTION RANDOM
    COMPUTE randomNum02 = FUNCTION RANDOM
       END-IF
    END-IF
    CLOSE sprintBestsFile.
ShowChainBests.
    OPEN INPUT chainBestsFile
    IF chainBestsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING chainLevelIndex FROM 1 BY 1 UNTIL chainLevelIndex > 4
       MOVE loggedInPlayer TO cbUserName
       MOVE chainLevelIndex TO cbLevel
       READ chainBestsFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               DISPLAY "Longest chain at level " cbLevel ": " cbBestLength
                   " link(s) from " cbBestDate
       END-READ
    END-PERFORM
    CLOSE chainBestsFile.
AppendSprintHistory.
    OPEN EXTEND sprintHistFile
    IF sprintHistFileStatus = "35"
