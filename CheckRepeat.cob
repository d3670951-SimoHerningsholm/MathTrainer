       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckRepeat.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT recentQuestionsFile ASSIGN TO "recentq.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rqKey
    FILE STATUS IS recentQuestionsFileStatus.
DATA DIVISION.
FILE SECTION.
FD recentQuestionsFile.
01 recentQuestionData.
       02 rqKey.
           03 rqUserName PIC X(10).
           03 rqExercise PIC X(15).
           03 rqLevel PIC X(1).
           03 rqOperand1 PIC S9(5).
           03 rqOperand2 PIC S9(5).
           03 rqOperator PIC X(1).
       02 rqServedDate PIC X(8).
WORKING-STORAGE SECTION.
01 recentQuestionsFileStatus PIC X(2).
01 questionExist PIC X(1).
01 windowDays PIC 9(3).
01 windowLoaded PIC X(1) VALUE "N".
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 servedFull PIC 9(8).
01 servedAgeDays PIC S9(8).
LINKAGE SECTION.
01 repeatAction PIC X(1).
01 repeatPlayer PIC X(10).
01 repeatExercise PIC X(15).
01 repeatLevel PIC X(1).
01 repeatOperand1 PIC S9(5).
01 repeatOperand2 PIC S9(5).
01 repeatOperator PIC X(1).
01 repeatFound PIC X(1).
PROCEDURE DIVISION USING repeatAction, repeatPlayer, repeatExercise, repeatLevel,
        repeatOperand1, repeatOperand2, repeatOperator, repeatFound.
CheckRepeatProcess.
    MOVE "N" TO repeatFound
    IF repeatPlayer = "*GUEST*"
       EXIT PROGRAM
    END-IF
    IF windowLoaded = "N"
       MOVE "REPEATWINDOW" TO paramName
       MOVE 7 TO paramDefault
       CALL 'GetParameter' USING paramName, paramValue, paramDefault
       MOVE paramValue TO windowDays
       MOVE "Y" TO windowLoaded
    END-IF
    IF windowDays = ZERO
       EXIT PROGRAM
    END-IF
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    OPEN I-O recentQuestionsFile
    IF recentQuestionsFileStatus = "35"
       OPEN OUTPUT recentQuestionsFile
       CLOSE recentQuestionsFile
       OPEN I-O recentQuestionsFile
    END-IF
    IF recentQuestionsFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE repeatPlayer TO rqUserName
    MOVE repeatExercise TO rqExercise
    MOVE repeatLevel TO rqLevel
    MOVE repeatOperand1 TO rqOperand1
    MOVE repeatOperand2 TO rqOperand2
    MOVE repeatOperator TO rqOperator
    MOVE "Y" TO questionExist
    READ recentQuestionsFile
        INVALID KEY MOVE "N" TO questionExist
    END-READ
    IF questionExist = "Y" AND repeatAction = "C" AND rqServedDate IS NUMERIC
       MOVE rqServedDate TO servedFull
       COMPUTE servedAgeDays =
           FUNCTION INTEGER-OF-DATE(todayFull)
           - FUNCTION INTEGER-OF-DATE(servedFull)
       IF servedAgeDays < windowDays
          MOVE "Y" TO repeatFound
          CLOSE recentQuestionsFile
          EXIT PROGRAM
       END-IF
    END-IF
    MOVE todayDate TO rqServedDate
    IF questionExist = "Y"
       REWRITE recentQuestionData
           INVALID KEY CONTINUE
       END-REWRITE
    ELSE
       WRITE recentQuestionData
           INVALID KEY CONTINUE
       END-WRITE
    END-IF
    CLOSE recentQuestionsFile.
    EXIT PROGRAM.
