       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AssessmentSitting.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT assessmentsFile ASSIGN TO "assessments.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS asmKey
    FILE STATUS IS assessmentsFileStatus.
SELECT attemptsFile ASSIGN TO "asmattempts.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS atKey
    FILE STATUS IS attemptsFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
DATA DIVISION.
FILE SECTION.
FD assessmentsFile.
01 assessmentData.
       02 asmKey.
           03 asmClassCode PIC X(6).
           03 asmSeq PIC 9(3).
       02 asmTitle PIC X(20).
       02 asmExercise PIC X(2).
       02 asmLevel PIC X(1).
       02 asmQuestionCount PIC 9(2).
       02 asmOpenDate PIC X(8).
       02 asmCloseDate PIC X(8).
       02 asmReleased PIC X(1).
       02 asmCreatedBy PIC X(10).
FD attemptsFile.
01 attemptData.
       02 atKey.
           03 atUserName PIC X(10).
           03 atClassCode PIC X(6).
           03 atSeq PIC 9(3).
       02 atStatus PIC X(1).
       02 atStartDate PIC X(8).
       02 atStartTime PIC X(8).
       02 atEndDate PIC X(8).
       02 atCorrect PIC 9(2).
       02 atQuestions PIC 9(2).
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 assessmentsFileStatus PIC X(2).
01 attemptsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 attemptExist PIC X(1).
01 playerClassCode PIC X(6).
01 todayDate PIC X(8).
01 listedCount PIC 9(3).
01 scorePercent PIC 9(3).
LINKAGE SECTION.
01 sitAction PIC X(1).
01 sitPlayer PIC X(10).
01 sitFound PIC X(1).
01 sitAssessment.
       02 sitClassCode PIC X(6).
       02 sitSeq PIC 9(3).
       02 sitTitle PIC X(20).
       02 sitExercise PIC X(2).
       02 sitLevel PIC X(1).
       02 sitQuestionCount PIC 9(2).
       02 sitCloseDate PIC X(8).
01 sitCorrect PIC 9(2).
PROCEDURE DIVISION USING sitAction, sitPlayer, sitFound, sitAssessment, sitCorrect.
AssessmentSittingProcess.
    MOVE "N" TO sitFound
    IF sitPlayer = "*GUEST*"
       EXIT PROGRAM
    END-IF
    ACCEPT todayDate FROM DATE YYYYMMDD
    EVALUATE sitAction
        WHEN "L" PERFORM ListMyAssessments
        WHEN "F" PERFORM FindOpenAssessment
        WHEN "S" PERFORM StartAttempt
        WHEN "C" PERFORM CompleteAttempt
    END-EVALUATE.
    EXIT PROGRAM.
GetPlayerClass.
    MOVE SPACES TO playerClassCode
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE sitPlayer TO userName
    READ playersFile
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE classCode TO playerClassCode
    END-READ
    CLOSE playersFile.
OpenAttemptsFile.
    OPEN I-O attemptsFile
    IF attemptsFileStatus = "35"
       OPEN OUTPUT attemptsFile
       CLOSE attemptsFile
       OPEN I-O attemptsFile
    END-IF.
ReadAttempt.
    MOVE sitPlayer TO atUserName
    MOVE asmClassCode TO atClassCode
    MOVE asmSeq TO atSeq
    MOVE "Y" TO attemptExist
    READ attemptsFile
        INVALID KEY MOVE "N" TO attemptExist
    END-READ.
ListMyAssessments.
    PERFORM GetPlayerClass
    IF playerClassCode = SPACES
       DISPLAY "You are not in a class, so there are no assessments for you"
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT assessmentsFile
    IF assessmentsFileStatus NOT = "00"
       DISPLAY "Your class has no assessments scheduled"
       EXIT PARAGRAPH
    END-IF
    PERFORM OpenAttemptsFile
    IF attemptsFileStatus NOT = "00"
       CLOSE assessmentsFile
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO listedCount
    MOVE playerClassCode TO asmClassCode
    MOVE ZERO TO asmSeq
    MOVE "N" TO noMoreRecords
    START assessmentsFile KEY IS >= asmKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ assessmentsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF asmClassCode NOT = playerClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF listedCount = ZERO
                     DISPLAY "=== Your assessments ==="
                  END-IF
                  ADD 1 TO listedCount
                  PERFORM DisplayMyAssessment
               END-IF
       END-READ
    END-PERFORM
    IF listedCount = ZERO
       DISPLAY "Your class has no assessments scheduled"
    END-IF
    CLOSE attemptsFile
    CLOSE assessmentsFile.
DisplayMyAssessment.
    PERFORM ReadAttempt
    EVALUATE TRUE
        WHEN attemptExist = "Y" AND atStatus = "C" AND asmReleased = "Y"
            MOVE ZERO TO scorePercent
            IF atQuestions > ZERO
               COMPUTE scorePercent = atCorrect * 100 / atQuestions
            END-IF
            DISPLAY asmTitle " - your result: " atCorrect " of " atQuestions
                " (" scorePercent "%)"
        WHEN attemptExist = "Y" AND atStatus = "C"
            DISPLAY asmTitle " - handed in, results not released yet"
        WHEN attemptExist = "Y"
            DISPLAY asmTitle " - started " atStartDate " but not finished"
        WHEN todayDate < asmOpenDate
            DISPLAY asmTitle " - opens " asmOpenDate
        WHEN todayDate > asmCloseDate
            DISPLAY asmTitle " - closed " asmCloseDate " without an attempt"
        WHEN OTHER
            DISPLAY asmTitle " - OPEN until " asmCloseDate " - not sat yet"
    END-EVALUATE.
FindOpenAssessment.
    PERFORM GetPlayerClass
    IF playerClassCode = SPACES
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT assessmentsFile
    IF assessmentsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM OpenAttemptsFile
    IF attemptsFileStatus NOT = "00"
       CLOSE assessmentsFile
       EXIT PARAGRAPH
    END-IF
    MOVE playerClassCode TO asmClassCode
    MOVE ZERO TO asmSeq
    MOVE "N" TO noMoreRecords
    START assessmentsFile KEY IS >= asmKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ assessmentsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF asmClassCode NOT = playerClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF todayDate >= asmOpenDate AND todayDate <= asmCloseDate
                     PERFORM ReadAttempt
                     IF attemptExist = "N"
                        MOVE asmClassCode TO sitClassCode
                        MOVE asmSeq TO sitSeq
                        MOVE asmTitle TO sitTitle
                        MOVE asmExercise TO sitExercise
                        MOVE asmLevel TO sitLevel
                        MOVE asmQuestionCount TO sitQuestionCount
                        MOVE asmCloseDate TO sitCloseDate
                        MOVE "Y" TO sitFound
                        MOVE "Y" TO noMoreRecords
                     END-IF
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE attemptsFile
    CLOSE assessmentsFile.
StartAttempt.
    PERFORM OpenAttemptsFile
    IF attemptsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO attemptData
    MOVE sitPlayer TO atUserName
    MOVE sitClassCode TO atClassCode
    MOVE sitSeq TO atSeq
    MOVE "S" TO atStatus
    MOVE todayDate TO atStartDate
    ACCEPT atStartTime FROM TIME
    MOVE ZERO TO atCorrect
    MOVE sitQuestionCount TO atQuestions
    WRITE attemptData
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO sitFound
    END-WRITE
    CLOSE attemptsFile.
CompleteAttempt.
    PERFORM OpenAttemptsFile
    IF attemptsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE sitPlayer TO atUserName
    MOVE sitClassCode TO atClassCode
    MOVE sitSeq TO atSeq
    READ attemptsFile
        INVALID KEY
            CLOSE attemptsFile
            EXIT PARAGRAPH
    END-READ
    MOVE "C" TO atStatus
    MOVE todayDate TO atEndDate
    MOVE sitCorrect TO atCorrect
    MOVE sitQuestionCount TO atQuestions
    REWRITE attemptData
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "Y" TO sitFound
    END-REWRITE
    CLOSE attemptsFile.
