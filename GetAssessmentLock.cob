       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GetAssessmentLock.
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
WORKING-STORAGE SECTION.
01 assessmentsFileStatus PIC X(2).
01 attemptsFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 lockdownClass PIC X(6) VALUE SPACES.
01 lockdownActive PIC X(1).
01 lockdownRules.
       02 lockdownEndDate PIC X(8).
       02 lockdownNote PIC X(20).
       02 lockdownAllowedCount PIC 9(1).
       02 lockdownAllowedEntry OCCURS 6 TIMES.
           03 lockdownAllowedExercise PIC X(2).
           03 lockdownAllowedLevel PIC X(1).
LINKAGE SECTION.
01 lockPlayer PIC X(10).
01 lockFlag PIC X(1).
PROCEDURE DIVISION USING lockPlayer, lockFlag.
GetAssessmentLockProcess.
    MOVE "N" TO lockFlag
    IF lockPlayer = "*GUEST*"
       EXIT PROGRAM
    END-IF
    CALL 'CheckLockdown' USING lockPlayer, lockdownClass, lockdownActive, lockdownRules
    IF lockdownActive = "Y"
       MOVE "Y" TO lockFlag
       EXIT PROGRAM
    END-IF
    OPEN INPUT attemptsFile
    IF attemptsFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    OPEN INPUT assessmentsFile
    IF assessmentsFileStatus NOT = "00"
       CLOSE attemptsFile
       EXIT PROGRAM
    END-IF
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE lockPlayer TO atUserName
    MOVE LOW-VALUES TO atClassCode
    MOVE ZERO TO atSeq
    MOVE "N" TO noMoreRecords
    START attemptsFile KEY IS >= atKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ attemptsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF atUserName NOT = lockPlayer
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF atStatus = "S"
                     PERFORM CheckAttemptWindow
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE assessmentsFile
    CLOSE attemptsFile.
    EXIT PROGRAM.
CheckAttemptWindow.
    MOVE atClassCode TO asmClassCode
    MOVE atSeq TO asmSeq
    READ assessmentsFile
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF todayDate <= asmCloseDate
       MOVE "Y" TO lockFlag
       MOVE "Y" TO noMoreRecords
    END-IF.
