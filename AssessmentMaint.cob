       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AssessmentMaint.
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
01 assessmentChoice PIC X(1).
       88 validAssessmentChoice VALUES ARE 1 THRU 4.
       88 validAssessmentExitChoice VALUE 0.
01 runAssessmentMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 assessmentExist PIC X(1).
01 attemptExist PIC X(1).
01 seqEntry PIC 9(3).
01 nextSeq PIC 9(3).
01 listedCount PIC 9(4).
01 todayDate PIC X(8).
01 asmExerciseName PIC X(15).
01 windowText PIC X(12).
01 releasedText PIC X(12).
01 entryExercise PIC X(2).
       88 validAssessExercise VALUES ARE "1 ", "2 ", "3 ", "4 ", "5 ",
           "6 ", "7 ", "8 ", "9 ", "12", "18", "19".
01 entryLevel PIC X(1).
       88 validAssessLevel VALUES ARE "1" THRU "4".
01 entryCountStage PIC X(2).
01 entryCountNum PIC 9(2).
01 entryDate PIC X(8).
01 entryValid PIC X(1).
01 confirmEntry PIC X(1).
01 notSatCount PIC 9(4).
01 startedCount PIC 9(4).
01 completedCount PIC 9(4).
01 scorePercent PIC 9(3).
LINKAGE SECTION.
01 teacherName PIC X(10).
01 teacherClassCode PIC X(6).
PROCEDURE DIVISION USING teacherName, teacherClassCode.
AssessmentMaintProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    OPEN I-O assessmentsFile
    IF assessmentsFileStatus = "35"
       OPEN OUTPUT assessmentsFile
       CLOSE assessmentsFile
       OPEN I-O assessmentsFile
    END-IF
    IF assessmentsFileStatus NOT = "00"
       DISPLAY "Could not open assessments file, status " assessmentsFileStatus
       EXIT PROGRAM
    END-IF
    OPEN INPUT attemptsFile
    IF attemptsFileStatus = "35"
       OPEN OUTPUT attemptsFile
       CLOSE attemptsFile
       OPEN INPUT attemptsFile
    END-IF
    IF attemptsFileStatus NOT = "00"
       DISPLAY "Could not open assessment attempts file, status "
           attemptsFileStatus
       CLOSE assessmentsFile
       EXIT PROGRAM
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       CLOSE attemptsFile
       CLOSE assessmentsFile
       EXIT PROGRAM
    END-IF
    PERFORM UNTIL runAssessmentMenu = "N"
       PERFORM DisplayAssessmentMenu
       ACCEPT assessmentChoice
       EVALUATE TRUE
           WHEN validAssessmentChoice
               EVALUATE assessmentChoice
                   WHEN "1" PERFORM ListAssessments
                   WHEN "2" PERFORM ScheduleAssessment
                   WHEN "3" PERFORM ShowCompletionList
                   WHEN "4" PERFORM ReleaseResults
               END-EVALUATE
           WHEN validAssessmentExitChoice
               MOVE "N" TO runAssessmentMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE playersFile
    CLOSE attemptsFile
    CLOSE assessmentsFile.
    EXIT PROGRAM.
DisplayAssessmentMenu.
    DISPLAY "=== Scheduled assessments for class " teacherClassCode " ===".
    DISPLAY "1: List assessments".
    DISPLAY "2: Schedule an assessment".
    DISPLAY "3: Completion list for an assessment".
    DISPLAY "4: Release results to students".
    DISPLAY "0: Return".
ListAssessments.
    MOVE ZERO TO listedCount
    MOVE teacherClassCode TO asmClassCode
    MOVE ZERO TO asmSeq
    MOVE "N" TO noMoreRecords
    START assessmentsFile KEY IS >= asmKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ assessmentsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF asmClassCode NOT = teacherClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  ADD 1 TO listedCount
                  PERFORM DisplayOneAssessment
               END-IF
       END-READ
    END-PERFORM
    IF listedCount = ZERO
       DISPLAY "No assessments are scheduled for class " teacherClassCode
    END-IF.
DisplayOneAssessment.
    PERFORM MapAssessmentExerciseName
    EVALUATE TRUE
        WHEN todayDate < asmOpenDate MOVE "not open yet" TO windowText
        WHEN todayDate > asmCloseDate MOVE "closed" TO windowText
        WHEN OTHER MOVE "OPEN" TO windowText
    END-EVALUATE
    IF asmReleased = "Y"
       MOVE "released" TO releasedText
    ELSE
       MOVE "not released" TO releasedText
    END-IF
    DISPLAY asmSeq ": " asmTitle " - " asmExerciseName " level " asmLevel " - "
        asmQuestionCount " questions"
    DISPLAY "     " asmOpenDate " to " asmCloseDate " - " windowText " - results "
        releasedText.
ScheduleAssessment.
    PERFORM FindNextSeq
    MOVE SPACES TO assessmentData
    MOVE teacherClassCode TO asmClassCode
    MOVE nextSeq TO asmSeq
    DISPLAY "Title of the assessment (up to 20 characters)"
    ACCEPT asmTitle
    IF asmTitle = SPACES
       DISPLAY "A title is required"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO entryValid
    PERFORM UNTIL entryValid = "Y"
       DISPLAY "Exercise: 1-Addition 2-Subtraction 3-Multiplication 4-Division"
       DISPLAY "          5-Square 6-Root 7-Cube 8-Cube root 9-Percentage"
       DISPLAY "          12-Word problems 18-Fractions 19-Mixed operations"
       ACCEPT entryExercise
       IF validAssessExercise
          MOVE "Y" TO entryValid
       ELSE
          DISPLAY "That exercise cannot be used for an assessment, try again"
       END-IF
    END-PERFORM
    MOVE entryExercise TO asmExercise
    MOVE "N" TO entryValid
    PERFORM UNTIL entryValid = "Y"
       DISPLAY "Enter the level (1-4)"
       ACCEPT entryLevel
       IF validAssessLevel
          MOVE "Y" TO entryValid
       ELSE
          DISPLAY "The level must be 1 through 4, try again"
       END-IF
    END-PERFORM
    MOVE entryLevel TO asmLevel
    MOVE "N" TO entryValid
    PERFORM UNTIL entryValid = "Y"
       DISPLAY "How many questions are in the assessment (1-20)?"
       ACCEPT entryCountStage
       IF FUNCTION TEST-NUMVAL(entryCountStage) = 0
          COMPUTE entryCountNum = FUNCTION NUMVAL(entryCountStage)
          IF entryCountNum >= 1 AND entryCountNum <= 20
             MOVE "Y" TO entryValid
          ELSE
             DISPLAY "The count must be 1 through 20, try again"
          END-IF
       ELSE
          DISPLAY "Please enter a whole number"
       END-IF
    END-PERFORM
    MOVE entryCountNum TO asmQuestionCount
    MOVE "N" TO entryValid
    PERFORM UNTIL entryValid = "Y"
       DISPLAY "Date the assessment opens (YYYYMMDD)"
       ACCEPT entryDate
       IF FUNCTION TEST-NUMVAL(entryDate) = 0
               AND entryDate(7:2) NOT = SPACES
          MOVE "Y" TO entryValid
       ELSE
          DISPLAY "Enter the date as eight digits, e.g. 20260901"
       END-IF
    END-PERFORM
    MOVE entryDate TO asmOpenDate
    MOVE "N" TO entryValid
    PERFORM UNTIL entryValid = "Y"
       DISPLAY "Date the assessment closes (YYYYMMDD)"
       ACCEPT entryDate
       IF FUNCTION TEST-NUMVAL(entryDate) = 0
               AND entryDate(7:2) NOT = SPACES
          IF entryDate < asmOpenDate
             DISPLAY "The closing date cannot be before the opening date"
          ELSE
             MOVE "Y" TO entryValid
          END-IF
       ELSE
          DISPLAY "Enter the date as eight digits, e.g. 20260901"
       END-IF
    END-PERFORM
    MOVE entryDate TO asmCloseDate
    MOVE "N" TO asmReleased
    MOVE teacherName TO asmCreatedBy
    WRITE assessmentData
        INVALID KEY DISPLAY "Could not schedule the assessment"
        NOT INVALID KEY
            DISPLAY "Assessment " asmSeq " scheduled for class " asmClassCode
                ", open " asmOpenDate " to " asmCloseDate
    END-WRITE.
FindNextSeq.
    MOVE 1 TO nextSeq
    MOVE teacherClassCode TO asmClassCode
    MOVE ZERO TO asmSeq
    MOVE "N" TO noMoreRecords
    START assessmentsFile KEY IS >= asmKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ assessmentsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF asmClassCode NOT = teacherClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  COMPUTE nextSeq = asmSeq + 1
               END-IF
       END-READ
    END-PERFORM.
ReadAssessmentEntry.
    DISPLAY "Enter the assessment number"
    ACCEPT seqEntry
    MOVE "Y" TO assessmentExist
    MOVE teacherClassCode TO asmClassCode
    MOVE seqEntry TO asmSeq
    READ assessmentsFile
        INVALID KEY MOVE "N" TO assessmentExist
    END-READ
    IF assessmentExist = "N"
       DISPLAY "No assessment " seqEntry " for class " teacherClassCode
    END-IF.
ShowCompletionList.
    PERFORM ReadAssessmentEntry
    IF assessmentExist = "N"
       EXIT PARAGRAPH
    END-IF
    PERFORM DisplayOneAssessment
    MOVE ZERO TO notSatCount
    MOVE ZERO TO startedCount
    MOVE ZERO TO completedCount
    MOVE LOW-VALUES TO userName
    MOVE "N" TO noMoreRecords
    START playersFile KEY IS >= userName
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF classCode = teacherClassCode AND roleFlag NOT = "T"
                  PERFORM ShowOneStudentAttempt
               END-IF
       END-READ
    END-PERFORM
    DISPLAY completedCount " completed, " startedCount " started but not finished, "
        notSatCount " not sat yet".
ShowOneStudentAttempt.
    MOVE userName TO atUserName
    MOVE asmClassCode TO atClassCode
    MOVE asmSeq TO atSeq
    MOVE "Y" TO attemptExist
    READ attemptsFile
        INVALID KEY MOVE "N" TO attemptExist
    END-READ
    EVALUATE TRUE
        WHEN attemptExist = "N"
            ADD 1 TO notSatCount
            DISPLAY userName " - NOT SAT YET"
        WHEN atStatus = "C"
            ADD 1 TO completedCount
            MOVE ZERO TO scorePercent
            IF atQuestions > ZERO
               COMPUTE scorePercent = atCorrect * 100 / atQuestions
            END-IF
            DISPLAY userName " - completed " atEndDate " - " atCorrect " of "
                atQuestions " (" scorePercent "%)"
        WHEN OTHER
            ADD 1 TO startedCount
            DISPLAY userName " - started " atStartDate " but did not finish"
    END-EVALUATE.
ReleaseResults.
    PERFORM ReadAssessmentEntry
    IF assessmentExist = "N"
       EXIT PARAGRAPH
    END-IF
    IF asmReleased = "Y"
       DISPLAY "The results of " asmTitle " are already released"
       EXIT PARAGRAPH
    END-IF
    IF todayDate <= asmCloseDate
       DISPLAY "The assessment is open until " asmCloseDate
           " - students who have not sat it yet could see the results"
       DISPLAY "Release the results anyway? (Y/N)"
       ACCEPT confirmEntry
       IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
          DISPLAY "Results not released"
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE "Y" TO asmReleased
    REWRITE assessmentData
        INVALID KEY DISPLAY "Could not release the results"
        NOT INVALID KEY DISPLAY "Results of " asmTitle " are now visible to students"
    END-REWRITE.
MapAssessmentExerciseName.
    EVALUATE asmExercise
        WHEN "1 " MOVE "ADDITION" TO asmExerciseName
        WHEN "2 " MOVE "SUBTRACTION" TO asmExerciseName
        WHEN "3 " MOVE "MULTIPLICATION" TO asmExerciseName
        WHEN "4 " MOVE "DIVISION" TO asmExerciseName
        WHEN "5 " MOVE "SQUARE" TO asmExerciseName
        WHEN "6 " MOVE "SQUAREROOT" TO asmExerciseName
        WHEN "7 " MOVE "CUBE" TO asmExerciseName
        WHEN "8 " MOVE "CUBEROOT" TO asmExerciseName
        WHEN "9 " MOVE "PERCENTAGE" TO asmExerciseName
        WHEN "12" MOVE "WORDPROBLEM" TO asmExerciseName
        WHEN "18" MOVE "FRACTION" TO asmExerciseName
        WHEN "19" MOVE "MIXEDOP" TO asmExerciseName
        WHEN OTHER MOVE SPACES TO asmExerciseName
    END-EVALUATE.
