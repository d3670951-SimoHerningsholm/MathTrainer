       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckHomeworkDone.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT assignmentsFile ASSIGN TO "assignments.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS asgKey
    FILE STATUS IS assignmentsFileStatus.
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
DATA DIVISION.
FILE SECTION.
FD assignmentsFile.
01 assignmentData.
       02 asgKey.
           03 asgClassCode PIC X(6).
           03 asgSeq PIC 9(3).
       02 asgExercise PIC X(2).
       02 asgLevel PIC X(1).
       02 asgQuestionCount PIC 9(2).
       02 asgDueDate PIC X(8).
       02 asgCreatedDate PIC X(8).
       02 asgOpenFlag PIC X(1).
       02 asgRegroup PIC X(1).
       02 asgGroup PIC X(10).
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
COPY SESSIONREC.
WORKING-STORAGE SECTION.
01 assignmentsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 playerExist PIC X(1).
01 noMoreRecords PIC X(1).
01 noMoreLogRecords PIC X(1).
01 playerClassCode PIC X(6).
01 asgExerciseName PIC X(15).
01 doneCount PIC 9(4).
01 doneBeforeRun PIC 9(4).
01 effectiveDueDate PIC X(8).
01 eventType PIC X(12) VALUE "HOMEWORK".
01 eventDetail PIC X(30).
01 memberFromDate PIC X(8).
01 memberToDate PIC X(8).
01 groupMember PIC X(1).
LINKAGE SECTION.
01 homeworkPlayer PIC X(10).
01 homeworkExercise PIC X(15).
01 homeworkRunDate PIC X(8).
01 homeworkRunTime PIC X(8).
PROCEDURE DIVISION USING homeworkPlayer, homeworkExercise, homeworkRunDate,
        homeworkRunTime.
CheckHomeworkDoneProcess.
    MOVE "Y" TO playerExist
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE homeworkPlayer TO userName
    READ playersFile
        INVALID KEY MOVE "N" TO playerExist
    END-READ
    MOVE classCode TO playerClassCode
    CLOSE playersFile
    IF playerExist = "N" OR playerClassCode = SPACES
       EXIT PROGRAM
    END-IF
    OPEN INPUT assignmentsFile
    IF assignmentsFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       CLOSE assignmentsFile
       EXIT PROGRAM
    END-IF
    MOVE playerClassCode TO asgClassCode
    MOVE ZERO TO asgSeq
    MOVE "N" TO noMoreRecords
    START assignmentsFile KEY IS >= asgKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ assignmentsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF asgClassCode NOT = playerClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF asgOpenFlag = "Y"
                     PERFORM CheckOneAssignment
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE sessionLogFile
    CLOSE assignmentsFile.
    EXIT PROGRAM.
CheckOneAssignment.
    PERFORM MapAssignmentExerciseName
    IF asgExerciseName NOT = homeworkExercise
       EXIT PARAGRAPH
    END-IF
    IF asgGroup NOT = SPACES
       MOVE asgCreatedDate TO memberFromDate
       MOVE asgCreatedDate TO memberToDate
       CALL 'CheckGroupMember' USING asgGroup, homeworkPlayer, memberFromDate,
           memberToDate, groupMember
       IF groupMember NOT = "Y"
          EXIT PARAGRAPH
       END-IF
    END-IF
    CALL 'ExcusedDueDate' USING homeworkPlayer, asgCreatedDate, asgDueDate,
        effectiveDueDate
    IF homeworkRunDate < asgCreatedDate OR homeworkRunDate > effectiveDueDate
       EXIT PARAGRAPH
    END-IF
    PERFORM CountAssignmentWork
    IF doneBeforeRun < asgQuestionCount AND doneCount >= asgQuestionCount
       MOVE SPACES TO eventDetail
       STRING "HW " asgClassCode "/" asgSeq " " asgExerciseName
           DELIMITED BY SIZE INTO eventDetail
       END-STRING
       CALL 'PostEvent' USING eventType, homeworkPlayer, eventDetail
    END-IF.
CountAssignmentWork.
    MOVE ZERO TO doneCount
    MOVE ZERO TO doneBeforeRun
    MOVE "N" TO noMoreLogRecords
    MOVE homeworkPlayer TO slUserName
    START sessionLogFile KEY IS = slUserName
        INVALID KEY MOVE "Y" TO noMoreLogRecords
    END-START
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               IF slUserName NOT = homeworkPlayer
                  MOVE "Y" TO noMoreLogRecords
               ELSE
                  IF slExercise = asgExerciseName AND slLevel = asgLevel
                          AND slResult NOT = "H"
                          AND slDate >= asgCreatedDate
                          AND slDate <= effectiveDueDate
                     ADD 1 TO doneCount
                     IF slDate < homeworkRunDate
                             OR (slDate = homeworkRunDate AND slTime < homeworkRunTime)
                        ADD 1 TO doneBeforeRun
                     END-IF
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
MapAssignmentExerciseName.
    EVALUATE asgExercise
        WHEN "1 " MOVE "ADDITION" TO asgExerciseName
        WHEN "2 " MOVE "SUBTRACTION" TO asgExerciseName
        WHEN "3 " MOVE "MULTIPLICATION" TO asgExerciseName
        WHEN "4 " MOVE "DIVISION" TO asgExerciseName
        WHEN "5 " MOVE "SQUARE" TO asgExerciseName
        WHEN "6 " MOVE "SQUAREROOT" TO asgExerciseName
        WHEN "7 " MOVE "CUBE" TO asgExerciseName
        WHEN "8 " MOVE "CUBEROOT" TO asgExerciseName
        WHEN "9 " MOVE "PERCENTAGE" TO asgExerciseName
        WHEN "12" MOVE "WORDPROBLEM" TO asgExerciseName
        WHEN "18" MOVE "FRACTION" TO asgExerciseName
        WHEN "19" MOVE "MIXEDOP" TO asgExerciseName
        WHEN OTHER MOVE SPACES TO asgExerciseName
    END-EVALUATE.
