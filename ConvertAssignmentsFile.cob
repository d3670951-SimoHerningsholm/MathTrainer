       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ConvertAssignmentsFile.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT oldAssignmentsFile ASSIGN TO "assignments.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS oldAsgKey
    FILE STATUS IS oldAssignmentsFileStatus.
SELECT newAssignmentsFile ASSIGN TO "assignmentsnew.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS asgKey
    FILE STATUS IS newAssignmentsFileStatus.
DATA DIVISION.
FILE SECTION.
FD oldAssignmentsFile.
01 oldAssignmentData.
       02 oldAsgKey.
           03 oldAsgClassCode PIC X(6).
           03 oldAsgSeq PIC 9(3).
       02 oldAsgBody PIC X(22).
FD newAssignmentsFile.
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
WORKING-STORAGE SECTION.
01 oldAssignmentsFileStatus PIC X(2).
01 newAssignmentsFileStatus PIC X(2).
01 noMoreRecords PIC X(1) VALUE "N".
01 assignmentsConverted PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
ConvertProcess.
    DISPLAY "=== Assignments regrouping and target-group conversion ==="
    DISPLAY "Rebuilding assignments.txt into assignmentsnew.txt with the"
    DISPLAY "regrouping option and target group added; converted assignments"
    DISPLAY "stay random and whole-class"
    OPEN INPUT oldAssignmentsFile
    IF oldAssignmentsFileStatus NOT = "00"
       DISPLAY "Could not open assignments file, status " oldAssignmentsFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT newAssignmentsFile
    IF newAssignmentsFileStatus NOT = "00"
       DISPLAY "Could not open assignmentsnew.txt, status " newAssignmentsFileStatus
       CLOSE oldAssignmentsFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM UNTIL noMoreRecords = "Y"
       READ oldAssignmentsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE oldAssignmentData TO assignmentData
               MOVE SPACE TO asgRegroup
               MOVE SPACES TO asgGroup
               WRITE assignmentData
                   INVALID KEY DISPLAY "Could not convert " oldAsgClassCode " " oldAsgSeq
               END-WRITE
               ADD 1 TO assignmentsConverted
       END-READ
    END-PERFORM
    CLOSE oldAssignmentsFile
    CLOSE newAssignmentsFile
    DISPLAY assignmentsConverted " assignment record(s) converted"
    DISPLAY "When the count looks right, replace assignments.txt with assignmentsnew.txt".
    EXIT PROGRAM.
