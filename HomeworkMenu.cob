       02 asgDueDate PIC X(8).
       02 asgCreatedDate PIC X(8).
       02 asgOpenFlag PIC X(1).
       02 asgRegroup PIC X(1).
       02 asgGroup PIC X(10).
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
01 entryCountNum PIC 9(2).
01 entryDueDate PIC X(8).
01 entryValid PIC X(1).
01 entryRegroup PIC X(1).
       88 validAssignRegroup VALUES ARE "A", "N", "R".
01 regroupText PIC X(24).
01 classAccess PIC X(1).
01 groupClassCode PIC X(6).
01 groupFound PIC X(1).
01 memberFromDate PIC X(8).
01 memberToDate PIC X(8).
01 groupMember PIC X(1).
LINKAGE SECTION.
01 homeworkTeacher PIC X(10).
PROCEDURE DIVISION USING homeworkTeacher.
HomeworkProcess.
    OPEN I-O assignmentsFile
    IF assignmentsFileStatus = "35"
CreateAssignment.
    DISPLAY "Enter the class code"
    ACCEPT classCodeEntry
    PERFORM CheckHomeworkAccess
    IF classAccess NOT = "F"
       IF classAccess = "V"
          DISPLAY "Assistants have view-only access to class " classCodeEntry
       END-IF
       EXIT PARAGRAPH
    END-IF
    IF classCodeEntry = SPACES
       DISPLAY "A class code is required"
    ELSE
       MOVE classCodeEntry TO asgClassCode
       MOVE nextSeq TO asgSeq
       MOVE "N" TO entryValid
       PERFORM UNTIL entryValid = "Y"
          DISPLAY "Group (Enter for the whole class)"
          ACCEPT asgGroup
          IF asgGroup = SPACES
             MOVE "Y" TO entryValid
          ELSE
             CALL 'ValidateGroup' USING asgGroup, groupClassCode, groupFound
             IF groupFound = "Y" AND groupClassCode = classCodeEntry
                MOVE "Y" TO entryValid
             ELSE
                DISPLAY "No group " asgGroup " in class " classCodeEntry ", try again"
             END-IF
          END-IF
       END-PERFORM
       MOVE "N" TO entryValid
       PERFORM UNTIL entryValid = "Y"
          DISPLAY "Exercise: 1-Addition 2-Subtraction 3-Multiplication 4-Division"
          DISPLAY "          5-Square 6-Root 7-Cube 8-Cube root 9-Percentage"
          END-IF
       END-PERFORM
       MOVE entryLevel TO asgLevel
       MOVE SPACE TO asgRegroup
       IF asgExercise = "1 " OR asgExercise = "2 "
          MOVE "N" TO entryValid
          PERFORM UNTIL entryValid = "Y"
             DISPLAY "Regrouping: A-always carry/borrow N-never R-random"
             ACCEPT entryRegroup
             EVALUATE entryRegroup
                 WHEN "a" MOVE "A" TO entryRegroup
                 WHEN "n" MOVE "N" TO entryRegroup
                 WHEN "r" MOVE "R" TO entryRegroup
             END-EVALUATE
             IF validAssignRegroup
                MOVE "Y" TO entryValid
             ELSE
                DISPLAY "Enter A, N or R, try again"
             END-IF
          END-PERFORM
          MOVE entryRegroup TO asgRegroup
       END-IF
       MOVE "N" TO entryValid
       PERFORM UNTIL entryValid = "Y"
          DISPLAY "How many questions must be answered (1-20)?"
           INVALID KEY DISPLAY "Could not create assignment"
       END-WRITE
       IF assignmentsFileStatus = "00"
          IF asgGroup = SPACES
             DISPLAY "Assignment " asgSeq " created for class " asgClassCode
          ELSE
             DISPLAY "Assignment " asgSeq " created for group " asgGroup
                 " in class " asgClassCode
          END-IF
       END-IF
    END-IF.
FindNextSeq.
ListAssignmentsForClass.
    DISPLAY "Enter the class code"
    ACCEPT classCodeEntry
    PERFORM CheckHomeworkAccess
    IF classAccess = "N"
       EXIT PARAGRAPH
    END-IF
    MOVE classCodeEntry TO asgClassCode
    MOVE ZERO TO asgSeq
    MOVE "N" TO noMoreRecords
                  PERFORM MapAssignmentExerciseName
                  DISPLAY asgSeq ": " asgExerciseName " level " asgLevel " - "
                      asgQuestionCount " questions - due " asgDueDate " - open " asgOpenFlag
                  IF asgGroup NOT = SPACES
                     DISPLAY "     group " asgGroup " only"
                  END-IF
                  PERFORM MapRegroupText
                  IF regroupText NOT = SPACES
                     DISPLAY "     " regroupText
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
ShowAssignmentCompletion.
    DISPLAY "Enter the class code"
    ACCEPT classCodeEntry
    PERFORM CheckHomeworkAccess
    IF classAccess = "N"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the assignment number"
    ACCEPT seqEntry
    MOVE "Y" TO assignmentExist
       PERFORM MapAssignmentExerciseName
       DISPLAY "=== " asgExerciseName " level " asgLevel " - " asgQuestionCount
           " questions - due " asgDueDate " ==="
       IF asgGroup NOT = SPACES
          DISPLAY "Set for group " asgGroup " - students in it on " asgCreatedDate
       END-IF
       MOVE asgCreatedDate TO memberFromDate
       MOVE asgCreatedDate TO memberToDate
       MOVE ZERO TO finishedPlayers
       MOVE ZERO TO unfinishedPlayers
       OPEN INPUT playersFile
                READ playersFile NEXT RECORD
                    AT END MOVE "Y" TO noMoreRecords
                    NOT AT END
                        MOVE "Y" TO groupMember
                        IF classCode = classCodeEntry AND asgGroup NOT = SPACES
                           CALL 'CheckGroupMember' USING asgGroup, userName,
                               memberFromDate, memberToDate, groupMember
                        END-IF
                        IF classCode = classCodeEntry AND groupMember = "Y"
                           MOVE userName TO checkedPlayer
                           PERFORM CountAssignmentWork
                           IF doneCount >= asgQuestionCount
CloseAssignment.
    DISPLAY "Enter the class code"
    ACCEPT classCodeEntry
    PERFORM CheckHomeworkAccess
    IF classAccess NOT = "F"
       IF classAccess = "V"
          DISPLAY "Assistants have view-only access to class " classCodeEntry
       END-IF
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter the assignment number"
    ACCEPT seqEntry
    MOVE "Y" TO assignmentExist
       END-REWRITE
       DISPLAY "Assignment closed"
    END-IF.
CheckHomeworkAccess.
    MOVE "F" TO classAccess
    IF classCodeEntry = SPACES
       EXIT PARAGRAPH
    END-IF
    CALL 'CheckClassAccess' USING homeworkTeacher, classCodeEntry, classAccess
    IF classAccess = "N"
       DISPLAY "You are not on the staff of class " classCodeEntry
    END-IF.
MapAssignmentExerciseName.
    EVALUATE asgExercise
        WHEN "1 " MOVE "ADDITION" TO asgExerciseName
        WHEN "19" MOVE "MIXEDOP" TO asgExerciseName
        WHEN OTHER MOVE SPACES TO asgExerciseName
    END-EVALUATE.
MapRegroupText.
    EVALUATE asgRegroup
        WHEN "A" MOVE "carry/borrow every time" TO regroupText
        WHEN "N" MOVE "no carrying or borrowing" TO regroupText
        WHEN OTHER MOVE SPACES TO regroupText
    END-EVALUATE.
