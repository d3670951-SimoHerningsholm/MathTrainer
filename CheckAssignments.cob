       02 asgDueDate PIC X(8).
       02 asgCreatedDate PIC X(8).
       02 asgOpenFlag PIC X(1).
       02 asgRegroup PIC X(1).
       02 asgGroup PIC X(10).
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
01 openAssignments PIC 9(3) VALUE ZERO.
01 asgExerciseName PIC X(15).
01 doneCount PIC 9(4).
01 regroupText PIC X(24).
01 effectiveDueDate PIC X(8).
01 memberFromDate PIC X(8).
01 memberToDate PIC X(8).
01 groupMember PIC X(1).
LINKAGE SECTION.
01 loggedInPlayer PIC X(10).
PROCEDURE DIVISION USING loggedInPlayer.
    CLOSE assignmentsFile.
    EXIT PROGRAM.
ReportOneAssignment.
    IF asgGroup NOT = SPACES
       MOVE asgCreatedDate TO memberFromDate
       MOVE asgCreatedDate TO memberToDate
       CALL 'CheckGroupMember' USING asgGroup, loggedInPlayer, memberFromDate,
           memberToDate, groupMember
       IF groupMember NOT = "Y"
          EXIT PARAGRAPH
       END-IF
    END-IF
    PERFORM MapAssignmentExerciseName
    CALL 'ExcusedDueDate' USING loggedInPlayer, asgCreatedDate, asgDueDate,
        effectiveDueDate
    PERFORM CountAssignmentWork
    IF openAssignments = ZERO
       DISPLAY "You have assigned work:"
    ELSE
       DISPLAY "  " asgExerciseName " level " asgLevel " - due " asgDueDate " - "
           doneCount " of " asgQuestionCount " done"
    END-IF
    IF effectiveDueDate NOT = asgDueDate
       DISPLAY "    due date moved to " effectiveDueDate " for your days off school"
    END-IF
    PERFORM MapRegroupText
    IF regroupText NOT = SPACES
       DISPLAY "    run it with regrouping " asgRegroup " - " regroupText
    END-IF.
CountAssignmentWork.
    MOVE ZERO TO doneCount
                  IF slExercise = asgExerciseName AND slLevel = asgLevel
                          AND slResult NOT = "H"
                          AND slDate >= asgCreatedDate
                          AND slDate <= effectiveDueDate
                     ADD 1 TO doneCount
                  END-IF
               END-IF
        WHEN "19" MOVE "MIXEDOP" TO asgExerciseName
        WHEN OTHER MOVE SPACES TO asgExerciseName
    END-EVALUATE.
MapRegroupText.
    EVALUATE asgRegroup
        WHEN "A" MOVE "carry/borrow every time" TO regroupText
        WHEN "N" MOVE "no carrying or borrowing" TO regroupText
        WHEN OTHER MOVE SPACES TO regroupText
    END-EVALUATE.
