       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD guardianAuthFile.
01 guardianAuthData.
       02 gaUserName PIC X(10).
       02 asgDueDate PIC X(8).
       02 asgCreatedDate PIC X(8).
       02 asgOpenFlag PIC X(1).
       02 asgRegroup PIC X(1).
       02 asgGroup PIC X(10).
WORKING-STORAGE SECTION.
01 guardianFileStatus PIC X(2).
01 guardianAuthFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 assignmentsFileStatus PIC X(2).
01 portalChoice PIC X(1).
       88 validPortalChoice VALUES ARE 1 THRU 5.
       88 validPortalExitChoice VALUE 0.
01 runPortalMenu PIC X(1) VALUE "Y".
01 guardianExist PIC X(1).
01 recordFull PIC 9(8).
01 sessionsShown PIC 9(3).
01 openShown PIC 9(3).
01 accessRole PIC X(10) VALUE "GUARDIAN".
01 ticketRole PIC X(1) VALUE "G".
01 accessFunction PIC X(16).
01 memberFromDate PIC X(8).
01 memberToDate PIC X(8).
01 groupMember PIC X(1).
PROCEDURE DIVISION.
PortalProcess.
    DISPLAY "=== Guardian portal ==="
    DISPLAY "Enter your guardian id (for one child this is the child's username)"
    ACCEPT guardianIdEntry
    MOVE "Y" TO guardianExist
       EXIT PROGRAM
    END-IF
    DISPLAY "Welcome, " FUNCTION TRIM(guardianName)
    CALL 'CheckAnnouncements' USING guardianIdEntry
    PERFORM GatherLinkedChildren
    PERFORM PickChild
    PERFORM LookupChildClass
       DISPLAY "1: Recent practice sessions (last 14 days)"
       DISPLAY "2: Weekly goal progress"
       DISPLAY "3: Open homework for the class"
       DISPLAY "4: Home incentives"
       DISPLAY "5: Report a problem to the help desk"
       DISPLAY "0: Log out"
       ACCEPT portalChoice
       EVALUATE TRUE
           WHEN validPortalChoice
               EVALUATE portalChoice
                   WHEN "1"
                       MOVE "RECENTSESSIONS" TO accessFunction
                       PERFORM LogGuardianView
                       PERFORM ShowRecentSessions
                   WHEN "2"
                       MOVE "GOALPROGRESS" TO accessFunction
                       PERFORM LogGuardianView
                       CALL 'CheckGoalProgress' USING childUserName
                   WHEN "3" PERFORM ShowOpenHomework
                   WHEN "4"
                       MOVE "HOMEINCENTIVES" TO accessFunction
                       PERFORM LogGuardianView
                       CALL 'HomeIncentiveMaint' USING guardianIdEntry, childUserName
                   WHEN "5"
                       CALL 'RaiseTicket' USING guardianIdEntry, ticketRole, childUserName
               END-EVALUATE
           WHEN validPortalExitChoice
               MOVE "N" TO runPortalMenu
       END-EVALUATE
    END-PERFORM.
    EXIT PROGRAM.
LogGuardianView.
    CALL 'LogDataAccess' USING guardianIdEntry, accessRole, childUserName,
        accessFunction.
LookupChildClass.
    MOVE SPACES TO childClassCode
    MOVE "Y" TO childExist
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF asgOpenFlag = "Y"
                     PERFORM ShowOneOpenAssignment
                  END-IF
               END-IF
       END-READ
    IF openShown = ZERO
       DISPLAY "No open homework for the class"
    END-IF.
ShowOneOpenAssignment.
    IF asgGroup NOT = SPACES
       MOVE asgCreatedDate TO memberFromDate
       MOVE asgCreatedDate TO memberToDate
       CALL 'CheckGroupMember' USING asgGroup, childUserName, memberFromDate,
           memberToDate, groupMember
       IF groupMember NOT = "Y"
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO openShown
    DISPLAY "Assignment " asgSeq ": exercise " asgExercise
        " level " asgLevel " - " asgQuestionCount
        " question(s), due " asgDueDate.
GatherLinkedChildren.
    MOVE ZERO TO childCount
    OPEN INPUT guardianLinksFile
