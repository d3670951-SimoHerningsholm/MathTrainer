       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ClassGoalMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT classGoalsFile ASSIGN TO "classgoals.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cgKey
    FILE STATUS IS classGoalsFileStatus.
DATA DIVISION.
FILE SECTION.
FD classGoalsFile.
01 classGoalData.
       02 cgKey.
           03 cgClassCode PIC X(6).
           03 cgSeq PIC 9(3).
       02 cgReward PIC X(30).
       02 cgTarget PIC 9(7).
       02 cgStartDate PIC X(8).
       02 cgDeadline PIC X(8).
       02 cgSetBy PIC X(10).
WORKING-STORAGE SECTION.
01 classGoalsFileStatus PIC X(2).
01 goalChoice PIC X(1).
       88 validGoalChoice VALUES ARE 1 THRU 4.
       88 validGoalExitChoice VALUE 0.
01 runGoalMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 recordExist PIC X(1).
01 todayDate PIC X(8).
01 nextSeq PIC 9(3).
01 seqEntry PIC 9(3).
01 goalsListed PIC 9(3).
01 statusText PIC X(8).
01 confirmEntry PIC X(1).
01 goalPercent PIC 9(3).
01 sharePercent PIC 9(3).
01 zeroCount PIC 9(3).
01 tallyIndex PIC 9(3).
01 sortIndex PIC 9(3).
01 swapEntry.
       02 swapPlayer PIC X(10).
       02 swapPoints PIC 9(7).
01 contributorName PIC X(30).
01 tallyResult.
       02 tallyTotal PIC 9(7).
       02 tallyStudentCount PIC 9(3).
       02 tallyEntry OCCURS 60 TIMES.
           03 tallyPlayer PIC X(10).
           03 tallyPoints PIC 9(7).
LINKAGE SECTION.
01 teacherName PIC X(10).
01 teacherClassCode PIC X(6).
PROCEDURE DIVISION USING teacherName, teacherClassCode.
ClassGoalMaintProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    IF teacherClassCode = SPACES
       DISPLAY "Choose a class first"
       EXIT PROGRAM
    END-IF
    OPEN I-O classGoalsFile
    IF classGoalsFileStatus = "35"
       OPEN OUTPUT classGoalsFile
       CLOSE classGoalsFile
       OPEN I-O classGoalsFile
    END-IF
    IF classGoalsFileStatus NOT = "00"
       DISPLAY "Could not open class goals, status " classGoalsFileStatus
       EXIT PROGRAM
    END-IF
    MOVE "Y" TO runGoalMenu
    PERFORM UNTIL runGoalMenu = "N"
       DISPLAY "=== Class goals for " teacherClassCode " ==="
       DISPLAY "1: List class goals with progress"
       DISPLAY "2: Set a new class goal"
       DISPLAY "3: Contributor report for a goal"
       DISPLAY "4: Remove a class goal"
       DISPLAY "0: Return"
       ACCEPT goalChoice
       EVALUATE TRUE
           WHEN validGoalChoice
               EVALUATE goalChoice
                   WHEN "1" PERFORM ListGoals
                   WHEN "2" PERFORM AddGoal
                   WHEN "3" PERFORM ContributorReport
                   WHEN "4" PERFORM RemoveGoal
               END-EVALUATE
           WHEN validGoalExitChoice
               MOVE "N" TO runGoalMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE classGoalsFile.
    EXIT PROGRAM.
ListGoals.
    MOVE ZERO TO goalsListed
    MOVE teacherClassCode TO cgClassCode
    MOVE ZERO TO cgSeq
    MOVE "N" TO noMoreRecords
    START classGoalsFile KEY IS >= cgKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ classGoalsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF cgClassCode NOT = teacherClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  ADD 1 TO goalsListed
                  PERFORM DisplayOneGoal
               END-IF
       END-READ
    END-PERFORM
    IF goalsListed = ZERO
       DISPLAY "No class goals set for " teacherClassCode
    END-IF.
DisplayOneGoal.
    EVALUATE TRUE
        WHEN todayDate < cgStartDate MOVE "planned" TO statusText
        WHEN todayDate > cgDeadline MOVE "closed" TO statusText
        WHEN OTHER MOVE "running" TO statusText
    END-EVALUATE
    CALL 'TallyClassGoal' USING cgClassCode, cgStartDate, cgDeadline, tallyResult
    PERFORM ComputeGoalPercent
    DISPLAY cgSeq ": " cgReward " - " statusText
    DISPLAY "     " cgStartDate " to " cgDeadline " - " tallyTotal " of " cgTarget
        " points (" goalPercent "%) - set by " cgSetBy.
ComputeGoalPercent.
    MOVE ZERO TO goalPercent
    IF cgTarget > ZERO
       IF tallyTotal >= cgTarget
          MOVE 100 TO goalPercent
       ELSE
          COMPUTE goalPercent = (tallyTotal * 100) / cgTarget
       END-IF
    END-IF.
AddGoal.
    MOVE 1 TO nextSeq
    MOVE teacherClassCode TO cgClassCode
    MOVE ZERO TO cgSeq
    MOVE "N" TO noMoreRecords
    START classGoalsFile KEY IS >= cgKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ classGoalsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF cgClassCode NOT = teacherClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  COMPUTE nextSeq = cgSeq + 1
               END-IF
       END-READ
    END-PERFORM
    MOVE SPACES TO classGoalData
    MOVE teacherClassCode TO cgClassCode
    MOVE nextSeq TO cgSeq
    DISPLAY "Describe the class reward (e.g. film afternoon)"
    ACCEPT cgReward
    IF cgReward = SPACES
       DISPLAY "A reward description is required"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Points the whole class must earn together"
    ACCEPT cgTarget
    IF cgTarget = ZERO
       DISPLAY "The target must be more than zero"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "First day that counts (YYYYMMDD, Enter for today)"
    ACCEPT cgStartDate
    IF cgStartDate = SPACES
       MOVE todayDate TO cgStartDate
    END-IF
    DISPLAY "Deadline (YYYYMMDD)"
    ACCEPT cgDeadline
    IF cgStartDate NOT NUMERIC OR cgDeadline NOT NUMERIC
            OR cgStartDate > cgDeadline
       DISPLAY "The window must be two dates in order"
       EXIT PARAGRAPH
    END-IF
    MOVE teacherName TO cgSetBy
    WRITE classGoalData
        INVALID KEY DISPLAY "Could not store the class goal"
        NOT INVALID KEY DISPLAY "Class goal " cgSeq " stored for " cgClassCode
    END-WRITE.
ReadGoalEntry.
    DISPLAY "Goal number"
    ACCEPT seqEntry
    MOVE teacherClassCode TO cgClassCode
    MOVE seqEntry TO cgSeq
    MOVE "Y" TO recordExist
    READ classGoalsFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    IF recordExist = "N"
       DISPLAY "No class goal " seqEntry " for " teacherClassCode
    END-IF.
ContributorReport.
    PERFORM ReadGoalEntry
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    PERFORM DisplayOneGoal
    IF tallyStudentCount = ZERO
       DISPLAY "No students are registered in " teacherClassCode
       EXIT PARAGRAPH
    END-IF
    PERFORM SortContributors
    MOVE ZERO TO zeroCount
    DISPLAY "Student     Name                           Points  Share"
    PERFORM VARYING tallyIndex FROM 1 BY 1 UNTIL tallyIndex > tallyStudentCount
       CALL 'GetStudentName' USING tallyPlayer(tallyIndex), contributorName
       MOVE ZERO TO sharePercent
       IF tallyTotal > ZERO
          COMPUTE sharePercent ROUNDED = (tallyPoints(tallyIndex) * 100) / tallyTotal
       END-IF
       IF tallyPoints(tallyIndex) = ZERO
          ADD 1 TO zeroCount
          DISPLAY tallyPlayer(tallyIndex) "  " contributorName " " tallyPoints(tallyIndex)
              "   " sharePercent "%  NO CONTRIBUTION"
       ELSE
          DISPLAY tallyPlayer(tallyIndex) "  " contributorName " " tallyPoints(tallyIndex)
              "   " sharePercent "%"
       END-IF
    END-PERFORM
    DISPLAY tallyStudentCount " student(s), " zeroCount " with no points in the window".
SortContributors.
    PERFORM VARYING tallyIndex FROM 1 BY 1 UNTIL tallyIndex >= tallyStudentCount
       PERFORM VARYING sortIndex FROM 1 BY 1
               UNTIL sortIndex > tallyStudentCount - tallyIndex
          IF tallyPoints(sortIndex) < tallyPoints(sortIndex + 1)
             MOVE tallyEntry(sortIndex) TO swapEntry
             MOVE tallyEntry(sortIndex + 1) TO tallyEntry(sortIndex)
             MOVE swapEntry TO tallyEntry(sortIndex + 1)
          END-IF
       END-PERFORM
    END-PERFORM.
RemoveGoal.
    PERFORM ReadGoalEntry
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    PERFORM DisplayOneGoal
    DISPLAY "Remove this class goal? (Y/N)"
    ACCEPT confirmEntry
    IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
       DISPLAY "Class goal kept"
       EXIT PARAGRAPH
    END-IF
    DELETE classGoalsFile
        INVALID KEY DISPLAY "Could not remove the class goal"
        NOT INVALID KEY DISPLAY "Class goal removed"
    END-DELETE.
