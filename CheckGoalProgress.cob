01 weekAttempts PIC 9(5) VALUE ZERO.
01 weekCorrect PIC 9(5) VALUE ZERO.
01 weekAccuracy PIC 9(3) VALUE ZERO.
01 todayInteger PIC 9(8).
01 dayInteger PIC 9(8).
01 dayFull PIC 9(8).
01 dayDate PIC X(8).
01 excusedFlag PIC X(1).
01 excusedDays PIC 9(1) VALUE ZERO.
01 weekSchoolDays PIC 9(1) VALUE 7.
01 adjustedTarget PIC 9(3).
LINKAGE SECTION.
01 loggedInPlayer PIC X(10).
PROCEDURE DIVISION USING loggedInPlayer.
       END-READ
    END-PERFORM
    CLOSE sessionLogFile
    PERFORM CountExcusedDays
    PERFORM DisplayGoalProgress.
    EXIT PROGRAM.
TallyGoalRecord.
          ADD 1 TO weekCorrect
       END-IF
    END-IF.
CountExcusedDays.
    MOVE ZERO TO excusedDays
    COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(todayFull)
    PERFORM VARYING dayInteger FROM todayInteger BY -1
            UNTIL dayInteger <= todayInteger - 7
       COMPUTE dayFull = FUNCTION DATE-OF-INTEGER(dayInteger)
       MOVE dayFull TO dayDate
       CALL 'CheckExcusedDay' USING loggedInPlayer, dayDate, excusedFlag
       IF excusedFlag = "Y"
          ADD 1 TO excusedDays
       END-IF
    END-PERFORM
    COMPUTE weekSchoolDays = 7 - excusedDays
    COMPUTE adjustedTarget = (goalTarget * weekSchoolDays + 6) / 7.
DisplayGoalProgress.
    IF weekSchoolDays = ZERO
       DISPLAY "Weekly goal paused - you have had no school days this week"
       EXIT PARAGRAPH
    END-IF
    IF weekAttempts > ZERO
       COMPUTE weekAccuracy ROUNDED = (weekCorrect * 100) / weekAttempts
    END-IF
       END-IF
    ELSE
       IF goalExercise = SPACES
          DISPLAY "Weekly goal: " adjustedTarget " questions - you have attempted "
              weekAttempts " this week"
       ELSE
          DISPLAY "Weekly goal: " adjustedTarget " questions in " goalExercise
              " - you have attempted " weekAttempts " this week"
       END-IF
       IF excusedDays > ZERO
          DISPLAY "(target eased from " goalTarget " for " excusedDays
              " day(s) off school)"
       END-IF
       IF weekAttempts >= adjustedTarget
          DISPLAY "Congratulations! You have met your weekly goal!"
       END-IF
    END-IF.
