01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 recordFull PIC 9(8).
01 groupEntry PIC X(10) VALUE SPACES.
01 groupClassCode PIC X(6).
01 groupFound PIC X(1).
01 groupMember PIC X(1).
01 memberToDate PIC X(8).
01 classAccess PIC X(1).
LINKAGE SECTION.
01 reportTeacher PIC X(10).
PROCEDURE DIVISION USING reportTeacher.
StandingsProcess.
    DISPLAY "=== Class standings report ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    COMPUTE cutoffFull =
        FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) - 7)
    DISPLAY "Group code (Enter for all classes)"
    ACCEPT groupEntry
    IF groupEntry NOT = SPACES
       CALL 'ValidateGroup' USING groupEntry, groupClassCode, groupFound
       IF groupFound NOT = "Y"
          DISPLAY "No group " groupEntry
          EXIT PROGRAM
       END-IF
       CALL 'CheckClassAccess' USING reportTeacher, groupClassCode, classAccess
       IF classAccess = "N"
          DISPLAY "You are not on the staff of class " groupClassCode
          EXIT PROGRAM
       END-IF
    END-IF
    PERFORM SetStandingsWindow
    IF groupEntry = SPACES
       PERFORM LoadClassMaster
    ELSE
       MOVE 1 TO classCount
       MOVE groupClassCode TO classListCode(1)
       MOVE ZERO TO classMembers(1)
       MOVE ZERO TO classPointsTotal(1)
       MOVE ZERO TO classAttempts(1)
       MOVE ZERO TO classCorrect(1)
       MOVE ZERO TO classActiveWeek(1)
    END-IF
    PERFORM LoadPlayers
    IF standingCount = ZERO AND classCount = ZERO
       DISPLAY "No players or classes found"
    PERFORM VARYING classIndex FROM 1 BY 1 UNTIL classIndex > classCount
       PERFORM DisplayOneClassStandings
    END-PERFORM
    IF groupEntry = SPACES
       PERFORM DisplayClassSummary
    END-IF.
    EXIT PROGRAM.
LoadClassMaster.
    OPEN INPUT classesFile
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE "Y" TO groupMember
               IF groupEntry NOT = SPACES
                  CALL 'CheckGroupMember' USING groupEntry, userName,
                      windowCutoffText, todayDate, groupMember
                  MOVE groupClassCode TO classCode
               END-IF
               IF roleFlag NOT = "T" AND classCode NOT = SPACES
                       AND groupMember = "Y" AND standingCount < 500
                  ADD 1 TO standingCount
                  MOVE userName TO standingPlayer(standingCount)
                  MOVE classCode TO standingClass(standingCount)
       MOVE ZERO TO classCorrect(classCount)
       MOVE ZERO TO classActiveWeek(classCount)
    END-IF.
SetStandingsWindow.
    MOVE "STANDINGSDAYS" TO paramName
    MOVE 90 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    COMPUTE windowCutoff =
        FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull)
            - standingsDays)
    MOVE windowCutoff TO windowCutoffText.
TallySessionLog.
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "Could not open session log file, status " sessionLogFileStatus
    END-PERFORM
    CLOSE sessionLogFile.
TallyOneLogRecord.
    IF groupEntry NOT = SPACES
       MOVE slDate TO memberToDate
       CALL 'CheckGroupMember' USING groupEntry, slUserName, slDate, memberToDate,
           groupMember
       IF groupMember NOT = "Y"
          EXIT PARAGRAPH
       END-IF
    END-IF
    PERFORM VARYING standingIndex FROM 1 BY 1 UNTIL standingIndex > standingCount
       IF standingPlayer(standingIndex) = slUserName
          IF slResult NOT = "H"
    END-PERFORM.
DisplayOneClassStandings.
    DISPLAY " "
    IF groupEntry = SPACES
       DISPLAY "=== Class " classListCode(classIndex) " ==="
    ELSE
       DISPLAY "=== Group " FUNCTION TRIM(groupEntry) " (class "
           classListCode(classIndex) ") ==="
    END-IF
    MOVE ZERO TO rankedCount
    PERFORM VARYING standingIndex FROM 1 BY 1 UNTIL standingIndex > standingCount
       IF standingClass(standingIndex) = classListCode(classIndex)
          COMPUTE lineAccuracy ROUNDED =
              (classCorrect(classIndex) * 100) / classAttempts(classIndex)
       END-IF
       IF groupEntry = SPACES
          DISPLAY "Class average: " classAveragePoints " points - "
              lineAccuracy "% accuracy - " classActiveWeek(classIndex)
              " of " classMembers(classIndex) " practiced this week"
       ELSE
          DISPLAY "Group average: " classAveragePoints " points - "
              lineAccuracy "% accuracy - " classActiveWeek(classIndex)
              " of " classMembers(classIndex) " practiced this week"
          DISPLAY "Counts only answers given while in the group since " windowCutoffText
       END-IF
    ELSE
       IF groupEntry = SPACES
          DISPLAY "No players are registered in this class yet"
       ELSE
          DISPLAY "Nobody has been in this group since " windowCutoffText
       END-IF
    END-IF.
SortRankedByPoints.
    PERFORM VARYING standingIndex FROM 1 BY 1 UNTIL standingIndex >= rankedCount
