01 lastPracticeInteger PIC 9(8) VALUE ZERO.
01 lastPracticeDate PIC X(8) VALUE SPACES.
01 dayGap PIC S9(8).
01 gapStartInteger PIC 9(8).
01 gapEndInteger PIC 9(8).
01 gapInteger PIC 9(8).
01 gapFull PIC 9(8).
01 gapDate PIC X(8).
01 gapExcused PIC X(1).
01 excusedFlag PIC X(1).
01 maxExcusedGap PIC 9(3) VALUE 90.
01 milestoneBonus PIC 9(2) VALUE 5.
01 ledgerDelta PIC S9(7).
01 ledgerBalance PIC 9(7).
    END-IF
    COMPUTE dayGap = todayInteger - lastPracticeInteger
    IF dayGap > 1
       COMPUTE gapStartInteger = lastPracticeInteger + 1
       COMPUTE gapEndInteger = todayInteger - 1
       PERFORM CheckGapExcused
       IF gapExcused = "N"
          MOVE ZERO TO runningStreak
       END-IF
    END-IF
    PERFORM UpdateStreakRecord
    DISPLAY "Practice streak: " runningStreak " day(s) in a row - best ever "
    END-IF
    MOVE slDate TO recordFull
    COMPUTE recordInteger = FUNCTION INTEGER-OF-DATE(recordFull)
    IF previousInteger NOT = ZERO AND recordInteger <= previousInteger
       EXIT PARAGRAPH
    END-IF
    IF previousInteger = ZERO
       MOVE 1 TO runningStreak
    ELSE
       IF recordInteger = previousInteger + 1
          ADD 1 TO runningStreak
       ELSE
          COMPUTE gapStartInteger = previousInteger + 1
          COMPUTE gapEndInteger = recordInteger - 1
          PERFORM CheckGapExcused
          IF gapExcused = "Y"
             ADD 1 TO runningStreak
          ELSE
             MOVE 1 TO runningStreak
          END-IF
       END-IF
    END-IF
    IF runningStreak > bestStreakSeen
    MOVE recordInteger TO previousInteger
    MOVE recordInteger TO lastPracticeInteger
    MOVE slDate TO lastPracticeDate.
CheckGapExcused.
    MOVE "Y" TO gapExcused
    IF gapEndInteger - gapStartInteger >= maxExcusedGap
       MOVE "N" TO gapExcused
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING gapInteger FROM gapStartInteger BY 1
            UNTIL gapInteger > gapEndInteger OR gapExcused = "N"
       COMPUTE gapFull = FUNCTION DATE-OF-INTEGER(gapInteger)
       MOVE gapFull TO gapDate
       CALL 'CheckExcusedDay' USING loggedInPlayer, gapDate, excusedFlag
       IF excusedFlag = "N"
          MOVE "N" TO gapExcused
       END-IF
    END-PERFORM.
UpdateStreakRecord.
    OPEN I-O streaksFile
    IF streaksFileStatus = "35"
