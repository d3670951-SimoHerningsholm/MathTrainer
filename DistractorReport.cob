       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DistractorReport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
COPY SESSIONREC.
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 noMoreLogRecords PIC X(1).
01 classCodeEntry PIC X(6).
01 reportPlayer PIC X(10).
01 exerciseTotals.
       02 exerciseEntry OCCURS 20 TIMES.
           03 dtExercise PIC X(15).
           03 dtAnswered PIC 9(5).
           03 dtCorrect PIC 9(5).
           03 dtHistoryPicked PIC 9(5).
           03 dtNearMissPicked PIC 9(5).
01 exerciseCount PIC 9(2) VALUE ZERO.
01 exerciseIndex PIC 9(2).
01 exerciseFound PIC X(1).
01 classAccess PIC X(1).
LINKAGE SECTION.
01 reportTeacher PIC X(10).
PROCEDURE DIVISION USING reportTeacher.
DistractorReportProcess.
    DISPLAY "=== Multiple-choice distractor report ==="
    DISPLAY "Enter the class code"
    ACCEPT classCodeEntry
    CALL 'CheckClassAccess' USING reportTeacher, classCodeEntry, classAccess
    IF classAccess = "N"
       DISPLAY "You are not on the staff of class " classCodeEntry
       EXIT PROGRAM
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       EXIT PROGRAM
    END-IF
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "Could not open session log file, status " sessionLogFileStatus
       CLOSE playersFile
       EXIT PROGRAM
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF classCode = classCodeEntry AND roleFlag NOT = "T"
                  MOVE userName TO reportPlayer
                  PERFORM TallyOnePlayer
               END-IF
       END-READ
    END-PERFORM
    CLOSE sessionLogFile
    CLOSE playersFile
    PERFORM DisplayTotals.
    EXIT PROGRAM.
TallyOnePlayer.
    MOVE "N" TO noMoreLogRecords
    MOVE reportPlayer TO slUserName
    START sessionLogFile KEY IS = slUserName
        INVALID KEY MOVE "Y" TO noMoreLogRecords
    END-START
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               IF slUserName NOT = reportPlayer
                  MOVE "Y" TO noMoreLogRecords
               ELSE
                  IF slAnswerFormat = "M" AND slChoicePicked NOT = SPACE
                     PERFORM TallyOneAnswer
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
TallyOneAnswer.
    MOVE "N" TO exerciseFound
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > exerciseCount
       IF dtExercise(exerciseIndex) = slExercise
          MOVE "Y" TO exerciseFound
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF exerciseFound = "N"
       IF exerciseCount >= 20
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO exerciseCount
       MOVE exerciseCount TO exerciseIndex
       MOVE slExercise TO dtExercise(exerciseIndex)
       MOVE ZERO TO dtAnswered(exerciseIndex)
       MOVE ZERO TO dtCorrect(exerciseIndex)
       MOVE ZERO TO dtHistoryPicked(exerciseIndex)
       MOVE ZERO TO dtNearMissPicked(exerciseIndex)
    END-IF
    ADD 1 TO dtAnswered(exerciseIndex)
    EVALUATE slChoiceSource
        WHEN "C" ADD 1 TO dtCorrect(exerciseIndex)
        WHEN "H" ADD 1 TO dtHistoryPicked(exerciseIndex)
        WHEN "G" ADD 1 TO dtNearMissPicked(exerciseIndex)
    END-EVALUATE.
DisplayTotals.
    IF exerciseCount = ZERO
       DISPLAY "No multiple-choice answers recorded for class " classCodeEntry
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Class " classCodeEntry " - answers picked by option type"
    DISPLAY "Exercise        Answered  Correct  Past-mistake  Near-miss"
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > exerciseCount
       DISPLAY dtExercise(exerciseIndex) " " dtAnswered(exerciseIndex) "     "
           dtCorrect(exerciseIndex) "    " dtHistoryPicked(exerciseIndex) "         "
           dtNearMissPicked(exerciseIndex)
    END-PERFORM
    DISPLAY "Past-mistake options are built from the class's own recorded wrong answers".
