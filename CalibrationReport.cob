01 sessionLogFileStatus PIC X(2).
01 noMoreRecords PIC X(1) VALUE "N".
01 calibrationTable.
       02 calibrationExercise OCCURS 21 TIMES.
           03 calibrationName PIC X(15).
           03 calibrationLevel OCCURS 4 TIMES.
               04 calibrationAttempts PIC 9(6).
       END-READ
    END-PERFORM
    CLOSE sessionLogFile
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 21
       PERFORM DisplayOneExercise
    END-PERFORM.
    EXIT PROGRAM.
InitCalibrationTable.
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 21
       MOVE SPACES TO calibrationName(exerciseIndex)
       PERFORM VARYING levelIndex FROM 1 BY 1 UNTIL levelIndex > 4
          MOVE ZERO TO calibrationAttempts(exerciseIndex, levelIndex)
    MOVE "MIXEDOP" TO calibrationName(12)
    MOVE "MONEY" TO calibrationName(13)
    MOVE "CLOCK" TO calibrationName(14)
    MOVE "EQUATION" TO calibrationName(15)
    MOVE "UNITCONV" TO calibrationName(16)
    MOVE "GEOMETRY" TO calibrationName(17)
    MOVE "ROUNDING" TO calibrationName(18)
    MOVE "NUMBERTHEORY" TO calibrationName(19)
    MOVE "STATISTICS" TO calibrationName(20)
    MOVE "SEQUENCE" TO calibrationName(21).
TallyOneSessionRecord.
    IF slResult = "H" OR slLevel < "1" OR slLevel > "4"
       EXIT PARAGRAPH
    END-IF
    MOVE slLevel TO levelIndex
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 21
       IF calibrationName(exerciseIndex) = slExercise
          ADD 1 TO calibrationAttempts(exerciseIndex, levelIndex)
          IF slResult = "Y"
