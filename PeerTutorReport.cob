01 weakThreshold PIC 9(3) VALUE 60.
01 strongThreshold PIC 9(3) VALUE 85.
01 exerciseNames.
       02 exerciseName PIC X(15) OCCURS 21 TIMES.
01 studentTable.
       02 studentEntry OCCURS 40 TIMES.
           03 stuName PIC X(10).
           03 stuCell OCCURS 21 TIMES.
               04 stuAttempts PIC 9(5).
               04 stuCorrect PIC 9(5).
01 studentCount PIC 9(2) VALUE ZERO.
01 phTutor PIC X(10).
01 phTutee PIC X(10).
01 phFull PIC 9(8).
01 classAccess PIC X(1).
LINKAGE SECTION.
01 reportTeacher PIC X(10).
PROCEDURE DIVISION USING reportTeacher.
PeerTutorProcess.
    DISPLAY "=== Peer-tutoring pairing report ==="
    DISPLAY "Enter the class code"
    ACCEPT classCodeEntry
    CALL 'CheckClassAccess' USING reportTeacher, classCodeEntry, classAccess
    IF classAccess = "N"
       DISPLAY "You are not on the staff of class " classCodeEntry
       EXIT PROGRAM
    END-IF
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    COMPUTE recentCutoff =
    MOVE "MIXEDOP" TO exerciseName(12)
    MOVE "MONEY" TO exerciseName(13)
    MOVE "CLOCK" TO exerciseName(14)
    MOVE "EQUATION" TO exerciseName(15)
    MOVE "UNITCONV" TO exerciseName(16)
    MOVE "GEOMETRY" TO exerciseName(17)
    MOVE "ROUNDING" TO exerciseName(18)
    MOVE "NUMBERTHEORY" TO exerciseName(19)
    MOVE "STATISTICS" TO exerciseName(20)
    MOVE "SEQUENCE" TO exerciseName(21).
LoadClassStudents.
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
                  ADD 1 TO studentCount
                  MOVE userName TO stuName(studentCount)
                  PERFORM VARYING exerciseIndex FROM 1 BY 1
                          UNTIL exerciseIndex > 21
                     MOVE ZERO TO stuAttempts(studentCount, exerciseIndex)
                     MOVE ZERO TO stuCorrect(studentCount, exerciseIndex)
                  END-PERFORM
               ELSE
                  IF slResult NOT = "H"
                     PERFORM VARYING exerciseIndex FROM 1 BY 1
                             UNTIL exerciseIndex > 21
                        IF exerciseName(exerciseIndex) = slExercise
                           ADD 1 TO stuAttempts(studentIndex, exerciseIndex)
                           IF slResult = "Y"
    END-PERFORM.
ProposePairs.
    PERFORM VARYING studentIndex FROM 1 BY 1 UNTIL studentIndex > studentCount
       PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 21
          IF stuAttempts(studentIndex, exerciseIndex) >= minAttempts
             COMPUTE cellAccuracy ROUNDED =
                 (stuCorrect(studentIndex, exerciseIndex) * 100)
