01 cardLevel PIC 9(1).
01 cardsWritten PIC 9(4) VALUE ZERO.
01 exerciseStats.
       02 exerciseStatEntry OCCURS 21 TIMES.
           03 exerciseStatName PIC X(15).
           03 exerciseStatAttempts PIC 9(5).
           03 exerciseStatCorrect PIC 9(5).
01 totalTermAttempts PIC 9(6).
01 totalTermCorrect PIC 9(6).
01 spoolSubject PIC X(10).
01 classAccess PIC X(1).
LINKAGE SECTION.
01 reportTeacher PIC X(10).
PROCEDURE DIVISION USING reportTeacher.
ReportCardsProcess.
    DISPLAY "=== Term report cards ==="
    DISPLAY "Enter the class code"
    ACCEPT classCodeEntry
    CALL 'CheckClassAccess' USING reportTeacher, classCodeEntry, classAccess
    IF classAccess = "N"
       DISPLAY "You are not on the staff of class " classCodeEntry
       EXIT PROGRAM
    END-IF
    DISPLAY "Enter the term start date (YYYYMMDD)"
    ACCEPT termStartDate
    DISPLAY "Enter the term label for classroom marks (blank = none)"
    WRITE reportCardLine
    MOVE "Exercise results this term:" TO reportCardLine
    WRITE reportCardLine
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 21
       IF exerciseStatAttempts(exerciseIndex) > ZERO
          COMPUTE badgeAccuracy ROUNDED =
              (exerciseStatCorrect(exerciseIndex) * 100)
    ADD 1 TO cardsWritten
    DISPLAY "Wrote " reportCardFileName.
TallyTermSessions.
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 21
       MOVE SPACES TO exerciseStatName(exerciseIndex)
       MOVE ZERO TO exerciseStatAttempts(exerciseIndex)
       MOVE ZERO TO exerciseStatCorrect(exerciseIndex)
    MOVE "MONEY" TO exerciseStatName(13)
    MOVE "CLOCK" TO exerciseStatName(14)
    MOVE "EQUATION" TO exerciseStatName(15)
    MOVE "UNITCONV" TO exerciseStatName(16)
    MOVE "GEOMETRY" TO exerciseStatName(17)
    MOVE "ROUNDING" TO exerciseStatName(18)
    MOVE "NUMBERTHEORY" TO exerciseStatName(19)
    MOVE "STATISTICS" TO exerciseStatName(20)
    MOVE "SEQUENCE" TO exerciseStatName(21)
    MOVE ZERO TO practiceDays
    MOVE SPACES TO previousDate
    MOVE "N" TO noMoreLogRecords
                     END-IF
                     IF slResult NOT = "H"
                        PERFORM VARYING exerciseIndex FROM 1 BY 1
                                UNTIL exerciseIndex > 21
                           IF exerciseStatName(exerciseIndex) = slExercise
                              ADD 1 TO exerciseStatAttempts(exerciseIndex)
                              IF slResult = "Y"
    END-READ
    MOVE ZERO TO totalTermAttempts
    MOVE ZERO TO totalTermCorrect
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 21
       ADD exerciseStatAttempts(exerciseIndex) TO totalTermAttempts
       ADD exerciseStatCorrect(exerciseIndex) TO totalTermCorrect
    END-PERFORM
