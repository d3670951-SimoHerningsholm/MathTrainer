FD sessionLogFile.
COPY SESSIONREC.
FD chartFile.
01 chartLine PIC X(100).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 chartFileStatus PIC X(2).
01 chartFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 noMoreLogRecords PIC X(1).
01 classCodeEntry PIC X(6).
01 reportDate PIC X(8).
01 exerciseNames.
       02 exerciseName PIC X(15) OCCURS 21 TIMES.
01 exerciseShort.
       02 exerciseShortName PIC X(3) OCCURS 21 TIMES.
01 cellTable.
       02 cellAttempts PIC 9(5) OCCURS 21 TIMES.
01 cellCorrectTable.
       02 cellCorrect PIC 9(5) OCCURS 21 TIMES.
01 exerciseIndex PIC 9(2).
01 cellAccuracy PIC 9(3).
01 chartPlayer PIC X(10).
01 lineOnPage PIC 9(2).
01 pageNumber PIC 9(2).
01 studentsCharted PIC 9(3) VALUE ZERO.
01 groupEntry PIC X(10) VALUE SPACES.
01 groupClassCode PIC X(6).
01 groupFound PIC X(1).
01 groupMember PIC X(1).
01 memberToDate PIC X(8).
01 classAccess PIC X(1).
LINKAGE SECTION.
01 reportTeacher PIC X(10).
PROCEDURE DIVISION USING reportTeacher.
WallChartProcess.
    DISPLAY "=== Class mastery wall chart ==="
    DISPLAY "Enter the class code"
    ACCEPT classCodeEntry
    CALL 'CheckClassAccess' USING reportTeacher, classCodeEntry, classAccess
    IF classAccess = "N"
       DISPLAY "You are not on the staff of class " classCodeEntry
       EXIT PROGRAM
    END-IF
    DISPLAY "Group code (Enter for the whole class)"
    ACCEPT groupEntry
    IF groupEntry NOT = SPACES
       CALL 'ValidateGroup' USING groupEntry, groupClassCode, groupFound
       IF groupFound NOT = "Y" OR groupClassCode NOT = classCodeEntry
          DISPLAY "No group " groupEntry " in class " classCodeEntry
          EXIT PROGRAM
       END-IF
    END-IF
    ACCEPT reportDate FROM DATE YYYYMMDD
    MOVE reportDate TO memberToDate
    PERFORM InitExerciseNames
    MOVE SPACES TO chartFileName
    IF groupEntry = SPACES
       STRING "wallchart_" DELIMITED BY SIZE
              FUNCTION TRIM(classCodeEntry) DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO chartFileName
       END-STRING
    ELSE
       STRING "wallchart_" DELIMITED BY SIZE
              FUNCTION TRIM(classCodeEntry) DELIMITED BY SIZE
              "_" DELIMITED BY SIZE
              FUNCTION TRIM(groupEntry) DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO chartFileName
       END-STRING
    END-IF
    OPEN OUTPUT chartFile
    IF chartFileStatus NOT = "00"
       DISPLAY "Could not open " chartFileName ", status " chartFileStatus
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE "Y" TO groupMember
               IF groupEntry NOT = SPACES
                  CALL 'CheckGroupMember' USING groupEntry, userName, reportDate,
                      memberToDate, groupMember
               END-IF
               IF classCode = classCodeEntry AND roleFlag NOT = "T"
                       AND groupMember = "Y"
                  MOVE userName TO chartPlayer
                  PERFORM TallyOneStudent
                  PERFORM WriteOneChartRow
    MOVE "MONEY" TO exerciseName(13)
    MOVE "CLOCK" TO exerciseName(14)
    MOVE "EQUATION" TO exerciseName(15)
    MOVE "UNITCONV" TO exerciseName(16)
    MOVE "GEOMETRY" TO exerciseName(17)
    MOVE "ROUNDING" TO exerciseName(18)
    MOVE "NUMBERTHEORY" TO exerciseName(19)
    MOVE "STATISTICS" TO exerciseName(20)
    MOVE "SEQUENCE" TO exerciseName(21)
    MOVE "ADD" TO exerciseShortName(1)
    MOVE "SUB" TO exerciseShortName(2)
    MOVE "MUL" TO exerciseShortName(3)
    MOVE "MIX" TO exerciseShortName(12)
    MOVE "MON" TO exerciseShortName(13)
    MOVE "CLK" TO exerciseShortName(14)
    MOVE "EQU" TO exerciseShortName(15)
    MOVE "UNT" TO exerciseShortName(16)
    MOVE "GEO" TO exerciseShortName(17)
    MOVE "RND" TO exerciseShortName(18)
    MOVE "NUM" TO exerciseShortName(19)
    MOVE "STA" TO exerciseShortName(20)
    MOVE "SEQ" TO exerciseShortName(21).
WriteChartHeader.
    ADD 1 TO pageNumber
    MOVE SPACES TO chartLine
    IF groupEntry = SPACES
       STRING "CLASS " classCodeEntry " MASTERY CHART - " reportDate
              " - page " pageNumber
           DELIMITED BY SIZE INTO chartLine
       END-STRING
    ELSE
       STRING "CLASS " classCodeEntry " GROUP " groupEntry " MASTERY CHART - "
              reportDate " - page " pageNumber
           DELIMITED BY SIZE INTO chartLine
       END-STRING
    END-IF
    WRITE chartLine
    MOVE SPACES TO chartLine
    MOVE "Student" TO chartLine(1:10)
    MOVE 12 TO columnPos
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 21
       MOVE exerciseShortName(exerciseIndex) TO chartLine(columnPos:3)
       ADD 4 TO columnPos
    END-PERFORM
    WRITE chartLine
    MOVE 3 TO lineOnPage.
TallyOneStudent.
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 21
       MOVE ZERO TO cellAttempts(exerciseIndex)
       MOVE ZERO TO cellCorrect(exerciseIndex)
    END-PERFORM
               ELSE
                  IF slResult NOT = "H"
                     PERFORM VARYING exerciseIndex FROM 1 BY 1
                             UNTIL exerciseIndex > 21
                        IF exerciseName(exerciseIndex) = slExercise
                           ADD 1 TO cellAttempts(exerciseIndex)
                           IF slResult = "Y"
    MOVE SPACES TO chartLine
    MOVE chartPlayer TO chartLine(1:10)
    MOVE 13 TO columnPos
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 21
       IF cellAttempts(exerciseIndex) = ZERO
          MOVE " " TO chartLine(columnPos:1)
       ELSE
