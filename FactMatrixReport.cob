       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FactMatrixReport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT factLogFile ASSIGN TO "factlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS flKey
    FILE STATUS IS factLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD playersFile.
COPY PLAYERREC.
FD factLogFile.
01 factLogData.
       02 flKey.
           03 flUserName PIC X(10).
           03 flDate PIC X(8).
           03 flTime PIC X(8).
           03 flSeq PIC 9(2).
       02 flOperand1 PIC 9(1).
       02 flOperand2 PIC 9(1).
       02 flResult PIC X(1).
       02 flSeconds PIC 9(3).
       02 flSource PIC X(1).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 factLogFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 noMoreFacts PIC X(1).
01 studentEntry PIC X(10).
01 reportPlayer PIC X(10).
01 fastSeconds PIC 9(3) VALUE 3.
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 factTally.
       02 factRow OCCURS 10 TIMES.
           03 factCell OCCURS 10 TIMES.
               04 ftAttempts PIC 9(5).
               04 ftCorrect PIC 9(5).
               04 ftCorrectSeconds PIC 9(7).
01 classLack.
       02 lackRow OCCURS 10 TIMES.
           03 lackCount PIC 9(3) OCCURS 10 TIMES.
01 rowIndex PIC 9(2).
01 colIndex PIC 9(2).
01 rowLabel PIC 9(1).
01 colLabel PIC 9(1).
01 cellMark PIC X(1).
01 accuracyPct PIC 9(3).
01 averageSeconds PIC 9(5).
01 masteredCount PIC 9(3).
01 slowCount PIC 9(3).
01 shakyCount PIC 9(3).
01 unseenCount PIC 9(3).
01 studentCount PIC 9(3) VALUE ZERO.
01 lackThreshold PIC S9(4).
01 listedCount PIC 9(2).
01 lackText PIC ZZ9.
01 fastText PIC ZZ9.
01 gridLine PIC X(60).
01 linePointer PIC 9(3).
01 accessFunction PIC X(16) VALUE "FACTMATRIX".
LINKAGE SECTION.
01 reportClassCode PIC X(6).
01 accessViewer PIC X(10).
01 accessRole PIC X(10).
PROCEDURE DIVISION USING reportClassCode, accessViewer, accessRole.
FactMatrixProcess.
    DISPLAY "=== Multiplication fact-fluency matrix ==="
    MOVE "FACTFASTSECS" TO paramName
    MOVE 3 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO fastSeconds
    MOVE fastSeconds TO fastText
    DISPLAY "Enter a student's user name, or press Enter for the whole class"
    MOVE SPACES TO studentEntry
    ACCEPT studentEntry
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       EXIT PROGRAM
    END-IF
    OPEN INPUT factLogFile
    IF factLogFileStatus NOT = "00"
       DISPLAY "No fact attempts have been recorded yet"
       CLOSE playersFile
       EXIT PROGRAM
    END-IF
    PERFORM VARYING rowIndex FROM 1 BY 1 UNTIL rowIndex > 10
       PERFORM VARYING colIndex FROM 1 BY 1 UNTIL colIndex > 10
          MOVE ZERO TO lackCount(rowIndex, colIndex)
       END-PERFORM
    END-PERFORM
    IF studentEntry NOT = SPACES
       CALL 'LogDataAccess' USING accessViewer, accessRole, studentEntry, accessFunction
       MOVE studentEntry TO userName
       READ playersFile
           INVALID KEY
               DISPLAY "No player named " studentEntry
           NOT INVALID KEY
               IF classCode NOT = reportClassCode
                  DISPLAY studentEntry " is not in class " reportClassCode
               ELSE
                  MOVE userName TO reportPlayer
                  PERFORM ReportOneStudent
               END-IF
       END-READ
    ELSE
       MOVE "N" TO noMoreRecords
       PERFORM UNTIL noMoreRecords = "Y"
          READ playersFile NEXT RECORD
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END
                  IF classCode = reportClassCode AND roleFlag NOT = "T"
                     MOVE userName TO reportPlayer
                     PERFORM ReportOneStudent
                  END-IF
          END-READ
       END-PERFORM
       PERFORM ReportClassGrid
    END-IF
    CLOSE factLogFile
    CLOSE playersFile.
    EXIT PROGRAM.
ReportOneStudent.
    ADD 1 TO studentCount
    PERFORM VARYING rowIndex FROM 1 BY 1 UNTIL rowIndex > 10
       PERFORM VARYING colIndex FROM 1 BY 1 UNTIL colIndex > 10
          MOVE ZERO TO ftAttempts(rowIndex, colIndex)
          MOVE ZERO TO ftCorrect(rowIndex, colIndex)
          MOVE ZERO TO ftCorrectSeconds(rowIndex, colIndex)
       END-PERFORM
    END-PERFORM
    MOVE "N" TO noMoreFacts
    MOVE reportPlayer TO flUserName
    MOVE SPACES TO flDate
    MOVE SPACES TO flTime
    MOVE ZERO TO flSeq
    START factLogFile KEY IS >= flKey
        INVALID KEY MOVE "Y" TO noMoreFacts
    END-START
    PERFORM UNTIL noMoreFacts = "Y"
       READ factLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreFacts
           NOT AT END
               IF flUserName NOT = reportPlayer
                  MOVE "Y" TO noMoreFacts
               ELSE
                  PERFORM TallyOneFact
               END-IF
       END-READ
    END-PERFORM
    MOVE ZERO TO masteredCount
    MOVE ZERO TO slowCount
    MOVE ZERO TO shakyCount
    MOVE ZERO TO unseenCount
    DISPLAY " "
    DISPLAY "Student " reportPlayer
    DISPLAY "  x | 0 1 2 3 4 5 6 7 8 9"
    DISPLAY "----+--------------------"
    PERFORM VARYING rowIndex FROM 1 BY 1 UNTIL rowIndex > 10
       COMPUTE rowLabel = rowIndex - 1
       MOVE SPACES TO gridLine
       MOVE 1 TO linePointer
       STRING "  " rowLabel " |" DELIMITED BY SIZE
           INTO gridLine WITH POINTER linePointer
       END-STRING
       PERFORM VARYING colIndex FROM 1 BY 1 UNTIL colIndex > 10
          PERFORM ClassifyCell
          STRING " " cellMark DELIMITED BY SIZE
              INTO gridLine WITH POINTER linePointer
          END-STRING
       END-PERFORM
       DISPLAY gridLine
    END-PERFORM
    DISPLAY "Mastered " masteredCount "  Slow " slowCount "  Shaky " shakyCount
        "  Never seen " unseenCount
    DISPLAY "M mastered  S slow (over " FUNCTION TRIM(fastText) "s)  ? shaky  . never seen".
TallyOneFact.
    COMPUTE rowIndex = flOperand1 + 1
    COMPUTE colIndex = flOperand2 + 1
    ADD 1 TO ftAttempts(rowIndex, colIndex)
    IF flResult = "Y"
       ADD 1 TO ftCorrect(rowIndex, colIndex)
       ADD flSeconds TO ftCorrectSeconds(rowIndex, colIndex)
    END-IF.
ClassifyCell.
    IF ftAttempts(rowIndex, colIndex) = ZERO
       MOVE "." TO cellMark
       ADD 1 TO unseenCount
       ADD 1 TO lackCount(rowIndex, colIndex)
       EXIT PARAGRAPH
    END-IF
    COMPUTE accuracyPct =
        ftCorrect(rowIndex, colIndex) * 100 / ftAttempts(rowIndex, colIndex)
    IF accuracyPct < 90 OR ftCorrect(rowIndex, colIndex) = ZERO
       MOVE "?" TO cellMark
       ADD 1 TO shakyCount
       ADD 1 TO lackCount(rowIndex, colIndex)
       EXIT PARAGRAPH
    END-IF
    COMPUTE averageSeconds =
        ftCorrectSeconds(rowIndex, colIndex) / ftCorrect(rowIndex, colIndex)
    IF averageSeconds > fastSeconds
       MOVE "S" TO cellMark
       ADD 1 TO slowCount
       ADD 1 TO lackCount(rowIndex, colIndex)
       EXIT PARAGRAPH
    END-IF
    IF ftCorrect(rowIndex, colIndex) < 2
       MOVE "?" TO cellMark
       ADD 1 TO shakyCount
       ADD 1 TO lackCount(rowIndex, colIndex)
       EXIT PARAGRAPH
    END-IF
    MOVE "M" TO cellMark
    ADD 1 TO masteredCount.
ReportClassGrid.
    DISPLAY " "
    IF studentCount = ZERO
       DISPLAY "No students found in class " reportClassCode
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Class " reportClassCode " - students not yet fluent in each fact (of "
        studentCount ")"
    DISPLAY "  x |   0   1   2   3   4   5   6   7   8   9"
    DISPLAY "----+----------------------------------------"
    PERFORM VARYING rowIndex FROM 1 BY 1 UNTIL rowIndex > 10
       COMPUTE rowLabel = rowIndex - 1
       MOVE SPACES TO gridLine
       MOVE 1 TO linePointer
       STRING "  " rowLabel " |" DELIMITED BY SIZE
           INTO gridLine WITH POINTER linePointer
       END-STRING
       PERFORM VARYING colIndex FROM 1 BY 1 UNTIL colIndex > 10
          MOVE lackCount(rowIndex, colIndex) TO lackText
          STRING " " lackText DELIMITED BY SIZE
              INTO gridLine WITH POINTER linePointer
          END-STRING
       END-PERFORM
       DISPLAY gridLine
    END-PERFORM
    DISPLAY "Facts most students lack:"
    MOVE ZERO TO listedCount
    PERFORM VARYING lackThreshold FROM studentCount BY -1
            UNTIL lackThreshold < 1 OR listedCount >= 10
       PERFORM VARYING rowIndex FROM 1 BY 1 UNTIL rowIndex > 10
          PERFORM VARYING colIndex FROM 1 BY 1 UNTIL colIndex > 10
             IF lackCount(rowIndex, colIndex) = lackThreshold AND listedCount < 10
                ADD 1 TO listedCount
                COMPUTE rowLabel = rowIndex - 1
                COMPUTE colLabel = colIndex - 1
                MOVE lackCount(rowIndex, colIndex) TO lackText
                DISPLAY "  " rowLabel " x " colLabel "  " lackText " student(s)"
             END-IF
          END-PERFORM
       END-PERFORM
    END-PERFORM
    IF listedCount = ZERO
       DISPLAY "  Every student is fluent in every fact"
    END-IF.
