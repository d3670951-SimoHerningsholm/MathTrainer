       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SessionQuery.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT sessionLogFile ASSIGN TO "sessionlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS slKeyGroup
    ALTERNATE RECORD KEY IS slUserName WITH DUPLICATES
    ALTERNATE RECORD KEY IS slDate WITH DUPLICATES
    FILE STATUS IS sessionLogFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT queryOutFile ASSIGN TO DYNAMIC queryOutName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS queryOutFileStatus.
DATA DIVISION.
FILE SECTION.
FD sessionLogFile.
COPY SESSIONREC.
FD playersFile.
COPY PLAYERREC.
FD queryOutFile.
01 queryOutLine PIC X(100).
WORKING-STORAGE SECTION.
01 sessionLogFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 queryOutFileStatus PIC X(2).
01 queryOutName PIC X(40).
01 accessStaff PIC X(10).
01 classAccess PIC X(1).
01 queryFromDate PIC X(8).
01 queryToDate PIC X(8).
01 queryClass PIC X(6).
01 queryStudent PIC X(10).
01 queryExercise PIC X(15).
01 queryLevel PIC X(1).
01 queryObjective PIC X(12).
01 queryResult PIC X(1).
01 groupFieldOne PIC X(1).
       88 validGroupField VALUES ARE "D", "M", "C", "S", "E", "L", "O", "R", " ".
01 groupFieldTwo PIC X(1).
01 groupCode PIC X(1).
01 groupValue PIC X(15).
01 groupValueOne PIC X(15).
01 groupValueTwo PIC X(15).
01 groupHeadingOne PIC X(15).
01 groupHeadingTwo PIC X(15).
01 outputMode PIC X(1).
       88 outputToScreen VALUE "S".
       88 outputToPrint VALUE "P".
       88 outputToExtract VALUE "X".
01 readPath PIC X(1).
01 noMoreRecords PIC X(1).
01 recordClass PIC X(6).
01 lastLookupUser PIC X(10) VALUE SPACES.
01 lastLookupClass PIC X(6) VALUE SPACES.
01 recordMatches PIC X(1).
01 matchedCount PIC 9(7) VALUE ZERO.
01 matchedCorrect PIC 9(7) VALUE ZERO.
01 screenLinesShown PIC 9(5) VALUE ZERO.
01 screenLineLimit PIC 9(5) VALUE 200.
01 groupTable.
       02 groupEntry OCCURS 500 TIMES.
           03 gValueOne PIC X(15).
           03 gValueTwo PIC X(15).
           03 gCount PIC 9(7).
           03 gCorrect PIC 9(7).
01 groupCount PIC 9(3) VALUE ZERO.
01 groupIndex PIC 9(3).
01 groupInsertAt PIC 9(3).
01 groupFound PIC X(1).
01 groupsDropped PIC 9(7) VALUE ZERO.
01 accuracyPct PIC 9(3).
01 countDisp PIC Z(6)9.
01 correctDisp PIC Z(6)9.
01 outputText PIC X(100).
01 todayDate PIC X(8).
01 spoolType PIC X(12) VALUE "SESSIONQUERY".
01 spoolSubject PIC X(10).
01 accessFunction PIC X(16) VALUE "SESSIONQUERY".
LINKAGE SECTION.
01 queryViewer PIC X(10).
01 queryRole PIC X(10).
01 queryMenu PIC X(1).
PROCEDURE DIVISION USING queryViewer, queryRole, queryMenu.
SessionQueryProcess.
    DISPLAY "=== Session-log query and extract ==="
    DISPLAY "Leave any selection blank to include everything"
    IF queryMenu = "A"
       MOVE "*ADMIN*" TO accessStaff
    ELSE
       MOVE queryViewer TO accessStaff
    END-IF
    PERFORM AcceptSelections
    IF queryMenu NOT = "A"
       IF queryClass = SPACES
          DISPLAY "Teachers must choose one of their own classes"
          EXIT PROGRAM
       END-IF
    END-IF
    IF queryClass NOT = SPACES
       CALL 'CheckClassAccess' USING accessStaff, queryClass, classAccess
       IF classAccess = "N"
          DISPLAY "You are not on the staff of class " queryClass
          EXIT PROGRAM
       END-IF
    END-IF
    IF (queryFromDate NOT = SPACES AND queryFromDate NOT NUMERIC)
            OR (queryToDate NOT = SPACES AND queryToDate NOT NUMERIC)
       DISPLAY "Dates must be entered as YYYYMMDD"
       EXIT PROGRAM
    END-IF
    IF queryToDate = SPACES
       MOVE "99999999" TO queryToDate
    END-IF
    PERFORM AcceptGrouping
    IF NOT validGroupField
       DISPLAY "Unknown grouping field"
       EXIT PROGRAM
    END-IF
    MOVE groupFieldTwo TO groupCode
    IF groupCode NOT = SPACE AND groupCode NOT = "D" AND groupCode NOT = "M"
            AND groupCode NOT = "C" AND groupCode NOT = "S" AND groupCode NOT = "E"
            AND groupCode NOT = "L" AND groupCode NOT = "O" AND groupCode NOT = "R"
       DISPLAY "Unknown grouping field"
       EXIT PROGRAM
    END-IF
    IF groupFieldOne = SPACE AND groupFieldTwo NOT = SPACE
       MOVE groupFieldTwo TO groupFieldOne
       MOVE SPACE TO groupFieldTwo
    END-IF
    DISPLAY "Output to S (screen), P (print file) or X (delimited extract)"
    ACCEPT outputMode
    MOVE FUNCTION UPPER-CASE(outputMode) TO outputMode
    IF NOT outputToPrint AND NOT outputToExtract
       MOVE "S" TO outputMode
    END-IF
    IF queryStudent NOT = SPACES
       CALL 'LogDataAccess' USING queryViewer, queryRole, queryStudent,
           accessFunction
    END-IF
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "Could not open session log file, status " sessionLogFileStatus
       EXIT PROGRAM
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       CLOSE sessionLogFile
       EXIT PROGRAM
    END-IF
    IF NOT outputToScreen
       PERFORM OpenQueryOutput
       IF queryOutFileStatus NOT = "00"
          CLOSE playersFile
          CLOSE sessionLogFile
          EXIT PROGRAM
       END-IF
    END-IF
    PERFORM WriteOutputHeading
    PERFORM PositionSessionLog
    PERFORM UNTIL noMoreRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM ConsiderOneSession
       END-READ
    END-PERFORM
    CLOSE playersFile
    CLOSE sessionLogFile
    IF groupFieldOne NOT = SPACE
       PERFORM VARYING groupIndex FROM 1 BY 1 UNTIL groupIndex > groupCount
          PERFORM WriteOneGroup
       END-PERFORM
    END-IF
    PERFORM WriteOutputTotals
    IF NOT outputToScreen
       CLOSE queryOutFile
       IF outputToPrint
          MOVE queryViewer TO spoolSubject
          CALL 'RegisterSpool' USING spoolType, spoolSubject, queryOutName
       END-IF
       DISPLAY "Query output written to " FUNCTION TRIM(queryOutName)
    END-IF.
    EXIT PROGRAM.
AcceptSelections.
    DISPLAY "From date (YYYYMMDD)"
    ACCEPT queryFromDate
    DISPLAY "To date (YYYYMMDD)"
    ACCEPT queryToDate
    DISPLAY "Class code"
    ACCEPT queryClass
    DISPLAY "Student username"
    ACCEPT queryStudent
    DISPLAY "Exercise (e.g. DIVISION)"
    ACCEPT queryExercise
    MOVE FUNCTION UPPER-CASE(queryExercise) TO queryExercise
    DISPLAY "Level (1-4)"
    ACCEPT queryLevel
    DISPLAY "Curriculum objective code"
    ACCEPT queryObjective
    DISPLAY "Result (Y = correct, N = wrong)"
    ACCEPT queryResult
    MOVE FUNCTION UPPER-CASE(queryResult) TO queryResult.
AcceptGrouping.
    DISPLAY "Group and count by up to two fields:"
    DISPLAY "  D date  M month  C class  S student  E exercise"
    DISPLAY "  L level  O objective  R result  (blank = list the records)"
    DISPLAY "First grouping field"
    ACCEPT groupFieldOne
    MOVE FUNCTION UPPER-CASE(groupFieldOne) TO groupFieldOne
    DISPLAY "Second grouping field"
    ACCEPT groupFieldTwo
    MOVE FUNCTION UPPER-CASE(groupFieldTwo) TO groupFieldTwo.
OpenQueryOutput.
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE SPACES TO queryOutName
    IF outputToPrint
       STRING "sessionquery_" FUNCTION TRIM(queryViewer) "_" todayDate ".txt"
           DELIMITED BY SIZE INTO queryOutName
       END-STRING
    ELSE
       STRING "sessionquery_" FUNCTION TRIM(queryViewer) "_" todayDate ".csv"
           DELIMITED BY SIZE INTO queryOutName
       END-STRING
    END-IF
    OPEN OUTPUT queryOutFile
    IF queryOutFileStatus NOT = "00"
       DISPLAY "Could not create " FUNCTION TRIM(queryOutName)
           ", status " queryOutFileStatus
    END-IF.
PositionSessionLog.
    MOVE "N" TO noMoreRecords
    EVALUATE TRUE
        WHEN queryStudent NOT = SPACES
            MOVE "S" TO readPath
            MOVE queryStudent TO slUserName
            START sessionLogFile KEY IS = slUserName
                INVALID KEY MOVE "Y" TO noMoreRecords
            END-START
        WHEN queryFromDate NOT = SPACES
            MOVE "D" TO readPath
            MOVE queryFromDate TO slDate
            START sessionLogFile KEY IS >= slDate
                INVALID KEY MOVE "Y" TO noMoreRecords
            END-START
        WHEN OTHER
            MOVE "A" TO readPath
    END-EVALUATE.
ConsiderOneSession.
    IF readPath = "S" AND slUserName NOT = queryStudent
       MOVE "Y" TO noMoreRecords
       EXIT PARAGRAPH
    END-IF
    IF readPath = "D" AND slDate > queryToDate
       MOVE "Y" TO noMoreRecords
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO recordMatches
    IF queryFromDate NOT = SPACES AND slDate < queryFromDate
       EXIT PARAGRAPH
    END-IF
    IF slDate > queryToDate
       EXIT PARAGRAPH
    END-IF
    IF queryExercise NOT = SPACES AND slExercise NOT = queryExercise
       EXIT PARAGRAPH
    END-IF
    IF queryLevel NOT = SPACES AND slLevel NOT = queryLevel
       EXIT PARAGRAPH
    END-IF
    IF queryObjective NOT = SPACES AND slObjective NOT = queryObjective
       EXIT PARAGRAPH
    END-IF
    IF queryResult NOT = SPACES AND slResult NOT = queryResult
       EXIT PARAGRAPH
    END-IF
    PERFORM LookupRecordClass
    IF queryClass NOT = SPACES AND recordClass NOT = queryClass
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO recordMatches
    ADD 1 TO matchedCount
    IF slResult = "Y"
       ADD 1 TO matchedCorrect
    END-IF
    IF groupFieldOne = SPACE
       PERFORM WriteOneDetail
    ELSE
       PERFORM TallyOneGroup
    END-IF.
LookupRecordClass.
    IF slUserName = lastLookupUser
       MOVE lastLookupClass TO recordClass
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO recordClass
    MOVE slUserName TO userName
    READ playersFile
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE classCode TO recordClass
    END-READ
    MOVE slUserName TO lastLookupUser
    MOVE recordClass TO lastLookupClass.
GetGroupValue.
    EVALUATE groupCode
        WHEN "D" MOVE slDate TO groupValue
        WHEN "M" MOVE slDate(1:6) TO groupValue
        WHEN "C" MOVE recordClass TO groupValue
        WHEN "S" MOVE slUserName TO groupValue
        WHEN "E" MOVE slExercise TO groupValue
        WHEN "L" MOVE slLevel TO groupValue
        WHEN "O" MOVE slObjective TO groupValue
        WHEN "R" MOVE slResult TO groupValue
        WHEN OTHER MOVE SPACES TO groupValue
    END-EVALUATE.
GetGroupHeading.
    EVALUATE groupCode
        WHEN "D" MOVE "DATE" TO groupValue
        WHEN "M" MOVE "MONTH" TO groupValue
        WHEN "C" MOVE "CLASS" TO groupValue
        WHEN "S" MOVE "STUDENT" TO groupValue
        WHEN "E" MOVE "EXERCISE" TO groupValue
        WHEN "L" MOVE "LEVEL" TO groupValue
        WHEN "O" MOVE "OBJECTIVE" TO groupValue
        WHEN "R" MOVE "RESULT" TO groupValue
        WHEN OTHER MOVE SPACES TO groupValue
    END-EVALUATE.
TallyOneGroup.
    MOVE groupFieldOne TO groupCode
    PERFORM GetGroupValue
    MOVE groupValue TO groupValueOne
    MOVE groupFieldTwo TO groupCode
    PERFORM GetGroupValue
    MOVE groupValue TO groupValueTwo
    MOVE "N" TO groupFound
    MOVE ZERO TO groupInsertAt
    PERFORM VARYING groupIndex FROM 1 BY 1
            UNTIL groupIndex > groupCount OR groupFound = "Y"
                  OR groupInsertAt NOT = ZERO
       IF gValueOne(groupIndex) = groupValueOne
               AND gValueTwo(groupIndex) = groupValueTwo
          MOVE "Y" TO groupFound
          ADD 1 TO gCount(groupIndex)
          IF slResult = "Y"
             ADD 1 TO gCorrect(groupIndex)
          END-IF
       ELSE
          IF gValueOne(groupIndex) > groupValueOne
                  OR (gValueOne(groupIndex) = groupValueOne
                      AND gValueTwo(groupIndex) > groupValueTwo)
             MOVE groupIndex TO groupInsertAt
          END-IF
       END-IF
    END-PERFORM
    IF groupFound = "Y"
       EXIT PARAGRAPH
    END-IF
    IF groupCount >= 500
       ADD 1 TO groupsDropped
       EXIT PARAGRAPH
    END-IF
    IF groupInsertAt = ZERO
       COMPUTE groupInsertAt = groupCount + 1
    END-IF
    PERFORM VARYING groupIndex FROM groupCount BY -1
            UNTIL groupIndex < groupInsertAt
       MOVE groupEntry(groupIndex) TO groupEntry(groupIndex + 1)
    END-PERFORM
    ADD 1 TO groupCount
    MOVE groupValueOne TO gValueOne(groupInsertAt)
    MOVE groupValueTwo TO gValueTwo(groupInsertAt)
    MOVE 1 TO gCount(groupInsertAt)
    MOVE ZERO TO gCorrect(groupInsertAt)
    IF slResult = "Y"
       MOVE 1 TO gCorrect(groupInsertAt)
    END-IF.
WriteOutputHeading.
    MOVE SPACES TO outputText
    IF outputToExtract
       IF groupFieldOne = SPACE
          MOVE "student,class,date,time,exercise,level,objective,result,seconds"
              TO outputText
       ELSE
          MOVE groupFieldOne TO groupCode
          PERFORM GetGroupHeading
          MOVE groupValue TO groupHeadingOne
          MOVE groupFieldTwo TO groupCode
          PERFORM GetGroupHeading
          MOVE groupValue TO groupHeadingTwo
          IF groupFieldTwo = SPACE
             STRING FUNCTION LOWER-CASE(FUNCTION TRIM(groupHeadingOne))
                    ",count,correct"
                 DELIMITED BY SIZE INTO outputText
             END-STRING
          ELSE
             STRING FUNCTION LOWER-CASE(FUNCTION TRIM(groupHeadingOne)) ","
                    FUNCTION LOWER-CASE(FUNCTION TRIM(groupHeadingTwo))
                    ",count,correct"
                 DELIMITED BY SIZE INTO outputText
             END-STRING
          END-IF
       END-IF
       PERFORM EmitOutputText
       EXIT PARAGRAPH
    END-IF
    STRING "Session-log query by " FUNCTION TRIM(queryViewer)
        DELIMITED BY SIZE INTO outputText
    END-STRING
    PERFORM EmitOutputText
    MOVE SPACES TO outputText
    STRING "Dates " queryFromDate " to " queryToDate
           "  class " queryClass "  student " queryStudent
        DELIMITED BY SIZE INTO outputText
    END-STRING
    PERFORM EmitOutputText
    MOVE SPACES TO outputText
    STRING "Exercise " queryExercise "  level " queryLevel
           "  objective " queryObjective "  result " queryResult
        DELIMITED BY SIZE INTO outputText
    END-STRING
    PERFORM EmitOutputText
    MOVE SPACES TO outputText
    PERFORM EmitOutputText
    IF groupFieldOne = SPACE
       MOVE "STUDENT    CLASS  DATE     TIME     EXERCISE        L OBJECTIVE    R  SECS"
           TO outputText
    ELSE
       MOVE groupFieldOne TO groupCode
       PERFORM GetGroupHeading
       MOVE groupValue TO groupHeadingOne
       MOVE groupFieldTwo TO groupCode
       PERFORM GetGroupHeading
       MOVE groupValue TO groupHeadingTwo
       STRING groupHeadingOne " " groupHeadingTwo "   COUNT  CORRECT  PCT"
           DELIMITED BY SIZE INTO outputText
       END-STRING
    END-IF
    PERFORM EmitOutputText.
WriteOneDetail.
    MOVE SPACES TO outputText
    IF outputToExtract
       STRING FUNCTION TRIM(slUserName) "," FUNCTION TRIM(recordClass) ","
              slDate "," slTime "," FUNCTION TRIM(slExercise) "," slLevel ","
              FUNCTION TRIM(slObjective) "," slResult "," slSeconds
           DELIMITED BY SIZE INTO outputText
       END-STRING
    ELSE
       STRING slUserName " " recordClass " " slDate " " slTime " "
              slExercise " " slLevel " " slObjective " " slResult "  " slSeconds
           DELIMITED BY SIZE INTO outputText
       END-STRING
    END-IF
    PERFORM EmitOutputText.
WriteOneGroup.
    MOVE gCount(groupIndex) TO countDisp
    MOVE gCorrect(groupIndex) TO correctDisp
    MOVE ZERO TO accuracyPct
    IF gCount(groupIndex) > ZERO
       COMPUTE accuracyPct ROUNDED = (gCorrect(groupIndex) * 100) / gCount(groupIndex)
    END-IF
    MOVE SPACES TO outputText
    IF outputToExtract
       IF groupFieldTwo = SPACE
          STRING FUNCTION TRIM(gValueOne(groupIndex)) ","
                 FUNCTION TRIM(countDisp) "," FUNCTION TRIM(correctDisp)
              DELIMITED BY SIZE INTO outputText
          END-STRING
       ELSE
          STRING FUNCTION TRIM(gValueOne(groupIndex)) ","
                 FUNCTION TRIM(gValueTwo(groupIndex)) ","
                 FUNCTION TRIM(countDisp) "," FUNCTION TRIM(correctDisp)
              DELIMITED BY SIZE INTO outputText
          END-STRING
       END-IF
    ELSE
       STRING gValueOne(groupIndex) " " gValueTwo(groupIndex) " " countDisp
              "  " correctDisp "  " accuracyPct "%"
           DELIMITED BY SIZE INTO outputText
       END-STRING
    END-IF
    PERFORM EmitOutputText.
WriteOutputTotals.
    IF outputToExtract
       EXIT PARAGRAPH
    END-IF
    MOVE matchedCount TO countDisp
    MOVE matchedCorrect TO correctDisp
    MOVE SPACES TO outputText
    PERFORM EmitOutputText
    MOVE SPACES TO outputText
    STRING FUNCTION TRIM(countDisp) " matching record(s), "
           FUNCTION TRIM(correctDisp) " correct"
        DELIMITED BY SIZE INTO outputText
    END-STRING
    PERFORM EmitOutputText
    IF groupsDropped > ZERO
       MOVE SPACES TO outputText
       STRING "More than 500 groups - " groupsDropped
              " record(s) not grouped; narrow the selection"
           DELIMITED BY SIZE INTO outputText
       END-STRING
       PERFORM EmitOutputText
    END-IF
    IF outputToScreen AND screenLinesShown > screenLineLimit
       DISPLAY "Only the first " screenLineLimit
           " lines were shown - use the print file for the rest"
    END-IF.
EmitOutputText.
    IF outputToScreen
       ADD 1 TO screenLinesShown
       IF screenLinesShown <= screenLineLimit
          DISPLAY outputText
       END-IF
    ELSE
       MOVE outputText TO queryOutLine
       WRITE queryOutLine
    END-IF.
