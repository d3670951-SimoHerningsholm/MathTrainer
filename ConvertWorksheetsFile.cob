       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ConvertWorksheetsFile.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT oldWorksheetFile ASSIGN TO "worksheets.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS oldWkCode
    FILE STATUS IS oldWorksheetFileStatus.
SELECT newWorksheetFile ASSIGN TO "worksheetsnew.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS wkCode
    FILE STATUS IS newWorksheetFileStatus.
DATA DIVISION.
FILE SECTION.
FD oldWorksheetFile.
01 oldWorksheetData.
       02 oldWkCode PIC X(6).
       02 oldWkBody PIC X(72).
FD newWorksheetFile.
01 worksheetData.
       02 wkCode PIC X(6).
       02 wkName PIC X(20).
       02 wkSegmentCount PIC 9(2).
       02 wkSegmentTable.
           03 wkSegment OCCURS 10 TIMES.
               04 wkSegExercise PIC X(2).
               04 wkSegLevel PIC X(1).
               04 wkSegCount PIC 9(2).
       02 wkRegroupTable.
           03 wkSegRegroup PIC X(1) OCCURS 10 TIMES.
       02 wkTargetClass PIC X(6).
       02 wkTargetGroup PIC X(10).
WORKING-STORAGE SECTION.
01 oldWorksheetFileStatus PIC X(2).
01 newWorksheetFileStatus PIC X(2).
01 noMoreRecords PIC X(1) VALUE "N".
01 worksheetsConverted PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
ConvertProcess.
    DISPLAY "=== Worksheet regrouping and target-group conversion ==="
    DISPLAY "Rebuilding worksheets.txt into worksheetsnew.txt with a regrouping"
    DISPLAY "option per segment and an optional target group; converted"
    DISPLAY "segments stay random and worksheets stay open to everyone"
    OPEN INPUT oldWorksheetFile
    IF oldWorksheetFileStatus NOT = "00"
       DISPLAY "Could not open worksheet file, status " oldWorksheetFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT newWorksheetFile
    IF newWorksheetFileStatus NOT = "00"
       DISPLAY "Could not open worksheetsnew.txt, status " newWorksheetFileStatus
       CLOSE oldWorksheetFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM UNTIL noMoreRecords = "Y"
       READ oldWorksheetFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE oldWorksheetData TO worksheetData
               MOVE SPACES TO wkRegroupTable
               MOVE SPACES TO wkTargetClass
               MOVE SPACES TO wkTargetGroup
               WRITE worksheetData
                   INVALID KEY DISPLAY "Could not convert " oldWkCode
               END-WRITE
               ADD 1 TO worksheetsConverted
       END-READ
    END-PERFORM
    CLOSE oldWorksheetFile
    CLOSE newWorksheetFile
    DISPLAY worksheetsConverted " worksheet record(s) converted"
    DISPLAY "When the count looks right, replace worksheets.txt with worksheetsnew.txt".
    EXIT PROGRAM.
