               04 wkSegExercise PIC X(2).
               04 wkSegLevel PIC X(1).
               04 wkSegCount PIC 9(2).
       02 wkRegroupTable.
           03 wkSegRegroup PIC X(1) OCCURS 10 TIMES.
       02 wkTargetClass PIC X(6).
       02 wkTargetGroup PIC X(10).
WORKING-STORAGE SECTION.
01 worksheetFileStatus PIC X(2).
LINKAGE SECTION.
01 worksheetName PIC X(20).
01 worksheetSegmentCount PIC 9(2).
01 worksheetSegments PIC X(50).
01 worksheetRegroups PIC X(10).
01 worksheetTargetClass PIC X(6).
01 worksheetTargetGroup PIC X(10).
PROCEDURE DIVISION USING requestedCode, worksheetFound, worksheetName,
        worksheetSegmentCount, worksheetSegments, worksheetRegroups,
        worksheetTargetClass, worksheetTargetGroup.
GetWorksheetProcess.
    MOVE "N" TO worksheetFound
    OPEN INPUT worksheetFile
       MOVE wkName TO worksheetName
       MOVE wkSegmentCount TO worksheetSegmentCount
       MOVE wkSegmentTable TO worksheetSegments
       MOVE wkRegroupTable TO worksheetRegroups
       MOVE wkTargetClass TO worksheetTargetClass
       MOVE wkTargetGroup TO worksheetTargetGroup
    END-IF
    CLOSE worksheetFile.
    EXIT PROGRAM.
