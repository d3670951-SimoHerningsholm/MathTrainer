       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DataAccessReport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT accessLogFile ASSIGN TO "accesslog.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS accessLogFileStatus.
SELECT reportFile ASSIGN TO DYNAMIC reportFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reportFileStatus.
DATA DIVISION.
FILE SECTION.
FD accessLogFile.
01 accessLogRecord PIC X(80).
FD reportFile.
01 reportLine PIC X(80).
WORKING-STORAGE SECTION.
01 accessLogFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 reportFileName PIC X(40).
01 noMoreRecords PIC X(1) VALUE "N".
01 reportStudent PIC X(10).
01 studentFullName PIC X(30).
01 todayDate PIC X(8).
01 lineDate PIC X(8).
01 lineTime PIC X(8).
01 lineStudent PIC X(10).
01 lineViewer PIC X(10).
01 lineRole PIC X(10).
01 lineFunction PIC X(16).
01 viewsShown PIC 9(5) VALUE ZERO.
01 viewsShownDisp PIC Z(4)9.
01 viewerTable.
       02 viewerEntry OCCURS 50 TIMES.
           03 viewerName PIC X(10).
           03 viewerRole PIC X(10).
           03 viewerCount PIC 9(5).
           03 viewerLastDate PIC X(8).
01 viewerCountUsed PIC 9(2) VALUE ZERO.
01 viewerIndex PIC 9(2).
01 viewerFound PIC X(1).
01 viewerCountDisp PIC Z(4)9.
01 spoolType PIC X(12) VALUE "ACCESSREPORT".
01 spoolSubject PIC X(10).
PROCEDURE DIVISION.
DataAccessReportProcess.
    DISPLAY "=== Who viewed a student's data ==="
    DISPLAY "Enter the student's username"
    ACCEPT reportStudent
    IF reportStudent = SPACES
       EXIT PROGRAM
    END-IF
    CALL 'GetStudentName' USING reportStudent, studentFullName
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE SPACES TO reportFileName
    STRING "whoviewed_" FUNCTION TRIM(reportStudent) ".txt"
        DELIMITED BY SIZE INTO reportFileName
    END-STRING
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not create " FUNCTION TRIM(reportFileName)
           ", status " reportFileStatus
       EXIT PROGRAM
    END-IF
    MOVE "Record of access to student data" TO reportLine
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "Student: " FUNCTION TRIM(studentFullName)
           " (" FUNCTION TRIM(reportStudent) ")"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "Produced: " todayDate DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "Date     Time     Viewed by  Role       Function" TO reportLine
    WRITE reportLine
    MOVE ALL "-" TO reportLine(1:64)
    WRITE reportLine
    OPEN INPUT accessLogFile
    IF accessLogFileStatus = "00"
       PERFORM UNTIL noMoreRecords = "Y"
          READ accessLogFile
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END PERFORM ConsiderOneAccess
          END-READ
       END-PERFORM
       CLOSE accessLogFile
    END-IF
    IF viewsShown = ZERO
       MOVE "No views of this student's data are on record" TO reportLine
       WRITE reportLine
       DISPLAY "No views of " FUNCTION TRIM(reportStudent)
           "'s data are on record"
    ELSE
       PERFORM WriteViewerSummary
    END-IF
    CLOSE reportFile
    MOVE reportStudent TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, reportFileName
    MOVE viewsShown TO viewsShownDisp
    DISPLAY " "
    DISPLAY FUNCTION TRIM(viewsShownDisp) " view(s) listed in "
        FUNCTION TRIM(reportFileName).
    EXIT PROGRAM.
ConsiderOneAccess.
    MOVE SPACES TO lineStudent
    MOVE SPACES TO lineViewer
    MOVE SPACES TO lineRole
    MOVE SPACES TO lineFunction
    UNSTRING accessLogRecord DELIMITED BY ","
        INTO lineDate, lineTime, lineStudent, lineViewer, lineRole, lineFunction
    END-UNSTRING
    IF lineStudent NOT = reportStudent
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO viewsShown
    DISPLAY lineDate " " lineTime " " lineViewer " " lineRole " " lineFunction
    MOVE SPACES TO reportLine
    STRING lineDate " " lineTime " " lineViewer " " lineRole " " lineFunction
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    PERFORM TallyViewer.
TallyViewer.
    MOVE "N" TO viewerFound
    PERFORM VARYING viewerIndex FROM 1 BY 1
            UNTIL viewerIndex > viewerCountUsed OR viewerFound = "Y"
       IF viewerName(viewerIndex) = lineViewer
          AND viewerRole(viewerIndex) = lineRole
          MOVE "Y" TO viewerFound
          ADD 1 TO viewerCount(viewerIndex)
          MOVE lineDate TO viewerLastDate(viewerIndex)
       END-IF
    END-PERFORM
    IF viewerFound = "N" AND viewerCountUsed < 50
       ADD 1 TO viewerCountUsed
       MOVE lineViewer TO viewerName(viewerCountUsed)
       MOVE lineRole TO viewerRole(viewerCountUsed)
       MOVE 1 TO viewerCount(viewerCountUsed)
       MOVE lineDate TO viewerLastDate(viewerCountUsed)
    END-IF.
WriteViewerSummary.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "Summary by viewer" TO reportLine
    WRITE reportLine
    MOVE "Viewed by  Role         Views  Last viewed" TO reportLine
    WRITE reportLine
    DISPLAY " "
    DISPLAY "Summary by viewer"
    PERFORM VARYING viewerIndex FROM 1 BY 1
            UNTIL viewerIndex > viewerCountUsed
       MOVE viewerCount(viewerIndex) TO viewerCountDisp
       MOVE SPACES TO reportLine
       STRING viewerName(viewerIndex) " " viewerRole(viewerIndex) " "
              viewerCountDisp "  " viewerLastDate(viewerIndex)
           DELIMITED BY SIZE INTO reportLine
       END-STRING
       WRITE reportLine
       DISPLAY reportLine
    END-PERFORM.
