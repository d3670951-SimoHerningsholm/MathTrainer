01 certResultText PIC X(4).
01 certificateFileStatus PIC X(2).
01 certificateFileName PIC X(40).
01 fileNamePointer PIC 9(2).
01 spoolType PIC X(12).
01 spoolSubject PIC X(10).
01 studentFullName PIC X(30).
01 eventType PIC X(12) VALUE "CERTIFICATE".
01 eventDetail PIC X(30).
LINKAGE SECTION.
01 certPlayerName PIC X(10).
01 certMilestonePoints PIC 9(7).
01 certPassFlag PIC X(1).
01 certAward.
       02 certAwardCode PIC X(4).
       02 certAwardTitle PIC X(46).
PROCEDURE DIVISION USING certPlayerName, certMilestonePoints, certPassFlag, certAward.
PrintCertificateProcess.
    EVALUATE TRUE
        WHEN certAwardTitle NOT = SPACES
            MOVE "AWRD" TO certResultText
        WHEN certPassFlag = "Y"
            MOVE "PASS" TO certResultText
        WHEN OTHER
            MOVE "FAIL" TO certResultText
    END-EVALUATE
    ACCEPT certDate FROM DATE YYYYMMDD
    CALL 'GetStudentName' USING certPlayerName, studentFullName
    DISPLAY " "
    DISPLAY "       MATH TRAINER CERTIFICATE OF MERIT"
    DISPLAY "============================================"
    DISPLAY "Awarded to  : " FUNCTION TRIM(studentFullName) " (" FUNCTION TRIM(certPlayerName) ")"
    IF certAwardTitle NOT = SPACES
       DISPLAY "Award       : " FUNCTION TRIM(certAwardTitle)
       DISPLAY "Points      : " certMilestonePoints
    ELSE
       DISPLAY "Milestone   : " certMilestonePoints " points"
       DISPLAY "Result      : " certResultText
    END-IF
    DISPLAY "Date        : " certDate
    DISPLAY "============================================"
    DISPLAY " "
           INTO certLogRecord
    END-STRING
    WRITE certLogRecord
    CLOSE certLogFile
    MOVE SPACES TO eventDetail
    IF certAwardTitle NOT = SPACES
       MOVE certAwardTitle TO eventDetail
    ELSE
       STRING certResultText " " certMilestonePoints " POINTS"
           DELIMITED BY SIZE INTO eventDetail
       END-STRING
    END-IF
    CALL 'PostEvent' USING eventType, certPlayerName, eventDetail.
    EXIT PROGRAM.
OpenCertLogForAppend.
    OPEN EXTEND certLogFile
    END-IF.
WriteCertificateFile.
    MOVE SPACES TO certificateFileName
    MOVE 1 TO fileNamePointer
    STRING "certificate_" DELIMITED BY SIZE
           FUNCTION TRIM(certPlayerName) DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           certDate DELIMITED BY SIZE
           INTO certificateFileName WITH POINTER fileNamePointer
    END-STRING
    IF certAwardCode NOT = SPACES
       STRING "_" FUNCTION TRIM(certAwardCode)
           DELIMITED BY SIZE INTO certificateFileName WITH POINTER fileNamePointer
       END-STRING
    END-IF
    STRING ".txt" DELIMITED BY SIZE
        INTO certificateFileName WITH POINTER fileNamePointer
    END-STRING
    OPEN OUTPUT certificateFile
    IF certificateFileStatus NOT = "00"
        DELIMITED BY SIZE INTO certificateLine
    END-STRING
    WRITE certificateLine
    IF certAwardTitle NOT = SPACES
       MOVE SPACES TO certificateLine
       STRING "Award       : " FUNCTION TRIM(certAwardTitle)
           DELIMITED BY SIZE INTO certificateLine
       END-STRING
       WRITE certificateLine
       MOVE SPACES TO certificateLine
       STRING "Points      : " certMilestonePoints
           DELIMITED BY SIZE INTO certificateLine
       END-STRING
       WRITE certificateLine
    ELSE
       MOVE SPACES TO certificateLine
       STRING "Milestone   : " certMilestonePoints " points"
           DELIMITED BY SIZE INTO certificateLine
       END-STRING
       WRITE certificateLine
       MOVE SPACES TO certificateLine
       STRING "Result      : " certResultText
           DELIMITED BY SIZE INTO certificateLine
       END-STRING
       WRITE certificateLine
    END-IF
    MOVE SPACES TO certificateLine
    STRING "Date        : " certDate
        DELIMITED BY SIZE INTO certificateLine
