       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LogDataAccess.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT accessLogFile ASSIGN TO "accesslog.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS accessLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD accessLogFile.
01 accessLogRecord PIC X(80).
WORKING-STORAGE SECTION.
01 accessLogFileStatus PIC X(2).
01 accessDate PIC X(8).
01 accessTime PIC X(8).
LINKAGE SECTION.
01 accessViewer PIC X(10).
01 accessRole PIC X(10).
01 accessStudent PIC X(10).
01 accessFunction PIC X(16).
PROCEDURE DIVISION USING accessViewer, accessRole, accessStudent, accessFunction.
LogDataAccessProcess.
    IF accessStudent = SPACES
       EXIT PROGRAM
    END-IF
    OPEN EXTEND accessLogFile
    IF accessLogFileStatus = "35"
       OPEN OUTPUT accessLogFile
    END-IF
    IF accessLogFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    ACCEPT accessDate FROM DATE YYYYMMDD
    ACCEPT accessTime FROM TIME
    MOVE SPACES TO accessLogRecord
    STRING accessDate DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           accessTime DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(accessStudent) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(accessViewer) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(accessRole) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(accessFunction) DELIMITED BY SIZE
           INTO accessLogRecord
    END-STRING
    WRITE accessLogRecord
    CLOSE accessLogFile.
    EXIT PROGRAM.
