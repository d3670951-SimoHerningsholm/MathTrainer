       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ConvertMissedLog.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT oldMissedLogFile ASSIGN TO "missedlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS omqKey
    FILE STATUS IS oldMissedLogFileStatus.
SELECT newMissedLogFile ASSIGN TO "missedlognew.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mqKey
    FILE STATUS IS newMissedLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD oldMissedLogFile.
01 oldMissedData.
       02 omqKey.
           03 omqUserName PIC X(10).
           03 omqDate PIC X(8).
           03 omqTime PIC X(8).
           03 omqSeq PIC 9(2).
       02 omqExercise PIC X(15).
       02 omqLevel PIC X(1).
       02 omqOperand1 PIC S9(5).
       02 omqOperand2 PIC S9(5).
       02 omqOperator PIC X(1).
       02 omqCorrectAnswer PIC 9(5)V99.
       02 omqGivenAnswer PIC 9(5)V99.
       02 omqCorrectCount PIC 9(1).
       02 omqLastCorrectDate PIC X(8).
       02 omqRetiredFlag PIC X(1).
FD newMissedLogFile.
01 missedData.
       02 mqKey.
           03 mqUserName PIC X(10).
           03 mqDate PIC X(8).
           03 mqTime PIC X(8).
           03 mqSeq PIC 9(2).
       02 mqExercise PIC X(15).
       02 mqLevel PIC X(1).
       02 mqOperand1 PIC S9(5).
       02 mqOperand2 PIC S9(5).
       02 mqOperator PIC X(1).
       02 mqCorrectAnswer PIC 9(5)V99.
       02 mqGivenAnswer PIC 9(5)V99.
       02 mqCorrectCount PIC 9(1).
       02 mqLastCorrectDate PIC X(8).
       02 mqRetiredFlag PIC X(1).
       02 mqForm PIC X(1).
WORKING-STORAGE SECTION.
01 oldMissedLogFileStatus PIC X(2).
01 newMissedLogFileStatus PIC X(2).
01 noMoreRecords PIC X(1) VALUE "N".
01 recordsConverted PIC 9(7) VALUE ZERO.
PROCEDURE DIVISION.
ConvertProcess.
    DISPLAY "=== Missed-question question-form conversion ==="
    DISPLAY "Rebuilding missedlog.txt into missedlognew.txt with the"
    DISPLAY "question-form field added to each entry"
    OPEN INPUT oldMissedLogFile
    IF oldMissedLogFileStatus NOT = "00"
       DISPLAY "Could not open missed-question file, status " oldMissedLogFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT newMissedLogFile
    IF newMissedLogFileStatus NOT = "00"
       DISPLAY "Could not open missedlognew.txt, status " newMissedLogFileStatus
       CLOSE oldMissedLogFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM UNTIL noMoreRecords = "Y"
       READ oldMissedLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM ConvertOneRecord
       END-READ
    END-PERFORM
    CLOSE oldMissedLogFile
    CLOSE newMissedLogFile
    DISPLAY recordsConverted " missed-question record(s) converted"
    DISPLAY "When the count looks right, replace missedlog.txt with missedlognew.txt".
    EXIT PROGRAM.
ConvertOneRecord.
    MOVE oldMissedData TO missedData
    MOVE SPACE TO mqForm
    WRITE missedData
        INVALID KEY DISPLAY "Could not convert record for " omqUserName
    END-WRITE
    ADD 1 TO recordsConverted.
