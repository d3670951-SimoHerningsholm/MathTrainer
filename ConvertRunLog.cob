       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ConvertRunLog.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT oldRunLogFile ASSIGN TO "runlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS orlKey
    FILE STATUS IS oldRunLogFileStatus.
SELECT newRunLogFile ASSIGN TO "runlognew.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rlKey
    FILE STATUS IS newRunLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD oldRunLogFile.
01 oldRunLogData.
       02 orlKey.
           03 orlUserName PIC X(10).
           03 orlDate PIC X(8).
           03 orlStartTime PIC X(8).
       02 orlEndTime PIC X(8).
       02 orlExercise PIC X(15).
       02 orlLevel PIC X(1).
       02 orlQuestions PIC 9(2).
FD newRunLogFile.
01 runLogData.
       02 rlKey.
           03 rlUserName PIC X(10).
           03 rlDate PIC X(8).
           03 rlStartTime PIC X(8).
       02 rlEndTime PIC X(8).
       02 rlExercise PIC X(15).
       02 rlLevel PIC X(1).
       02 rlQuestions PIC 9(2).
       02 rlTerminal PIC X(8).
WORKING-STORAGE SECTION.
01 oldRunLogFileStatus PIC X(2).
01 newRunLogFileStatus PIC X(2).
01 noMoreRecords PIC X(1) VALUE "N".
01 recordsConverted PIC 9(7) VALUE ZERO.
PROCEDURE DIVISION.
ConvertProcess.
    DISPLAY "=== Run-log terminal-field conversion ==="
    DISPLAY "Rebuilding runlog.txt into runlognew.txt with room for the"
    DISPLAY "terminal id on each run"
    OPEN INPUT oldRunLogFile
    IF oldRunLogFileStatus NOT = "00"
       DISPLAY "Could not open run log file, status " oldRunLogFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT newRunLogFile
    IF newRunLogFileStatus NOT = "00"
       DISPLAY "Could not open runlognew.txt, status " newRunLogFileStatus
       CLOSE oldRunLogFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM UNTIL noMoreRecords = "Y"
       READ oldRunLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM ConvertOneRecord
       END-READ
    END-PERFORM
    CLOSE oldRunLogFile
    CLOSE newRunLogFile
    DISPLAY recordsConverted " run record(s) converted"
    DISPLAY "When the count looks right, replace runlog.txt with runlognew.txt".
    EXIT PROGRAM.
ConvertOneRecord.
    MOVE oldRunLogData TO runLogData
    MOVE SPACES TO rlTerminal
    WRITE runLogData
        INVALID KEY DISPLAY "Could not convert record for " orlUserName
    END-WRITE
    ADD 1 TO recordsConverted.
