       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LogFactAttempt.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT factLogFile ASSIGN TO "factlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS flKey
    FILE STATUS IS factLogFileStatus.
DATA DIVISION.
FILE SECTION.
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
01 factLogFileStatus PIC X(2).
01 writeDone PIC X(1).
LINKAGE SECTION.
01 factPlayer PIC X(10).
01 factOperand1 PIC S9(5).
01 factOperand2 PIC S9(5).
01 factResult PIC X(1).
01 factSeconds PIC S9(5).
01 factSource PIC X(1).
PROCEDURE DIVISION USING factPlayer, factOperand1, factOperand2, factResult,
        factSeconds, factSource.
LogFactAttemptProcess.
    IF factPlayer = "*GUEST*"
       EXIT PROGRAM
    END-IF
    IF factOperand1 < ZERO OR factOperand1 > 9
            OR factOperand2 < ZERO OR factOperand2 > 9
       EXIT PROGRAM
    END-IF
    OPEN I-O factLogFile
    IF factLogFileStatus = "35"
       OPEN OUTPUT factLogFile
       CLOSE factLogFile
       OPEN I-O factLogFile
    END-IF
    IF factLogFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE factPlayer TO flUserName
    ACCEPT flDate FROM DATE YYYYMMDD
    ACCEPT flTime FROM TIME
    MOVE factOperand1 TO flOperand1
    MOVE factOperand2 TO flOperand2
    MOVE factResult TO flResult
    IF factSeconds < ZERO
       MOVE ZERO TO flSeconds
    ELSE
       IF factSeconds > 999
          MOVE 999 TO flSeconds
       ELSE
          MOVE factSeconds TO flSeconds
       END-IF
    END-IF
    MOVE factSource TO flSource
    MOVE ZERO TO flSeq
    MOVE "N" TO writeDone
    PERFORM UNTIL writeDone = "Y"
       WRITE factLogData
           INVALID KEY
               IF flSeq < 99
                  ADD 1 TO flSeq
               ELSE
                  MOVE "Y" TO writeDone
               END-IF
           NOT INVALID KEY
               MOVE "Y" TO writeDone
       END-WRITE
    END-PERFORM
    CLOSE factLogFile.
    EXIT PROGRAM.
