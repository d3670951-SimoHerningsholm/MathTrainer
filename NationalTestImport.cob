       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NationalTestImport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT importFile ASSIGN TO "nationaltests.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS importFileStatus.
SELECT rejectFile ASSIGN TO "nationaltestrejects.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS rejectFileStatus.
SELECT testResultsFile ASSIGN TO "testresults.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS trKey
    FILE STATUS IS testResultsFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
DATA DIVISION.
FILE SECTION.
FD importFile.
01 importRecord PIC X(80).
FD rejectFile.
01 rejectRecord PIC X(120).
FD testResultsFile.
01 testResultData.
       02 trKey.
           03 trUserName PIC X(10).
           03 trYear PIC X(4).
           03 trArea PIC X(10).
       02 trScore PIC 9(3).
       02 trClassCode PIC X(6).
       02 trImportDate PIC X(8).
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 importFileStatus PIC X(2).
01 rejectFileStatus PIC X(2).
01 testResultsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 noMoreRecords PIC X(1) VALUE "N".
01 importUserName PIC X(20).
01 importYear PIC X(6).
01 importArea PIC X(20).
01 importScore PIC X(6).
01 rejectReason PIC X(40).
01 playerExist PIC X(1).
01 todayDate PIC X(8).
01 readCount PIC 9(5) VALUE ZERO.
01 importedCount PIC 9(5) VALUE ZERO.
01 updatedCount PIC 9(5) VALUE ZERO.
01 rejectedCount PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
NationalTestImportProcess.
    DISPLAY "=== National test results import from nationaltests.txt ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    OPEN INPUT importFile
    IF importFileStatus NOT = "00"
       DISPLAY "Could not open nationaltests.txt, status " importFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT rejectFile
    IF rejectFileStatus NOT = "00"
       DISPLAY "Could not open nationaltestrejects.txt, status " rejectFileStatus
       CLOSE importFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       CLOSE rejectFile
       CLOSE importFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN I-O testResultsFile
    IF testResultsFileStatus = "35"
       OPEN OUTPUT testResultsFile
       CLOSE testResultsFile
       OPEN I-O testResultsFile
    END-IF
    IF testResultsFileStatus NOT = "00"
       DISPLAY "Could not open testresults.txt, status " testResultsFileStatus
       CLOSE playersFile
       CLOSE rejectFile
       CLOSE importFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM UNTIL noMoreRecords = "Y"
       READ importFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM ImportOneLine
       END-READ
    END-PERFORM
    CLOSE testResultsFile
    CLOSE playersFile
    CLOSE rejectFile
    CLOSE importFile
    DISPLAY "Result lines read: " readCount
    DISPLAY "Results added:     " importedCount
    DISPLAY "Results updated:   " updatedCount
    DISPLAY "Lines rejected:    " rejectedCount.
    EXIT PROGRAM.
ImportOneLine.
    ADD 1 TO readCount
    IF importRecord = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO importUserName
    MOVE SPACES TO importYear
    MOVE SPACES TO importArea
    MOVE SPACES TO importScore
    UNSTRING importRecord DELIMITED BY ","
        INTO importUserName, importYear, importArea, importScore
    END-UNSTRING
    MOVE FUNCTION TRIM(importYear) TO importYear
    MOVE FUNCTION TRIM(importArea) TO importArea
    MOVE FUNCTION UPPER-CASE(importArea) TO importArea
    MOVE SPACES TO rejectReason
    EVALUATE TRUE
        WHEN importUserName = SPACES
            MOVE "Missing username" TO rejectReason
        WHEN FUNCTION LENGTH(FUNCTION TRIM(importUserName)) > 10
            MOVE "Username longer than 10 characters" TO rejectReason
        WHEN importYear(1:4) NOT NUMERIC OR importYear(5:2) NOT = SPACES
            MOVE "Test year must be YYYY" TO rejectReason
        WHEN importArea = SPACES
            MOVE "Missing test area" TO rejectReason
        WHEN FUNCTION LENGTH(FUNCTION TRIM(importArea)) > 10
            MOVE "Test area longer than 10 characters" TO rejectReason
        WHEN FUNCTION TEST-NUMVAL(importScore) NOT = ZERO
            MOVE "Score is not a number" TO rejectReason
        WHEN FUNCTION NUMVAL(importScore) < ZERO
                OR FUNCTION NUMVAL(importScore) > 999
            MOVE "Score must be 0 to 999" TO rejectReason
    END-EVALUATE
    IF rejectReason NOT = SPACES
       PERFORM WriteRejectLine
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO playerExist
    MOVE FUNCTION TRIM(importUserName) TO userName
    READ playersFile
        INVALID KEY MOVE "N" TO playerExist
    END-READ
    IF playerExist = "N" OR roleFlag = "T"
       MOVE "Unknown student" TO rejectReason
       PERFORM WriteRejectLine
       EXIT PARAGRAPH
    END-IF
    MOVE userName TO trUserName
    MOVE importYear(1:4) TO trYear
    MOVE importArea TO trArea
    COMPUTE trScore = FUNCTION NUMVAL(importScore)
    MOVE classCode TO trClassCode
    MOVE todayDate TO trImportDate
    WRITE testResultData
        INVALID KEY
            REWRITE testResultData
                INVALID KEY CONTINUE
            END-REWRITE
            IF testResultsFileStatus = "00"
               ADD 1 TO updatedCount
            ELSE
               MOVE "Results file write error" TO rejectReason
               PERFORM WriteRejectLine
            END-IF
        NOT INVALID KEY
            ADD 1 TO importedCount
    END-WRITE.
WriteRejectLine.
    ADD 1 TO rejectedCount
    MOVE SPACES TO rejectRecord
    STRING FUNCTION TRIM(importRecord) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(rejectReason) DELIMITED BY SIZE
           INTO rejectRecord
    END-STRING
    WRITE rejectRecord.
