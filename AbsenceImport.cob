       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AbsenceImport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT feedFile ASSIGN TO "absencefeed.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS feedFileStatus.
SELECT rejectFile ASSIGN TO "absencerejects.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS rejectFileStatus.
SELECT absencesFile ASSIGN TO "absences.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS abKey
    FILE STATUS IS absencesFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
DATA DIVISION.
FILE SECTION.
FD feedFile.
01 feedRecord PIC X(80).
FD rejectFile.
01 rejectRecord PIC X(120).
FD absencesFile.
01 absenceData.
       02 abKey.
           03 abUserName PIC X(10).
           03 abDate PIC X(8).
       02 abReasonCode PIC X(4).
       02 abAuthorised PIC X(1).
       02 abImportDate PIC X(8).
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 feedFileStatus PIC X(2).
01 rejectFileStatus PIC X(2).
01 absencesFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 noMoreRecords PIC X(1) VALUE "N".
01 feedUserName PIC X(20).
01 feedDate PIC X(10).
01 feedReasonCode PIC X(10).
01 feedAuthorised PIC X(5).
01 feedDateFull PIC 9(8).
01 rejectReason PIC X(40).
01 playerExist PIC X(1).
01 todayDate PIC X(8).
01 readCount PIC 9(5) VALUE ZERO.
01 importedCount PIC 9(5) VALUE ZERO.
01 updatedCount PIC 9(5) VALUE ZERO.
01 rejectedCount PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
AbsenceImportProcess.
    DISPLAY "=== Absence import from absencefeed.txt ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    OPEN INPUT feedFile
    IF feedFileStatus = "35"
       DISPLAY "No absence feed delivered - nothing to import"
       GOBACK
    END-IF
    IF feedFileStatus NOT = "00"
       DISPLAY "Could not open absence feed, status " feedFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT rejectFile
    IF rejectFileStatus NOT = "00"
       DISPLAY "Could not open reject file, status " rejectFileStatus
       CLOSE feedFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       CLOSE rejectFile
       CLOSE feedFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN I-O absencesFile
    IF absencesFileStatus = "35"
       OPEN OUTPUT absencesFile
       CLOSE absencesFile
       OPEN I-O absencesFile
    END-IF
    IF absencesFileStatus NOT = "00"
       DISPLAY "Could not open absences.txt, status " absencesFileStatus
       CLOSE playersFile
       CLOSE rejectFile
       CLOSE feedFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM UNTIL noMoreRecords = "Y"
       READ feedFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM ImportOneLine
       END-READ
    END-PERFORM
    CLOSE absencesFile
    CLOSE playersFile
    CLOSE rejectFile
    CLOSE feedFile
    DISPLAY "Absence lines read: " readCount
    DISPLAY "Absences added:     " importedCount
    DISPLAY "Absences updated:   " updatedCount
    DISPLAY "Lines rejected:     " rejectedCount.
    GOBACK.
ImportOneLine.
    ADD 1 TO readCount
    IF feedRecord = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO feedUserName
    MOVE SPACES TO feedDate
    MOVE SPACES TO feedReasonCode
    MOVE SPACES TO feedAuthorised
    UNSTRING feedRecord DELIMITED BY ","
        INTO feedUserName, feedDate, feedReasonCode, feedAuthorised
    END-UNSTRING
    MOVE FUNCTION TRIM(feedDate) TO feedDate
    MOVE FUNCTION TRIM(feedAuthorised) TO feedAuthorised
    MOVE SPACES TO rejectReason
    EVALUATE TRUE
        WHEN feedUserName = SPACES
            MOVE "Missing username" TO rejectReason
        WHEN FUNCTION LENGTH(FUNCTION TRIM(feedUserName)) > 10
            MOVE "Username longer than 10 characters" TO rejectReason
        WHEN feedDate(1:8) NOT NUMERIC OR feedDate(9:2) NOT = SPACES
            MOVE "Date must be YYYYMMDD" TO rejectReason
        WHEN feedAuthorised NOT = "Y" AND feedAuthorised NOT = "N"
            MOVE "Authorised flag must be Y or N" TO rejectReason
    END-EVALUATE
    IF rejectReason = SPACES
       MOVE feedDate(1:8) TO feedDateFull
       IF FUNCTION TEST-DATE-YYYYMMDD(feedDateFull) NOT = ZERO
          MOVE "Not a valid calendar date" TO rejectReason
       END-IF
    END-IF
    IF rejectReason NOT = SPACES
       PERFORM WriteRejectLine
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO playerExist
    MOVE FUNCTION TRIM(feedUserName) TO userName
    READ playersFile
        INVALID KEY MOVE "N" TO playerExist
    END-READ
    IF playerExist = "N" OR roleFlag = "T"
       MOVE "Unknown student" TO rejectReason
       PERFORM WriteRejectLine
       EXIT PARAGRAPH
    END-IF
    MOVE userName TO abUserName
    MOVE feedDate(1:8) TO abDate
    MOVE FUNCTION TRIM(feedReasonCode) TO abReasonCode
    MOVE feedAuthorised TO abAuthorised
    MOVE todayDate TO abImportDate
    WRITE absenceData
        INVALID KEY
            REWRITE absenceData
                INVALID KEY CONTINUE
            END-REWRITE
            IF absencesFileStatus = "00"
               ADD 1 TO updatedCount
            ELSE
               MOVE "Absences file write error" TO rejectReason
               PERFORM WriteRejectLine
            END-IF
        NOT INVALID KEY
            ADD 1 TO importedCount
    END-WRITE.
WriteRejectLine.
    ADD 1 TO rejectedCount
    MOVE SPACES TO rejectRecord
    STRING FUNCTION TRIM(feedRecord) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(rejectReason) DELIMITED BY SIZE
           INTO rejectRecord
    END-STRING
    WRITE rejectRecord.
