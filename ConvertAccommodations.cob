       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ConvertAccommodations.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT oldAccommodationsFile ASSIGN TO "accommodations.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS oldAcUserName
    FILE STATUS IS oldAccommodationsFileStatus.
SELECT newAccommodationsFile ASSIGN TO "accommodationsnew.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS acUserName
    FILE STATUS IS newAccommodationsFileStatus.
DATA DIVISION.
FILE SECTION.
FD oldAccommodationsFile.
01 oldAccommodationData.
       02 oldAcUserName PIC X(10).
       02 oldAcTimeMultPct PIC 9(3).
       02 oldAcNote PIC X(20).
FD newAccommodationsFile.
01 accommodationData.
       02 acUserName PIC X(10).
       02 acTimeMultPct PIC 9(3).
       02 acNote PIC X(20).
       02 acAnswerFormat PIC X(1).
WORKING-STORAGE SECTION.
01 oldAccommodationsFileStatus PIC X(2).
01 newAccommodationsFileStatus PIC X(2).
01 noMoreRecords PIC X(1) VALUE "N".
01 profilesConverted PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
ConvertProcess.
    DISPLAY "=== Accommodations answer-format conversion ==="
    DISPLAY "Rebuilding accommodations.txt into accommodationsnew.txt with the"
    DISPLAY "answer format added; converted profiles keep free-typed answers"
    OPEN INPUT oldAccommodationsFile
    IF oldAccommodationsFileStatus NOT = "00"
       DISPLAY "Could not open accommodations file, status " oldAccommodationsFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT newAccommodationsFile
    IF newAccommodationsFileStatus NOT = "00"
       DISPLAY "Could not open accommodationsnew.txt, status " newAccommodationsFileStatus
       CLOSE oldAccommodationsFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM UNTIL noMoreRecords = "Y"
       READ oldAccommodationsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE oldAcUserName TO acUserName
               MOVE oldAcTimeMultPct TO acTimeMultPct
               MOVE oldAcNote TO acNote
               MOVE "F" TO acAnswerFormat
               WRITE accommodationData
                   INVALID KEY DISPLAY "Could not convert " oldAcUserName
               END-WRITE
               ADD 1 TO profilesConverted
       END-READ
    END-PERFORM
    CLOSE oldAccommodationsFile
    CLOSE newAccommodationsFile
    DISPLAY profilesConverted " accommodation profile(s) converted"
    DISPLAY "When the count looks right, replace accommodations.txt with accommodationsnew.txt".
    EXIT PROGRAM.
