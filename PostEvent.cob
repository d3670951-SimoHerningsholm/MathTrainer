       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PostEvent.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT eventStoreFile ASSIGN TO "eventfeed.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS evSeq
    FILE STATUS IS eventStoreFileStatus.
SELECT eventOutFile ASSIGN TO "eventout.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS eventOutFileStatus.
DATA DIVISION.
FILE SECTION.
FD eventStoreFile.
COPY EVENTREC.
FD eventOutFile.
01 eventOutData.
       02 eoSeq PIC 9(8).
       02 eoType PIC X(12).
       02 eoUserName PIC X(10).
       02 eoDate PIC X(8).
       02 eoTime PIC X(8).
       02 eoDetail PIC X(30).
       02 eoSendCount PIC 9(3).
WORKING-STORAGE SECTION.
01 eventStoreFileStatus PIC X(2).
01 eventOutFileStatus PIC X(2).
01 controlExist PIC X(1).
01 nextSeq PIC 9(8).
LINKAGE SECTION.
01 eventType PIC X(12).
01 eventPlayer PIC X(10).
01 eventDetail PIC X(30).
PROCEDURE DIVISION USING eventType, eventPlayer, eventDetail.
PostEventProcess.
    OPEN I-O eventStoreFile
    IF eventStoreFileStatus = "35"
       OPEN OUTPUT eventStoreFile
       CLOSE eventStoreFile
       OPEN I-O eventStoreFile
    END-IF
    IF eventStoreFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE ZERO TO ecSeq
    MOVE "Y" TO controlExist
    READ eventStoreFile
        INVALID KEY MOVE "N" TO controlExist
    END-READ
    IF controlExist = "N"
       MOVE SPACES TO eventControlData
       MOVE ZERO TO ecSeq
       MOVE ZERO TO ecLastSeq
       MOVE ZERO TO ecAckedSeq
    END-IF
    COMPUTE nextSeq = ecLastSeq + 1
    MOVE nextSeq TO ecLastSeq
    IF controlExist = "Y"
       REWRITE eventControlData
           INVALID KEY CONTINUE
       END-REWRITE
    ELSE
       WRITE eventControlData
           INVALID KEY CONTINUE
       END-WRITE
    END-IF
    MOVE SPACES TO eventData
    MOVE nextSeq TO evSeq
    MOVE eventType TO evType
    MOVE eventPlayer TO evUserName
    ACCEPT evDate FROM DATE YYYYMMDD
    ACCEPT evTime FROM TIME
    MOVE eventDetail TO evDetail
    MOVE "P" TO evStatus
    MOVE 1 TO evSendCount
    MOVE evDate TO evLastSentDate
    WRITE eventData
        INVALID KEY
            CLOSE eventStoreFile
            EXIT PROGRAM
    END-WRITE
    CLOSE eventStoreFile
    OPEN EXTEND eventOutFile
    IF eventOutFileStatus = "35"
       OPEN OUTPUT eventOutFile
    END-IF
    IF eventOutFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE evSeq TO eoSeq
    MOVE evType TO eoType
    MOVE evUserName TO eoUserName
    MOVE evDate TO eoDate
    MOVE evTime TO eoTime
    MOVE evDetail TO eoDetail
    MOVE evSendCount TO eoSendCount
    WRITE eventOutData
    CLOSE eventOutFile.
    EXIT PROGRAM.
