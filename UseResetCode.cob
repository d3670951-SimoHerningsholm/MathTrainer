       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. UseResetCode.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT resetCodesFile ASSIGN TO "resetcodes.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rcUserName
    FILE STATUS IS resetCodesFileStatus.
DATA DIVISION.
FILE SECTION.
FD resetCodesFile.
01 resetCodeData.
       02 rcUserName PIC X(10).
       02 rcCodeHash PIC X(10).
       02 rcIssueDate PIC X(8).
       02 rcIssuedBy PIC X(10).
       02 rcUsedFlag PIC X(1).
WORKING-STORAGE SECTION.
01 resetCodesFileStatus PIC X(2).
01 todayDate PIC X(8).
01 securityActor PIC X(10) VALUE "TERMINAL".
01 securityEvent PIC X(12).
LINKAGE SECTION.
01 resetPlayer PIC X(10).
01 resetHashTryout PIC X(10).
01 resetAccepted PIC X(1).
PROCEDURE DIVISION USING resetPlayer, resetHashTryout, resetAccepted.
UseResetCodeProcess.
    MOVE "N" TO resetAccepted
    OPEN I-O resetCodesFile
    IF resetCodesFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE resetPlayer TO rcUserName
    READ resetCodesFile
        INVALID KEY
            CLOSE resetCodesFile
            EXIT PROGRAM
    END-READ
    ACCEPT todayDate FROM DATE YYYYMMDD
    IF rcUsedFlag = "N" AND rcIssueDate = todayDate
            AND rcCodeHash = resetHashTryout
       MOVE "Y" TO rcUsedFlag
       REWRITE resetCodeData
           INVALID KEY DISPLAY "Could not mark the reset code as used"
       END-REWRITE
       IF resetCodesFileStatus = "00"
          MOVE "Y" TO resetAccepted
          MOVE "RESETUSED" TO securityEvent
          CALL 'LogSecurityEvent' USING resetPlayer, securityActor, securityEvent
       END-IF
    END-IF
    CLOSE resetCodesFile.
    EXIT PROGRAM.
