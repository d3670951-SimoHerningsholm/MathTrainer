       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. IssueResetCode.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT resetCodesFile ASSIGN TO "resetcodes.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rcUserName
    FILE STATUS IS resetCodesFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
DATA DIVISION.
FILE SECTION.
FD resetCodesFile.
01 resetCodeData.
       02 rcUserName PIC X(10).
       02 rcCodeHash PIC X(10).
       02 rcIssueDate PIC X(8).
       02 rcIssuedBy PIC X(10).
       02 rcUsedFlag PIC X(1).
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 resetCodesFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 studentEntry PIC X(10).
01 studentExist PIC X(1).
01 studentClass PIC X(6).
01 classAccess PIC X(1).
01 todayDate PIC X(8).
01 timeNow PIC 9(8).
01 randomSeed PIC 9(8).
01 randomFraction PIC 9V9(8).
01 codeNumber PIC 9(6).
01 plainCode PIC X(10).
01 hashedCode PIC X(10).
01 securityEvent PIC X(12).
LINKAGE SECTION.
01 issuingTeacher PIC X(10).
01 issuingClassCode PIC X(6).
PROCEDURE DIVISION USING issuingTeacher, issuingClassCode.
IssueResetCodeProcess.
    DISPLAY "=== Issue a one-time password reset code ==="
    DISPLAY "Enter the student's username"
    ACCEPT studentEntry
    MOVE "Y" TO studentExist
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       EXIT PROGRAM
    END-IF
    MOVE studentEntry TO userName
    READ playersFile
        INVALID KEY MOVE "N" TO studentExist
    END-READ
    MOVE classCode TO studentClass
    IF studentExist = "Y" AND roleFlag = "T"
       MOVE "N" TO studentExist
    END-IF
    CLOSE playersFile
    IF studentExist = "N"
       DISPLAY "No student with that username"
       EXIT PROGRAM
    END-IF
    CALL 'CheckClassAccess' USING issuingTeacher, studentClass, classAccess
    IF classAccess NOT = "F"
       DISPLAY "Reset codes can only be issued for students in a class you teach"
       EXIT PROGRAM
    END-IF
    ACCEPT todayDate FROM DATE YYYYMMDD
    ACCEPT timeNow FROM TIME
    COMPUTE randomSeed = timeNow + FUNCTION ORD(studentEntry(1:1)) * 1000
    COMPUTE randomFraction = FUNCTION RANDOM(randomSeed)
    COMPUTE randomFraction = FUNCTION RANDOM
    COMPUTE codeNumber = randomFraction * 900000 + 100000
    MOVE SPACES TO plainCode
    MOVE codeNumber TO plainCode(1:6)
    CALL 'HashPassword' USING plainCode, hashedCode
    OPEN I-O resetCodesFile
    IF resetCodesFileStatus = "35"
       OPEN OUTPUT resetCodesFile
       CLOSE resetCodesFile
       OPEN I-O resetCodesFile
    END-IF
    IF resetCodesFileStatus NOT = "00"
       DISPLAY "Could not open reset code file, status " resetCodesFileStatus
       EXIT PROGRAM
    END-IF
    MOVE studentEntry TO rcUserName
    MOVE hashedCode TO rcCodeHash
    MOVE todayDate TO rcIssueDate
    MOVE issuingTeacher TO rcIssuedBy
    MOVE "N" TO rcUsedFlag
    WRITE resetCodeData
        INVALID KEY
            REWRITE resetCodeData
                INVALID KEY DISPLAY "Could not store the reset code"
            END-REWRITE
    END-WRITE
    IF resetCodesFileStatus NOT = "00"
       CLOSE resetCodesFile
       EXIT PROGRAM
    END-IF
    CLOSE resetCodesFile
    DISPLAY "One-time reset code for " FUNCTION TRIM(studentEntry) ": " codeNumber
    DISPLAY "The student types it at the password prompt today, then chooses a new password"
    DISPLAY "Any earlier code for this student no longer works"
    MOVE "RESETISSUE" TO securityEvent
    CALL 'LogSecurityEvent' USING studentEntry, issuingTeacher, securityEvent.
    EXIT PROGRAM.
