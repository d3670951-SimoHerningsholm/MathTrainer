       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LoginCards.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS playersFileStatus.
SELECT kioskPinsFile ASSIGN TO "kioskpins.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS kpUserName
    FILE STATUS IS kioskPinsFileStatus.
SELECT forceChangeFile ASSIGN TO "forcechange.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS fcUserName
    FILE STATUS IS forceChangeFileStatus.
SELECT cardFile ASSIGN TO DYNAMIC cardFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS cardFileStatus.
SELECT cardLogFile ASSIGN TO "logincardlog.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS cardLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD playersFile.
COPY PLAYERREC.
FD kioskPinsFile.
01 kioskPinData.
       02 kpUserName PIC X(10).
       02 kpPin PIC X(4).
FD forceChangeFile.
01 forceChangeData.
       02 fcUserName PIC X(10).
       02 fcSetDate PIC X(8).
       02 fcSetBy PIC X(10).
FD cardFile.
01 cardLine PIC X(60).
FD cardLogFile.
01 cardLogRecord PIC X(80).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 kioskPinsFileStatus PIC X(2).
01 forceChangeFileStatus PIC X(2).
01 cardFileStatus PIC X(2).
01 cardLogFileStatus PIC X(2).
01 cardFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 classAccess PIC X(1).
01 resetChoice PIC X(1).
01 resetPasswords PIC X(1) VALUE "N".
01 kioskPinsOpen PIC X(1) VALUE "N".
01 todayDate PIC X(8).
01 timeNow PIC 9(8).
01 randomSeed PIC 9(8).
01 randomFraction PIC 9V9(8).
01 letterIndex PIC 9(2).
01 digitValue PIC 9(1).
01 passwordLetters PIC X(23) VALUE "ABCDEFGHJKMNPQRSTUVWXYZ".
01 tempPassword PIC X(10).
01 hashedPassword PIC X(10).
01 studentFullName PIC X(30).
01 cardText PIC X(36).
01 cardsPrinted PIC 9(3) VALUE ZERO.
01 passwordsSet PIC 9(3) VALUE ZERO.
01 securityAccount PIC X(10).
01 securityEvent PIC X(12).
01 journalOldImage PIC X(47).
01 journalNewImage PIC X(47).
01 spoolType PIC X(12) VALUE "LOGINCARDS".
01 spoolSubject PIC X(10).
LINKAGE SECTION.
01 cardTeacher PIC X(10).
01 cardClassCode PIC X(6).
PROCEDURE DIVISION USING cardTeacher, cardClassCode.
LoginCardsProcess.
    IF cardClassCode = SPACES
       DISPLAY "Choose a class first"
       EXIT PROGRAM
    END-IF
    DISPLAY "=== Login cards for class " cardClassCode " ==="
    CALL 'CheckClassAccess' USING cardTeacher, cardClassCode, classAccess
    IF classAccess NOT = "F"
       DISPLAY "Login cards can only be printed for a class you teach"
       EXIT PROGRAM
    END-IF
    DISPLAY "Set a fresh temporary password for every student? (Y/N)"
    DISPLAY "(each student must choose a new password at first login)"
    ACCEPT resetChoice
    IF resetChoice = "Y" OR resetChoice = "y"
       MOVE "Y" TO resetPasswords
    ELSE
       MOVE "N" TO resetPasswords
    END-IF
    ACCEPT todayDate FROM DATE YYYYMMDD
    ACCEPT timeNow FROM TIME
    MOVE ZERO TO cardsPrinted
    MOVE ZERO TO passwordsSet
    OPEN I-O playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       EXIT PROGRAM
    END-IF
    IF resetPasswords = "Y"
       OPEN I-O forceChangeFile
       IF forceChangeFileStatus = "35"
          OPEN OUTPUT forceChangeFile
          CLOSE forceChangeFile
          OPEN I-O forceChangeFile
       END-IF
       IF forceChangeFileStatus NOT = "00"
          DISPLAY "Could not open forced-change file, status " forceChangeFileStatus
          CLOSE playersFile
          EXIT PROGRAM
       END-IF
       MOVE timeNow TO randomSeed
       COMPUTE randomFraction = FUNCTION RANDOM(randomSeed)
    END-IF
    MOVE "N" TO kioskPinsOpen
    OPEN INPUT kioskPinsFile
    IF kioskPinsFileStatus = "00"
       MOVE "Y" TO kioskPinsOpen
    END-IF
    MOVE SPACES TO cardFileName
    STRING "logincards_" FUNCTION TRIM(cardClassCode) "_" todayDate ".txt"
        DELIMITED BY SIZE INTO cardFileName
    END-STRING
    OPEN OUTPUT cardFile
    IF cardFileStatus NOT = "00"
       DISPLAY "Could not open card file " cardFileName ", status " cardFileStatus
       PERFORM CloseCardFiles
       EXIT PROGRAM
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF classCode = cardClassCode AND roleFlag NOT = "T"
                  PERFORM PrintOneCard
               END-IF
       END-READ
    END-PERFORM
    CLOSE cardFile
    PERFORM CloseCardFiles
    IF cardsPrinted = ZERO
       DISPLAY "No students are registered in class " cardClassCode
       EXIT PROGRAM
    END-IF
    MOVE cardClassCode TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, cardFileName
    PERFORM LogCardRun
    DISPLAY cardsPrinted " login card(s) written to " FUNCTION TRIM(cardFileName)
    IF resetPasswords = "Y"
       DISPLAY passwordsSet " temporary password(s) set"
    END-IF.
    EXIT PROGRAM.
CloseCardFiles.
    IF kioskPinsOpen = "Y"
       CLOSE kioskPinsFile
    END-IF
    IF resetPasswords = "Y"
       CLOSE forceChangeFile
    END-IF
    CLOSE playersFile.
PrintOneCard.
    CALL 'GetStudentName' USING userName, studentFullName
    MOVE SPACES TO tempPassword
    IF resetPasswords = "Y"
       PERFORM SetTemporaryPassword
    END-IF
    MOVE "+------------------------------------+" TO cardLine
    WRITE cardLine
    MOVE "MATH TRAINER LOGIN CARD" TO cardText
    PERFORM WriteCardText
    MOVE SPACES TO cardText
    STRING "Name     : " FUNCTION TRIM(studentFullName) DELIMITED BY SIZE
        INTO cardText
    END-STRING
    PERFORM WriteCardText
    MOVE SPACES TO cardText
    STRING "Class    : " cardClassCode DELIMITED BY SIZE INTO cardText
    END-STRING
    PERFORM WriteCardText
    MOVE SPACES TO cardText
    STRING "Username : " userName DELIMITED BY SIZE INTO cardText
    END-STRING
    PERFORM WriteCardText
    MOVE SPACES TO cardText
    IF tempPassword NOT = SPACES
       STRING "Password : " FUNCTION TRIM(tempPassword) " (change it)"
           DELIMITED BY SIZE INTO cardText
       END-STRING
    ELSE
       MOVE "Password : the one you chose" TO cardText
    END-IF
    PERFORM WriteCardText
    MOVE SPACES TO cardText
    IF kioskPinsOpen = "Y"
       MOVE userName TO kpUserName
       READ kioskPinsFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               STRING "Kiosk PIN: " kpPin DELIMITED BY SIZE INTO cardText
               END-STRING
       END-READ
    END-IF
    PERFORM WriteCardText
    MOVE "+------------------------------------+" TO cardLine
    WRITE cardLine
    MOVE "  - - - - - - - - cut - - - - - - - - -" TO cardLine
    WRITE cardLine
    ADD 1 TO cardsPrinted.
WriteCardText.
    MOVE SPACES TO cardLine
    STRING "| " cardText "|" DELIMITED BY SIZE INTO cardLine
    END-STRING
    WRITE cardLine.
SetTemporaryPassword.
    PERFORM VARYING letterIndex FROM 1 BY 1 UNTIL letterIndex > 3
       COMPUTE randomFraction = FUNCTION RANDOM
       COMPUTE randomSeed = randomFraction * 23 + 1
       MOVE passwordLetters(randomSeed:1) TO tempPassword(letterIndex:1)
    END-PERFORM
    PERFORM VARYING letterIndex FROM 4 BY 1 UNTIL letterIndex > 6
       COMPUTE randomFraction = FUNCTION RANDOM
       COMPUTE digitValue = randomFraction * 10
       MOVE digitValue TO tempPassword(letterIndex:1)
    END-PERFORM
    CALL 'HashPassword' USING tempPassword, hashedPassword
    MOVE playersData TO journalOldImage
    MOVE hashedPassword TO pass
    MOVE playersData TO journalNewImage
    CALL 'SealPlayer' USING playersData
    REWRITE playersData
        INVALID KEY
            DISPLAY "Could not set a password for " userName
            MOVE SPACES TO tempPassword
            EXIT PARAGRAPH
    END-REWRITE
    CALL 'JournalPlayer' USING cardTeacher, journalOldImage, journalNewImage
    MOVE userName TO fcUserName
    MOVE todayDate TO fcSetDate
    MOVE cardTeacher TO fcSetBy
    WRITE forceChangeData
        INVALID KEY
            REWRITE forceChangeData
                INVALID KEY DISPLAY "Could not flag " userName " for a password change"
            END-REWRITE
    END-WRITE
    MOVE userName TO securityAccount
    MOVE "TEMPPASS" TO securityEvent
    CALL 'LogSecurityEvent' USING securityAccount, cardTeacher, securityEvent
    ADD 1 TO passwordsSet.
LogCardRun.
    OPEN EXTEND cardLogFile
    IF cardLogFileStatus = "35"
       OPEN OUTPUT cardLogFile
    END-IF
    IF cardLogFileStatus = "00"
       MOVE SPACES TO cardLogRecord
       STRING todayDate "," timeNow "," FUNCTION TRIM(cardClassCode) ","
              FUNCTION TRIM(cardTeacher) "," cardsPrinted "," passwordsSet ","
              resetPasswords "," FUNCTION TRIM(cardFileName)
           DELIMITED BY SIZE INTO cardLogRecord
       END-STRING
       WRITE cardLogRecord
       CLOSE cardLogFile
    END-IF
    MOVE cardClassCode TO securityAccount
    MOVE "LOGINCARDS" TO securityEvent
    CALL 'LogSecurityEvent' USING securityAccount, cardTeacher, securityEvent.
