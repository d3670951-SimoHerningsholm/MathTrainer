       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SealCheck.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT playerJournalFile ASSIGN TO "playerjournal.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS playerJournalFileStatus.
SELECT tamperReportFile ASSIGN TO "tamperreport.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS tamperReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD playersFile.
COPY PLAYERREC.
FD playerJournalFile.
01 playerJournalRecord.
       02 jrDate PIC X(8).
       02 jrTime PIC X(8).
       02 jrActor PIC X(10).
       02 jrOldImage PIC X(47).
       02 jrNewImage.
           03 jrNewUserName PIC X(10).
           03 jrNewPass PIC X(10).
           03 jrNewPoints PIC 9(7).
           03 jrNewLockedFlag PIC X(1).
           03 jrNewUnlockedLevel PIC 9(1).
           03 FILLER PIC X(18).
FD tamperReportFile.
01 tamperReportLine PIC X(100).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 playerJournalFileStatus PIC X(2).
01 tamperReportFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 sealIntact PIC X(1).
01 playersChecked PIC 9(7) VALUE ZERO.
01 newlyLocked PIC 9(5) VALUE ZERO.
01 brokenTable.
       02 brokenEntry OCCURS 500 TIMES.
           03 brUserName PIC X(10).
           03 brPoints PIC 9(7).
           03 brLevel PIC 9(1).
           03 brWasLocked PIC X(1).
           03 brJournalDate PIC X(8).
           03 brJournalTime PIC X(8).
           03 brJournalActor PIC X(10).
           03 brJournalPoints PIC 9(7).
           03 brJournalLevel PIC 9(1).
01 brokenCount PIC 9(3) VALUE ZERO.
01 brokenOverflow PIC X(1) VALUE "N".
01 brokenIndex PIC 9(3).
01 brokenFound PIC X(1).
01 sealActor PIC X(10) VALUE "SEALCHECK".
01 securityEvent PIC X(12) VALUE "SEALBROKEN".
01 journalOldImage PIC X(47).
01 journalNewImage PIC X(47).
01 pointsDisp PIC Z(6)9.
01 journalPointsDisp PIC Z(6)9.
01 differenceValue PIC S9(8).
01 differenceDisp PIC +Z(7)9.
01 statusText PIC X(15).
01 alertSource PIC X(12) VALUE "SEALCHECK".
01 alertSeverity PIC X(1) VALUE "E".
01 alertMessage PIC X(60).
PROCEDURE DIVISION.
SealCheckProcess.
    DISPLAY "=== Player record seal verification ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM CheckOneSeal
       END-READ
    END-PERFORM
    CLOSE playersFile
    PERFORM FindLastJournalEntries
    IF brokenCount > ZERO
       PERFORM LockBrokenAccounts
    END-IF
    PERFORM WriteTamperReport
    DISPLAY playersChecked " player record(s) checked, " brokenCount
        " broken seal(s), " newlyLocked " account(s) locked tonight"
    IF brokenCount > ZERO
       MOVE SPACES TO alertMessage
       STRING "Broken player seals: " brokenCount " account(s) - see tamperreport.txt"
           DELIMITED BY SIZE INTO alertMessage
       END-STRING
       CALL 'RaiseAlert' USING alertSource, alertSeverity, alertMessage
    END-IF.
    GOBACK.
CheckOneSeal.
    ADD 1 TO playersChecked
    CALL 'CheckPlayerSeal' USING playersData, sealIntact
    IF sealIntact = "Y"
       EXIT PARAGRAPH
    END-IF
    IF brokenCount >= 500
       MOVE "Y" TO brokenOverflow
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO brokenCount
    MOVE userName TO brUserName(brokenCount)
    MOVE points TO brPoints(brokenCount)
    MOVE unlockedLevel TO brLevel(brokenCount)
    MOVE lockedFlag TO brWasLocked(brokenCount)
    MOVE SPACES TO brJournalDate(brokenCount)
    MOVE SPACES TO brJournalTime(brokenCount)
    MOVE SPACES TO brJournalActor(brokenCount)
    MOVE ZERO TO brJournalPoints(brokenCount)
    MOVE ZERO TO brJournalLevel(brokenCount).
FindLastJournalEntries.
    IF brokenCount = ZERO
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT playerJournalFile
    IF playerJournalFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ playerJournalFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF jrActor NOT = sealActor
                  PERFORM NoteJournalEntry
               END-IF
       END-READ
    END-PERFORM
    CLOSE playerJournalFile.
NoteJournalEntry.
    MOVE "N" TO brokenFound
    PERFORM VARYING brokenIndex FROM 1 BY 1
            UNTIL brokenIndex > brokenCount OR brokenFound = "Y"
       IF brUserName(brokenIndex) = jrNewUserName
          MOVE "Y" TO brokenFound
       END-IF
    END-PERFORM
    IF brokenFound = "N"
       EXIT PARAGRAPH
    END-IF
    SUBTRACT 1 FROM brokenIndex
    MOVE jrDate TO brJournalDate(brokenIndex)
    MOVE jrTime TO brJournalTime(brokenIndex)
    MOVE jrActor TO brJournalActor(brokenIndex)
    IF jrNewPoints IS NUMERIC
       MOVE jrNewPoints TO brJournalPoints(brokenIndex)
    END-IF
    IF jrNewUnlockedLevel IS NUMERIC
       MOVE jrNewUnlockedLevel TO brJournalLevel(brokenIndex)
    END-IF.
LockBrokenAccounts.
    OPEN I-O playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not reopen players file to lock accounts, status "
           playersFileStatus
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING brokenIndex FROM 1 BY 1 UNTIL brokenIndex > brokenCount
       IF brWasLocked(brokenIndex) NOT = "Y"
          PERFORM LockOneAccount
       END-IF
    END-PERFORM
    CLOSE playersFile.
LockOneAccount.
    MOVE brUserName(brokenIndex) TO userName
    READ playersFile
        INVALID KEY EXIT PARAGRAPH
    END-READ
    MOVE playersData TO journalOldImage
    MOVE "Y" TO lockedFlag
    MOVE playersData TO journalNewImage
    REWRITE playersData
        INVALID KEY
            DISPLAY "Could not lock " userName
            EXIT PARAGRAPH
    END-REWRITE
    CALL 'JournalPlayer' USING sealActor, journalOldImage, journalNewImage
    CALL 'LogSecurityEvent' USING userName, sealActor, securityEvent
    ADD 1 TO newlyLocked.
WriteTamperReport.
    OPEN OUTPUT tamperReportFile
    IF tamperReportFileStatus NOT = "00"
       DISPLAY "Could not open tamperreport.txt, status " tamperReportFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO tamperReportLine
    STRING "PLAYER RECORD TAMPER REPORT - " todayDate DELIMITED BY SIZE
        INTO tamperReportLine
    END-STRING
    WRITE tamperReportLine
    MOVE "Accounts whose seal no longer matches userName, points, unlockedLevel and lockedFlag."
        TO tamperReportLine
    WRITE tamperReportLine
    MOVE "Each stays locked with a broken seal until an administrator reviews and unlocks it."
        TO tamperReportLine
    WRITE tamperReportLine
    MOVE SPACES TO tamperReportLine
    WRITE tamperReportLine
    MOVE "USERNAME    STATUS          POINTS LV | LAST JOURNAL ENTRY           BY          POINTS LV   CHANGE"
        TO tamperReportLine
    WRITE tamperReportLine
    PERFORM VARYING brokenIndex FROM 1 BY 1 UNTIL brokenIndex > brokenCount
       PERFORM WriteTamperLine
    END-PERFORM
    MOVE SPACES TO tamperReportLine
    WRITE tamperReportLine
    IF brokenCount = ZERO
       MOVE "No broken seals found" TO tamperReportLine
    ELSE
       MOVE SPACES TO tamperReportLine
       STRING "Accounts listed: " brokenCount "   locked tonight: " newlyLocked
           DELIMITED BY SIZE INTO tamperReportLine
       END-STRING
    END-IF
    WRITE tamperReportLine
    IF brokenOverflow = "Y"
       MOVE "More than 500 broken seals - only the first 500 are listed"
           TO tamperReportLine
       WRITE tamperReportLine
    END-IF
    CLOSE tamperReportFile.
WriteTamperLine.
    IF brWasLocked(brokenIndex) = "Y"
       MOVE "AWAITING REVIEW" TO statusText
    ELSE
       MOVE "LOCKED TONIGHT" TO statusText
    END-IF
    MOVE brPoints(brokenIndex) TO pointsDisp
    MOVE SPACES TO tamperReportLine
    IF brJournalDate(brokenIndex) = SPACES
       STRING brUserName(brokenIndex) "  " statusText " " pointsDisp " "
           brLevel(brokenIndex) " | no journal entry on file"
           DELIMITED BY SIZE INTO tamperReportLine
       END-STRING
    ELSE
       MOVE brJournalPoints(brokenIndex) TO journalPointsDisp
       COMPUTE differenceValue = brPoints(brokenIndex) - brJournalPoints(brokenIndex)
       MOVE differenceValue TO differenceDisp
       STRING brUserName(brokenIndex) "  " statusText " " pointsDisp " "
           brLevel(brokenIndex) " | " brJournalDate(brokenIndex) " "
           brJournalTime(brokenIndex) "  " brJournalActor(brokenIndex) " "
           journalPointsDisp "  " brJournalLevel(brokenIndex) " " differenceDisp
           DELIMITED BY SIZE INTO tamperReportLine
       END-STRING
    END-IF
    WRITE tamperReportLine.
