       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TransferImport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT packageFile ASSIGN TO DYNAMIC packageFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS packageFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    LOCK MODE IS AUTOMATIC
    FILE STATUS IS playersFileStatus.
SELECT sessionLogFile ASSIGN TO "sessionlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS slKeyGroup
    ALTERNATE RECORD KEY IS slUserName WITH DUPLICATES
    ALTERNATE RECORD KEY IS slDate WITH DUPLICATES
    FILE STATUS IS sessionLogFileStatus.
SELECT levelUnlocksFile ASSIGN TO "levelunlocks.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS luKey
    FILE STATUS IS levelUnlocksFileStatus.
SELECT accommodationsFile ASSIGN TO "accommodations.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS acUserName
    FILE STATUS IS accommodationsFileStatus.
SELECT ledgerFile ASSIGN TO "pointsledger.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ledgerFileStatus.
SELECT controlTotalsFile ASSIGN TO "controltotals.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS controlTotalsFileStatus.
SELECT transferLogFile ASSIGN TO "transferlog.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS transferLogFileStatus.
SELECT reconFile ASSIGN TO DYNAMIC reconFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reconFileStatus.
DATA DIVISION.
FILE SECTION.
FD packageFile.
01 packageRecord.
       02 pkType PIC X(1).
       02 pkBody PIC X(99).
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
COPY SESSIONREC.
FD levelUnlocksFile.
01 levelUnlockData.
       02 luKey.
           03 luUserName PIC X(10).
           03 luExercise PIC X(2).
       02 luLevel PIC 9(1).
FD accommodationsFile.
01 accommodationData.
       02 acUserName PIC X(10).
       02 acTimeMultPct PIC 9(3).
       02 acNote PIC X(20).
       02 acAnswerFormat PIC X(1).
FD ledgerFile.
01 ledgerRecord PIC X(70).
FD controlTotalsFile.
01 controlTotalsRecord PIC X(70).
FD transferLogFile.
01 transferLogRecord PIC X(100).
FD reconFile.
01 reconLine PIC X(80).
WORKING-STORAGE SECTION.
01 packageFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 levelUnlocksFileStatus PIC X(2).
01 accommodationsFileStatus PIC X(2).
01 ledgerFileStatus PIC X(2).
01 controlTotalsFileStatus PIC X(2).
01 transferLogFileStatus PIC X(2).
01 reconFileStatus PIC X(2).
01 packageFileName PIC X(40).
01 reconFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 packageValid PIC X(1).
01 packageProblem PIC X(50).
01 todayDate PIC X(8).
01 timeNow PIC X(8).
01 confirmEntry PIC X(1).
01 classEntry PIC X(6).
01 classCodeValid PIC X(1).
01 packageHeader.
       02 phExportDate PIC X(8).
       02 phSchool PIC X(6).
       02 phUserName PIC X(10).
01 packageLedger.
       02 plBalance PIC S9(9) SIGN LEADING SEPARATE.
01 packageTrailer.
       02 ptSessions PIC 9(6).
       02 ptUnlocks PIC 9(3).
       02 ptAccommodations PIC 9(1).
       02 ptPoints PIC 9(7).
01 packagePlayer PIC X(47).
01 packagePoints PIC 9(7).
01 headerCount PIC 9(3).
01 playerRecordCount PIC 9(3).
01 trailerCount PIC 9(3).
01 packageSessions PIC 9(6).
01 packageUnlocks PIC 9(3).
01 packageAccoms PIC 9(3).
01 packageLedgerBalance PIC S9(9).
01 originalUser PIC X(10).
01 newUser PIC X(10).
01 candidateUser PIC X(10).
01 candidateFree PIC X(1).
01 userBase PIC X(8).
01 rekeySuffix PIC 9(2).
01 rekeyed PIC X(1) VALUE "N".
01 beforePlayers PIC 9(6).
01 beforePoints PIC 9(10).
01 beforeSessions PIC 9(8).
01 afterPlayers PIC 9(6).
01 afterPoints PIC 9(10).
01 afterSessions PIC 9(8).
01 countPlayers PIC 9(6).
01 countPoints PIC 9(10).
01 countSessions PIC 9(8).
01 sessionsWritten PIC 9(6) VALUE ZERO.
01 sessionsSkipped PIC 9(6) VALUE ZERO.
01 sessionsBeforeSnapshot PIC 9(6) VALUE ZERO.
01 unlocksWritten PIC 9(3) VALUE ZERO.
01 accomsWritten PIC 9(3) VALUE ZERO.
01 holdUnlockLevel PIC 9(1).
01 snapshotDate PIC X(8) VALUE SPACES.
01 snapshotDateText PIC X(8).
01 ledgerLineDate PIC X(8).
01 ledgerLineTime PIC X(8).
01 ledgerLinePlayer PIC X(10).
01 ledgerLineSource PIC X(15).
01 ledgerLineDeltaText PIC X(8).
01 ledgerLineBalanceText PIC X(8).
01 ledgerRebuilt PIC S9(9).
01 ledgerDelta PIC S9(7).
01 ledgerBalance PIC 9(7).
01 ledgerSource PIC X(15) VALUE "TRANSFERIN".
01 journalOldImage PIC X(47).
01 journalNewImage PIC X(47).
01 securityEvent PIC X(12).
01 tieOut PIC X(1).
01 signedDisplay PIC -9(9).
LINKAGE SECTION.
01 importActor PIC X(10).
PROCEDURE DIVISION USING importActor.
TransferImportProcess.
    DISPLAY "=== Student transfer package import ==="
    DISPLAY "Enter the transfer package file name"
    ACCEPT packageFileName
    ACCEPT todayDate FROM DATE YYYYMMDD
    ACCEPT timeNow FROM TIME
    PERFORM ValidatePackage
    IF packageValid = "N"
       DISPLAY "Package rejected: " FUNCTION TRIM(packageProblem)
       EXIT PROGRAM
    END-IF
    MOVE phUserName TO originalUser
    DISPLAY "Package from school " phSchool " exported " phExportDate " for "
        originalUser
    DISPLAY "  " packageSessions " session(s), " packageUnlocks " unlock(s), "
        packageAccoms " accommodation record(s), " packagePoints " point(s)"
    DISPLAY "Enter the class code at this school"
    ACCEPT classEntry
    CALL 'ValidateClassCode' USING classEntry, classCodeValid
    IF classCodeValid = "N"
       DISPLAY "Unknown class code"
       EXIT PROGRAM
    END-IF
    PERFORM ChooseNewUsername
    IF newUser = SPACES
       DISPLAY "No free username could be found for " originalUser
       EXIT PROGRAM
    END-IF
    IF rekeyed = "Y"
       DISPLAY originalUser " is already used here - the student will be " newUser
    END-IF
    DISPLAY "Import " originalUser " as " newUser " into class " classEntry "? (Y/N)"
    ACCEPT confirmEntry
    IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
       DISPLAY "Transfer import cancelled"
       EXIT PROGRAM
    END-IF
    PERFORM CountMasterTotals
    MOVE countPlayers TO beforePlayers
    MOVE countPoints TO beforePoints
    MOVE countSessions TO beforeSessions
    PERFORM FindSnapshotDate
    PERFORM LoadPackage
    IF packageValid = "N"
       DISPLAY "Transfer stopped: " FUNCTION TRIM(packageProblem)
       EXIT PROGRAM
    END-IF
    IF packagePoints > ZERO
       MOVE packagePoints TO ledgerDelta
       MOVE packagePoints TO ledgerBalance
       CALL 'PointsLedger' USING newUser, ledgerSource, ledgerDelta, ledgerBalance
    END-IF
    MOVE "TRANSFERIN" TO securityEvent
    CALL 'LogSecurityEvent' USING newUser, importActor, securityEvent
    PERFORM CountMasterTotals
    MOVE countPlayers TO afterPlayers
    MOVE countPoints TO afterPoints
    MOVE countSessions TO afterSessions
    PERFORM RebuildLedgerBalance
    PERFORM WriteTransferLog
    PERFORM WriteReconciliation.
    EXIT PROGRAM.
ValidatePackage.
    MOVE "Y" TO packageValid
    MOVE SPACES TO packageProblem
    MOVE ZERO TO headerCount
    MOVE ZERO TO playerRecordCount
    MOVE ZERO TO trailerCount
    MOVE ZERO TO packageSessions
    MOVE ZERO TO packageUnlocks
    MOVE ZERO TO packageAccoms
    MOVE ZERO TO packageLedgerBalance
    OPEN INPUT packageFile
    IF packageFileStatus NOT = "00"
       MOVE "package file could not be opened" TO packageProblem
       MOVE "N" TO packageValid
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ packageFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               EVALUATE pkType
                   WHEN "H"
                       ADD 1 TO headerCount
                       MOVE pkBody TO packageHeader
                   WHEN "P"
                       ADD 1 TO playerRecordCount
                       MOVE pkBody TO packagePlayer
                   WHEN "S" ADD 1 TO packageSessions
                   WHEN "U" ADD 1 TO packageUnlocks
                   WHEN "A" ADD 1 TO packageAccoms
                   WHEN "L"
                       MOVE pkBody TO packageLedger
                       MOVE plBalance TO packageLedgerBalance
                   WHEN "T"
                       ADD 1 TO trailerCount
                       MOVE pkBody TO packageTrailer
                   WHEN OTHER
                       MOVE "unknown record type in package" TO packageProblem
               END-EVALUATE
       END-READ
    END-PERFORM
    CLOSE packageFile
    IF playerRecordCount = 1
       MOVE packagePlayer TO playersData
       MOVE points TO packagePoints
    END-IF
    EVALUATE TRUE
        WHEN packageProblem NOT = SPACES
            CONTINUE
        WHEN headerCount NOT = 1 OR phUserName = SPACES
            MOVE "missing or repeated header" TO packageProblem
        WHEN playerRecordCount NOT = 1
            MOVE "package must hold exactly one player record" TO packageProblem
        WHEN trailerCount NOT = 1
            MOVE "missing trailer - package is incomplete" TO packageProblem
        WHEN ptSessions NOT = packageSessions OR ptUnlocks NOT = packageUnlocks
                OR ptAccommodations NOT = packageAccoms
            MOVE "record counts do not match the trailer" TO packageProblem
        WHEN ptPoints NOT = packagePoints
            MOVE "points do not match the trailer" TO packageProblem
        WHEN userName NOT = phUserName OR roleFlag = "T"
            MOVE "player record does not match the header" TO packageProblem
    END-EVALUATE
    IF packageProblem NOT = SPACES
       MOVE "N" TO packageValid
    END-IF.
ChooseNewUsername.
    MOVE SPACES TO newUser
    MOVE originalUser TO candidateUser
    PERFORM CheckCandidateFree
    IF candidateFree = "Y"
       MOVE candidateUser TO newUser
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO rekeyed
    MOVE originalUser(1:8) TO userBase
    PERFORM VARYING rekeySuffix FROM 1 BY 1
            UNTIL rekeySuffix > 98 OR newUser NOT = SPACES
       MOVE SPACES TO candidateUser
       STRING FUNCTION TRIM(userBase) rekeySuffix DELIMITED BY SIZE
           INTO candidateUser
       END-STRING
       PERFORM CheckCandidateFree
       IF candidateFree = "Y"
          MOVE candidateUser TO newUser
       END-IF
    END-PERFORM.
CheckCandidateFree.
    MOVE "Y" TO candidateFree
    OPEN INPUT playersFile
    IF playersFileStatus = "00"
       MOVE candidateUser TO userName
       READ playersFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE "N" TO candidateFree
       END-READ
       CLOSE playersFile
    END-IF
    IF candidateFree = "N"
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus = "00"
       MOVE candidateUser TO slUserName
       START sessionLogFile KEY IS = slUserName
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE "N" TO candidateFree
       END-START
       CLOSE sessionLogFile
    END-IF.
CountMasterTotals.
    MOVE ZERO TO countPlayers
    MOVE ZERO TO countPoints
    MOVE ZERO TO countSessions
    OPEN INPUT playersFile
    IF playersFileStatus = "00"
       MOVE "N" TO noMoreRecords
       PERFORM UNTIL noMoreRecords = "Y"
          READ playersFile NEXT RECORD
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END
                  ADD 1 TO countPlayers
                  ADD points TO countPoints
          END-READ
       END-PERFORM
       CLOSE playersFile
    END-IF
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus = "00"
       MOVE "N" TO noMoreRecords
       PERFORM UNTIL noMoreRecords = "Y"
          READ sessionLogFile NEXT RECORD
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END ADD 1 TO countSessions
          END-READ
       END-PERFORM
       CLOSE sessionLogFile
    END-IF.
FindSnapshotDate.
    MOVE SPACES TO snapshotDate
    OPEN INPUT controlTotalsFile
    IF controlTotalsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ controlTotalsFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE SPACES TO snapshotDateText
               UNSTRING controlTotalsRecord DELIMITED BY ","
                   INTO snapshotDateText
               END-UNSTRING
               IF snapshotDateText IS NUMERIC
                  MOVE snapshotDateText TO snapshotDate
               END-IF
       END-READ
    END-PERFORM
    CLOSE controlTotalsFile.
LoadPackage.
    OPEN I-O playersFile
    IF playersFileStatus NOT = "00"
       MOVE "players file could not be opened" TO packageProblem
       MOVE "N" TO packageValid
       EXIT PARAGRAPH
    END-IF
    MOVE packagePlayer TO playersData
    MOVE newUser TO userName
    MOVE "N" TO lockedFlag
    MOVE classEntry TO classCode
    MOVE "S" TO roleFlag
    MOVE packagePoints TO points
    MOVE SPACES TO journalOldImage
    MOVE playersData TO journalNewImage
    CALL 'SealPlayer' USING playersData
    WRITE playersData
        INVALID KEY CONTINUE
    END-WRITE
    IF playersFileStatus NOT = "00"
       CLOSE playersFile
       MOVE "could not add the player record" TO packageProblem
       MOVE "N" TO packageValid
       EXIT PARAGRAPH
    END-IF
    CLOSE playersFile
    CALL 'JournalPlayer' USING importActor, journalOldImage, journalNewImage
    OPEN I-O sessionLogFile
    IF sessionLogFileStatus = "35"
       OPEN OUTPUT sessionLogFile
       CLOSE sessionLogFile
       OPEN I-O sessionLogFile
    END-IF
    OPEN I-O levelUnlocksFile
    IF levelUnlocksFileStatus = "35"
       OPEN OUTPUT levelUnlocksFile
       CLOSE levelUnlocksFile
       OPEN I-O levelUnlocksFile
    END-IF
    OPEN I-O accommodationsFile
    IF accommodationsFileStatus = "35"
       OPEN OUTPUT accommodationsFile
       CLOSE accommodationsFile
       OPEN I-O accommodationsFile
    END-IF
    OPEN INPUT packageFile
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ packageFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               EVALUATE pkType
                   WHEN "S" PERFORM LoadOneSession
                   WHEN "U" PERFORM LoadOneUnlock
                   WHEN "A" PERFORM LoadOneAccommodation
               END-EVALUATE
       END-READ
    END-PERFORM
    CLOSE packageFile
    CLOSE accommodationsFile
    CLOSE levelUnlocksFile
    CLOSE sessionLogFile.
LoadOneSession.
    MOVE pkBody TO sessionLogData
    MOVE newUser TO slUserName
    WRITE sessionLogData
        INVALID KEY CONTINUE
    END-WRITE
    IF sessionLogFileStatus = "00"
       ADD 1 TO sessionsWritten
       IF snapshotDate NOT = SPACES AND slDate < snapshotDate
          ADD 1 TO sessionsBeforeSnapshot
       END-IF
    ELSE
       ADD 1 TO sessionsSkipped
    END-IF.
LoadOneUnlock.
    MOVE pkBody TO levelUnlockData
    MOVE newUser TO luUserName
    MOVE luLevel TO holdUnlockLevel
    WRITE levelUnlockData
        INVALID KEY
            READ levelUnlocksFile
                INVALID KEY CONTINUE
            END-READ
            IF levelUnlocksFileStatus = "00" AND holdUnlockLevel > luLevel
               MOVE holdUnlockLevel TO luLevel
               REWRITE levelUnlockData
                   INVALID KEY CONTINUE
               END-REWRITE
            END-IF
    END-WRITE
    ADD 1 TO unlocksWritten.
LoadOneAccommodation.
    MOVE pkBody TO accommodationData
    MOVE newUser TO acUserName
    WRITE accommodationData
        INVALID KEY
            REWRITE accommodationData
                INVALID KEY CONTINUE
            END-REWRITE
    END-WRITE
    IF accommodationsFileStatus = "00"
       ADD 1 TO accomsWritten
    END-IF.
RebuildLedgerBalance.
    MOVE ZERO TO ledgerRebuilt
    OPEN INPUT ledgerFile
    IF ledgerFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ ledgerFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE SPACES TO ledgerLinePlayer
               MOVE SPACES TO ledgerLineDeltaText
               UNSTRING ledgerRecord DELIMITED BY ","
                   INTO ledgerLineDate, ledgerLineTime, ledgerLinePlayer,
                        ledgerLineSource, ledgerLineDeltaText, ledgerLineBalanceText
               END-UNSTRING
               IF ledgerLinePlayer = newUser
                       AND FUNCTION TEST-NUMVAL(ledgerLineDeltaText) = 0
                  COMPUTE ledgerRebuilt =
                      ledgerRebuilt + FUNCTION NUMVAL(ledgerLineDeltaText)
               END-IF
       END-READ
    END-PERFORM
    CLOSE ledgerFile.
WriteTransferLog.
    OPEN EXTEND transferLogFile
    IF transferLogFileStatus = "35"
       OPEN OUTPUT transferLogFile
    END-IF
    IF transferLogFileStatus NOT = "00"
       DISPLAY "Could not open transferlog.txt, status " transferLogFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO transferLogRecord
    STRING todayDate "," timeNow "," FUNCTION TRIM(importActor) ","
           phSchool "," FUNCTION TRIM(originalUser) "," FUNCTION TRIM(newUser) ","
           sessionsWritten "," sessionsBeforeSnapshot "," packagePoints ","
           snapshotDate
        DELIMITED BY SIZE INTO transferLogRecord
    END-STRING
    WRITE transferLogRecord
    CLOSE transferLogFile.
WriteReconciliation.
    IF ledgerRebuilt = packagePoints AND afterPoints = beforePoints + packagePoints
       MOVE "Y" TO tieOut
    ELSE
       MOVE "N" TO tieOut
    END-IF
    MOVE SPACES TO reconFileName
    STRING "transferrecon_" FUNCTION TRIM(newUser) "_" todayDate ".txt"
        DELIMITED BY SIZE INTO reconFileName
    END-STRING
    OPEN OUTPUT reconFile
    IF reconFileStatus NOT = "00"
       DISPLAY "Could not open " FUNCTION TRIM(reconFileName) ", status " reconFileStatus
    END-IF
    MOVE SPACES TO reconLine
    STRING "TRANSFER RECONCILIATION - " todayDate " - " FUNCTION TRIM(originalUser)
        " from school " phSchool " as " FUNCTION TRIM(newUser)
        DELIMITED BY SIZE INTO reconLine
    END-STRING
    PERFORM WriteReconLine
    MOVE SPACES TO reconLine
    STRING "Players:  before " beforePlayers "  after " afterPlayers
        DELIMITED BY SIZE INTO reconLine
    END-STRING
    PERFORM WriteReconLine
    MOVE SPACES TO reconLine
    STRING "Points:   before " beforePoints "  after " afterPoints
        "  transferred " packagePoints DELIMITED BY SIZE INTO reconLine
    END-STRING
    PERFORM WriteReconLine
    MOVE SPACES TO reconLine
    STRING "Sessions: before " beforeSessions "  after " afterSessions
        "  in package " packageSessions DELIMITED BY SIZE INTO reconLine
    END-STRING
    PERFORM WriteReconLine
    MOVE SPACES TO reconLine
    STRING "Sessions loaded " sessionsWritten ", skipped as duplicates "
        sessionsSkipped ", dated before last control snapshot "
        sessionsBeforeSnapshot DELIMITED BY SIZE INTO reconLine
    END-STRING
    PERFORM WriteReconLine
    MOVE SPACES TO reconLine
    STRING "Level unlocks loaded " unlocksWritten " of " packageUnlocks
        ", accommodations loaded " accomsWritten " of " packageAccoms
        DELIMITED BY SIZE INTO reconLine
    END-STRING
    PERFORM WriteReconLine
    MOVE packageLedgerBalance TO signedDisplay
    MOVE SPACES TO reconLine
    STRING "Sending-school ledger balance " signedDisplay
        DELIMITED BY SIZE INTO reconLine
    END-STRING
    PERFORM WriteReconLine
    MOVE ledgerRebuilt TO signedDisplay
    MOVE SPACES TO reconLine
    STRING "Ledger-rebuilt balance here   " signedDisplay
        "  players.txt " packagePoints DELIMITED BY SIZE INTO reconLine
    END-STRING
    PERFORM WriteReconLine
    IF packageLedgerBalance NOT = packagePoints
       MOVE "NOTE: sending school's ledger did not match its players.txt balance"
           TO reconLine
       PERFORM WriteReconLine
    END-IF
    IF tieOut = "Y"
       MOVE "RESULT: TIES OUT" TO reconLine
    ELSE
       MOVE "RESULT: DOES NOT TIE OUT - run the ledger reconciliation" TO reconLine
    END-IF
    PERFORM WriteReconLine
    IF reconFileStatus = "00"
       CLOSE reconFile
       DISPLAY "Reconciliation written to " FUNCTION TRIM(reconFileName)
    END-IF.
WriteReconLine.
    DISPLAY reconLine
    IF reconFileStatus = "00"
       WRITE reconLine
    END-IF.
