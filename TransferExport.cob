       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TransferExport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
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
SELECT packageFile ASSIGN TO DYNAMIC packageFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS packageFileStatus.
DATA DIVISION.
FILE SECTION.
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
FD packageFile.
01 packageRecord.
       02 pkType PIC X(1).
       02 pkBody PIC X(99).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 levelUnlocksFileStatus PIC X(2).
01 accommodationsFileStatus PIC X(2).
01 ledgerFileStatus PIC X(2).
01 packageFileStatus PIC X(2).
01 packageFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 studentEntry PIC X(10).
01 schoolEntry PIC X(6).
01 playerExist PIC X(1).
01 todayDate PIC X(8).
01 ledgerLineDate PIC X(8).
01 ledgerLineTime PIC X(8).
01 ledgerLinePlayer PIC X(10).
01 ledgerLineSource PIC X(15).
01 ledgerLineDeltaText PIC X(8).
01 ledgerLineBalanceText PIC X(8).
01 ledgerBalance PIC S9(9) VALUE ZERO.
01 sessionCount PIC 9(6) VALUE ZERO.
01 unlockCount PIC 9(3) VALUE ZERO.
01 accomCount PIC 9(1) VALUE ZERO.
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
LINKAGE SECTION.
01 exportActor PIC X(10).
PROCEDURE DIVISION USING exportActor.
TransferExportProcess.
    DISPLAY "=== Student transfer package export ==="
    DISPLAY "Enter the username of the student who is leaving"
    ACCEPT studentEntry
    DISPLAY "Enter this school's code (as known to the receiving school)"
    ACCEPT schoolEntry
    ACCEPT todayDate FROM DATE YYYYMMDD
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       EXIT PROGRAM
    END-IF
    MOVE "Y" TO playerExist
    MOVE studentEntry TO userName
    READ playersFile
        INVALID KEY MOVE "N" TO playerExist
    END-READ
    CLOSE playersFile
    IF playerExist = "N" OR roleFlag = "T"
       DISPLAY "No student with that username"
       EXIT PROGRAM
    END-IF
    MOVE SPACES TO packageFileName
    STRING "transfer_" FUNCTION TRIM(studentEntry) "_" todayDate ".txt"
        DELIMITED BY SIZE INTO packageFileName
    END-STRING
    OPEN OUTPUT packageFile
    IF packageFileStatus NOT = "00"
       DISPLAY "Could not open package file " packageFileName ", status " packageFileStatus
       EXIT PROGRAM
    END-IF
    MOVE todayDate TO phExportDate
    MOVE schoolEntry TO phSchool
    MOVE studentEntry TO phUserName
    MOVE "H" TO pkType
    MOVE packageHeader TO pkBody
    WRITE packageRecord
    MOVE "P" TO pkType
    MOVE playersData TO pkBody
    WRITE packageRecord
    PERFORM ExportSessions
    PERFORM ExportUnlocks
    PERFORM ExportAccommodation
    PERFORM ExportLedgerBalance
    MOVE sessionCount TO ptSessions
    MOVE unlockCount TO ptUnlocks
    MOVE accomCount TO ptAccommodations
    MOVE points TO ptPoints
    MOVE "T" TO pkType
    MOVE packageTrailer TO pkBody
    WRITE packageRecord
    CLOSE packageFile
    DISPLAY "Transfer package written to " FUNCTION TRIM(packageFileName)
    DISPLAY "  " sessionCount " session record(s), " unlockCount " level unlock(s), "
        accomCount " accommodation record(s)"
    DISPLAY "  Points " points ", ledger balance " ledgerBalance
    IF ledgerBalance NOT = points
       DISPLAY "  WARNING: points and ledger disagree - reconcile before sending"
    END-IF
    DISPLAY "Close the account here with a roster-change leaver row once the"
    DISPLAY "receiving school confirms the import".
    EXIT PROGRAM.
ExportSessions.
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    MOVE studentEntry TO slUserName
    START sessionLogFile KEY IS = slUserName
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF slUserName NOT = studentEntry
                  MOVE "Y" TO noMoreRecords
               ELSE
                  MOVE "S" TO pkType
                  MOVE sessionLogData TO pkBody
                  WRITE packageRecord
                  ADD 1 TO sessionCount
               END-IF
       END-READ
    END-PERFORM
    CLOSE sessionLogFile.
ExportUnlocks.
    OPEN INPUT levelUnlocksFile
    IF levelUnlocksFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    MOVE studentEntry TO luUserName
    MOVE SPACES TO luExercise
    START levelUnlocksFile KEY IS >= luKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ levelUnlocksFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF luUserName NOT = studentEntry
                  MOVE "Y" TO noMoreRecords
               ELSE
                  MOVE "U" TO pkType
                  MOVE levelUnlockData TO pkBody
                  WRITE packageRecord
                  ADD 1 TO unlockCount
               END-IF
       END-READ
    END-PERFORM
    CLOSE levelUnlocksFile.
ExportAccommodation.
    OPEN INPUT accommodationsFile
    IF accommodationsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE studentEntry TO acUserName
    READ accommodationsFile
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE "A" TO pkType
            MOVE accommodationData TO pkBody
            WRITE packageRecord
            MOVE 1 TO accomCount
    END-READ
    CLOSE accommodationsFile.
ExportLedgerBalance.
    MOVE ZERO TO ledgerBalance
    OPEN INPUT ledgerFile
    IF ledgerFileStatus = "00"
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
                  IF ledgerLinePlayer = studentEntry
                          AND FUNCTION TEST-NUMVAL(ledgerLineDeltaText) = 0
                     COMPUTE ledgerBalance =
                         ledgerBalance + FUNCTION NUMVAL(ledgerLineDeltaText)
                  END-IF
          END-READ
       END-PERFORM
       CLOSE ledgerFile
    END-IF
    MOVE ledgerBalance TO plBalance
    MOVE "L" TO pkType
    MOVE packageLedger TO pkBody
    WRITE packageRecord.
