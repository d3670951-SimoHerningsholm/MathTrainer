    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT ledgerPeriodsFile ASSIGN TO "ledgerperiods.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ledgerPeriodsFileStatus.
SELECT periodBalancesFile ASSIGN TO "periodbalances.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pbKey
    FILE STATUS IS periodBalancesFileStatus.
DATA DIVISION.
FILE SECTION.
FD ledgerFile.
01 ledgerRecord PIC X(70).
FD playersFile.
COPY PLAYERREC.
FD ledgerPeriodsFile.
01 ledgerPeriodsRecord PIC X(80).
FD periodBalancesFile.
01 periodBalanceData.
       02 pbKey.
           03 pbPeriod PIC X(6).
           03 pbUserName PIC X(10).
           03 pbKind PIC X(1).
           03 pbSource PIC X(15).
       02 pbAmount PIC S9(9) SIGN LEADING SEPARATE.
       02 pbCount PIC 9(5).
WORKING-STORAGE SECTION.
01 ledgerFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 ledgerPeriodsFileStatus PIC X(2).
01 periodBalancesFileStatus PIC X(2).
01 closedText PIC X(6).
01 lastClosed PIC X(6).
01 replayAfter PIC X(8) VALUE SPACES.
01 reconcileChoice PIC X(1).
       88 validReconcileChoice VALUES ARE 1 THRU 2.
       88 validReconcileExitChoice VALUE 0.
    END-PERFORM.
    EXIT PROGRAM.
LoadLedgerTotals.
    PERFORM LoadClosedBalances
    OPEN INPUT ledgerFile
    IF ledgerFileStatus NOT = "00"
       DISPLAY "Could not open points ledger file, status " ledgerFileStatus
             ledgerLineSource, ledgerLineDeltaText, ledgerLineBalanceText
    END-UNSTRING
    IF ledgerLinePlayer = SPACES OR FUNCTION TEST-NUMVAL(ledgerLineDeltaText) NOT = 0
            OR ledgerLineDate <= replayAfter
       CONTINUE
    ELSE
       PERFORM FindTotalEntry
              totalDelta(totalIndex) + FUNCTION NUMVAL(ledgerLineDeltaText)
       END-IF
    END-IF.
LoadClosedBalances.
    MOVE SPACES TO lastClosed
    OPEN INPUT ledgerPeriodsFile
    IF ledgerPeriodsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ ledgerPeriodsFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE SPACES TO closedText
               UNSTRING ledgerPeriodsRecord DELIMITED BY ","
                   INTO closedText
               END-UNSTRING
               IF closedText IS NUMERIC AND closedText > lastClosed
                  MOVE closedText TO lastClosed
               END-IF
       END-READ
    END-PERFORM
    CLOSE ledgerPeriodsFile
    IF lastClosed = SPACES
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT periodBalancesFile
    IF periodBalancesFileStatus NOT = "00"
       DISPLAY "Could not open periodbalances.txt, status " periodBalancesFileStatus
       EXIT PARAGRAPH
    END-IF
    STRING lastClosed "31" DELIMITED BY SIZE INTO replayAfter
    END-STRING
    DISPLAY "Balances brought forward from closed period " lastClosed
    MOVE "N" TO noMoreRecords
    MOVE lastClosed TO pbPeriod
    MOVE LOW-VALUES TO pbUserName
    MOVE LOW-VALUES TO pbKind
    MOVE LOW-VALUES TO pbSource
    START periodBalancesFile KEY IS >= pbKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ periodBalancesFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF pbPeriod NOT = lastClosed
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF pbKind = "C" AND totalCount < 2000
                     ADD 1 TO totalCount
                     MOVE pbUserName TO totalPlayer(totalCount)
                     MOVE pbAmount TO totalDelta(totalCount)
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE periodBalancesFile.
FindTotalEntry.
    MOVE "N" TO entryFound
    PERFORM VARYING totalIndex FROM 1 BY 1
