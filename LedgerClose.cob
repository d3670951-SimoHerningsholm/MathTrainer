       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LedgerClose.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ledgerFile ASSIGN TO "pointsledger.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ledgerFileStatus.
SELECT ledgerPeriodsFile ASSIGN TO "ledgerperiods.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ledgerPeriodsFileStatus.
SELECT periodBalancesFile ASSIGN TO "periodbalances.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pbKey
    FILE STATUS IS periodBalancesFileStatus.
SELECT periodLinesFile ASSIGN TO "periodlines.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS plKey
    FILE STATUS IS periodLinesFileStatus.
DATA DIVISION.
FILE SECTION.
FD ledgerFile.
01 ledgerRecord PIC X(70).
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
FD periodLinesFile.
01 periodLineData.
       02 plKey.
           03 plPeriod PIC X(6).
           03 plUserName PIC X(10).
           03 plSeq PIC 9(7).
       02 plDate PIC X(8).
       02 plTime PIC X(8).
       02 plSource PIC X(15).
       02 plDelta PIC S9(7) SIGN LEADING SEPARATE.
WORKING-STORAGE SECTION.
01 ledgerFileStatus PIC X(2).
01 ledgerPeriodsFileStatus PIC X(2).
01 periodBalancesFileStatus PIC X(2).
01 periodLinesFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 timeNow PIC X(8).
01 lastClosed PIC X(6) VALUE SPACES.
01 closedText PIC X(6).
01 targetPeriod PIC X(6).
01 closePeriod PIC X(6).
01 periodParts.
       02 periodYear PIC 9(4).
       02 periodMonth PIC 9(2).
01 periodStart PIC X(8).
01 periodEnd PIC X(8).
01 openingFromClose PIC X(1).
01 ledgerLineDate PIC X(8).
01 ledgerLineTime PIC X(8).
01 ledgerLinePlayer PIC X(10).
01 ledgerLineSource PIC X(15).
01 ledgerLineDeltaText PIC X(8).
01 ledgerLineBalanceText PIC X(8).
01 ledgerDelta PIC S9(7).
01 playerTable.
       02 playerEntry OCCURS 3000 TIMES.
           03 ptUserName PIC X(10).
           03 ptOpening PIC S9(9).
           03 ptEarned PIC S9(9).
           03 ptSpent PIC S9(9).
01 playerCount PIC 9(4).
01 playerIndex PIC 9(4).
01 playerFound PIC X(1).
01 lookupPlayer PIC X(10).
01 sourceTable.
       02 sourceEntry OCCURS 10000 TIMES.
           03 srPlayerIndex PIC 9(4).
           03 srKind PIC X(1).
           03 srSource PIC X(15).
           03 srAmount PIC S9(9).
           03 srCount PIC 9(5).
01 sourceCount PIC 9(5).
01 sourceIndex PIC 9(5).
01 sourceFound PIC X(1).
01 lookupKind PIC X(1).
01 lineSeq PIC 9(7).
01 lateCount PIC 9(6).
01 droppedCount PIC 9(6).
01 periodPostings PIC 9(7).
01 totalOpening PIC S9(11).
01 totalEarned PIC S9(11).
01 totalSpent PIC S9(11).
01 totalClosing PIC S9(11).
01 closingBalance PIC S9(9).
01 playersClosed PIC 9(5).
01 signedDisp PIC -9(11).
01 openingDisp PIC -9(11).
01 earnedDisp PIC -9(11).
01 spentDisp PIC -9(11).
PROCEDURE DIVISION.
LedgerCloseProcess.
    DISPLAY "=== Month-end points ledger close ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    ACCEPT timeNow FROM TIME
    MOVE todayDate(1:4) TO periodYear
    MOVE todayDate(5:2) TO periodMonth
    IF periodMonth = 1
       MOVE 12 TO periodMonth
       SUBTRACT 1 FROM periodYear
    ELSE
       SUBTRACT 1 FROM periodMonth
    END-IF
    MOVE periodParts TO targetPeriod
    PERFORM ReadLastClosed
    IF lastClosed NOT = SPACES AND lastClosed >= targetPeriod
       DISPLAY "Period " lastClosed " is already closed - nothing to do"
       GOBACK
    END-IF
    OPEN INPUT ledgerFile
    IF ledgerFileStatus NOT = "00"
       DISPLAY "Could not open points ledger file, status " ledgerFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    CLOSE ledgerFile
    OPEN I-O periodBalancesFile
    IF periodBalancesFileStatus = "35"
       OPEN OUTPUT periodBalancesFile
       CLOSE periodBalancesFile
       OPEN I-O periodBalancesFile
    END-IF
    IF periodBalancesFileStatus NOT = "00"
       DISPLAY "Could not open periodbalances.txt, status " periodBalancesFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN I-O periodLinesFile
    IF periodLinesFileStatus = "35"
       OPEN OUTPUT periodLinesFile
       CLOSE periodLinesFile
       OPEN I-O periodLinesFile
    END-IF
    IF periodLinesFileStatus NOT = "00"
       DISPLAY "Could not open periodlines.txt, status " periodLinesFileStatus
       CLOSE periodBalancesFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    IF lastClosed = SPACES
       MOVE targetPeriod TO closePeriod
    ELSE
       MOVE lastClosed TO periodParts
       PERFORM AdvancePeriod
       MOVE periodParts TO closePeriod
    END-IF
    PERFORM UNTIL closePeriod > targetPeriod OR RETURN-CODE NOT = ZERO
       PERFORM CloseOnePeriod
       MOVE closePeriod TO periodParts
       PERFORM AdvancePeriod
       MOVE periodParts TO closePeriod
    END-PERFORM
    CLOSE periodLinesFile
    CLOSE periodBalancesFile.
    GOBACK.
AdvancePeriod.
    IF periodMonth = 12
       MOVE 1 TO periodMonth
       ADD 1 TO periodYear
    ELSE
       ADD 1 TO periodMonth
    END-IF.
ReadLastClosed.
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
    CLOSE ledgerPeriodsFile.
CloseOnePeriod.
    DISPLAY "Closing period " closePeriod
    STRING closePeriod "01" DELIMITED BY SIZE INTO periodStart
    END-STRING
    STRING closePeriod "31" DELIMITED BY SIZE INTO periodEnd
    END-STRING
    MOVE ZERO TO playerCount
    MOVE ZERO TO sourceCount
    MOVE ZERO TO lineSeq
    MOVE ZERO TO lateCount
    MOVE ZERO TO droppedCount
    MOVE ZERO TO periodPostings
    MOVE "N" TO openingFromClose
    IF lastClosed NOT = SPACES
       MOVE "Y" TO openingFromClose
       PERFORM LoadPriorClosing
    END-IF
    OPEN INPUT ledgerFile
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ ledgerFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM PostOneLedgerLine
       END-READ
    END-PERFORM
    CLOSE ledgerFile
    PERFORM WritePeriodBalances
    PERFORM RecordPeriodClosed
    MOVE closePeriod TO lastClosed.
LoadPriorClosing.
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
                  IF pbKind = "C" AND pbAmount NOT = ZERO
                     MOVE pbUserName TO lookupPlayer
                     PERFORM FindPlayer
                     IF playerFound = "Y"
                        MOVE pbAmount TO ptOpening(playerIndex)
                     END-IF
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
PostOneLedgerLine.
    MOVE SPACES TO ledgerLinePlayer
    MOVE SPACES TO ledgerLineDeltaText
    UNSTRING ledgerRecord DELIMITED BY ","
        INTO ledgerLineDate, ledgerLineTime, ledgerLinePlayer,
             ledgerLineSource, ledgerLineDeltaText, ledgerLineBalanceText
    END-UNSTRING
    IF ledgerLinePlayer = SPACES OR FUNCTION TEST-NUMVAL(ledgerLineDeltaText) NOT = 0
       EXIT PARAGRAPH
    END-IF
    IF ledgerLineDate > periodEnd
       EXIT PARAGRAPH
    END-IF
    COMPUTE ledgerDelta = FUNCTION NUMVAL(ledgerLineDeltaText)
    MOVE ledgerLinePlayer TO lookupPlayer
    IF ledgerLineDate < periodStart
       IF openingFromClose = "Y"
          ADD 1 TO lateCount
       ELSE
          PERFORM FindPlayer
          IF playerFound = "Y"
             ADD ledgerDelta TO ptOpening(playerIndex)
          ELSE
             ADD 1 TO droppedCount
          END-IF
       END-IF
       EXIT PARAGRAPH
    END-IF
    PERFORM FindPlayer
    IF playerFound = "N"
       ADD 1 TO droppedCount
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO periodPostings
    IF ledgerDelta < ZERO
       ADD ledgerDelta TO ptSpent(playerIndex)
       MOVE "S" TO lookupKind
    ELSE
       ADD ledgerDelta TO ptEarned(playerIndex)
       MOVE "E" TO lookupKind
    END-IF
    PERFORM FindSource
    IF sourceFound = "Y"
       ADD ledgerDelta TO srAmount(sourceIndex)
       ADD 1 TO srCount(sourceIndex)
    END-IF
    ADD 1 TO lineSeq
    MOVE closePeriod TO plPeriod
    MOVE ledgerLinePlayer TO plUserName
    MOVE lineSeq TO plSeq
    MOVE ledgerLineDate TO plDate
    MOVE ledgerLineTime TO plTime
    MOVE ledgerLineSource TO plSource
    MOVE ledgerDelta TO plDelta
    WRITE periodLineData
        INVALID KEY
            REWRITE periodLineData
                INVALID KEY CONTINUE
            END-REWRITE
    END-WRITE.
FindPlayer.
    MOVE "N" TO playerFound
    PERFORM VARYING playerIndex FROM 1 BY 1
            UNTIL playerIndex > playerCount OR playerFound = "Y"
       IF ptUserName(playerIndex) = lookupPlayer
          MOVE "Y" TO playerFound
       END-IF
    END-PERFORM
    IF playerFound = "Y"
       SUBTRACT 1 FROM playerIndex
       EXIT PARAGRAPH
    END-IF
    IF playerCount < 3000
       ADD 1 TO playerCount
       MOVE playerCount TO playerIndex
       MOVE lookupPlayer TO ptUserName(playerIndex)
       MOVE ZERO TO ptOpening(playerIndex)
       MOVE ZERO TO ptEarned(playerIndex)
       MOVE ZERO TO ptSpent(playerIndex)
       MOVE "Y" TO playerFound
    END-IF.
FindSource.
    MOVE "N" TO sourceFound
    PERFORM VARYING sourceIndex FROM 1 BY 1
            UNTIL sourceIndex > sourceCount OR sourceFound = "Y"
       IF srPlayerIndex(sourceIndex) = playerIndex
               AND srKind(sourceIndex) = lookupKind
               AND srSource(sourceIndex) = ledgerLineSource
          MOVE "Y" TO sourceFound
       END-IF
    END-PERFORM
    IF sourceFound = "Y"
       SUBTRACT 1 FROM sourceIndex
       EXIT PARAGRAPH
    END-IF
    IF sourceCount < 10000
       ADD 1 TO sourceCount
       MOVE sourceCount TO sourceIndex
       MOVE playerIndex TO srPlayerIndex(sourceIndex)
       MOVE lookupKind TO srKind(sourceIndex)
       MOVE ledgerLineSource TO srSource(sourceIndex)
       MOVE ZERO TO srAmount(sourceIndex)
       MOVE ZERO TO srCount(sourceIndex)
       MOVE "Y" TO sourceFound
    END-IF.
WritePeriodBalances.
    MOVE ZERO TO totalOpening
    MOVE ZERO TO totalEarned
    MOVE ZERO TO totalSpent
    MOVE ZERO TO totalClosing
    MOVE ZERO TO playersClosed
    PERFORM VARYING playerIndex FROM 1 BY 1 UNTIL playerIndex > playerCount
       COMPUTE closingBalance = ptOpening(playerIndex) + ptEarned(playerIndex)
           + ptSpent(playerIndex)
       ADD ptOpening(playerIndex) TO totalOpening
       ADD ptEarned(playerIndex) TO totalEarned
       ADD ptSpent(playerIndex) TO totalSpent
       ADD closingBalance TO totalClosing
       ADD 1 TO playersClosed
       MOVE closePeriod TO pbPeriod
       MOVE ptUserName(playerIndex) TO pbUserName
       MOVE "O" TO pbKind
       MOVE SPACES TO pbSource
       MOVE ptOpening(playerIndex) TO pbAmount
       MOVE ZERO TO pbCount
       PERFORM StoreBalanceRow
       MOVE "C" TO pbKind
       MOVE closingBalance TO pbAmount
       PERFORM StoreBalanceRow
    END-PERFORM
    PERFORM VARYING sourceIndex FROM 1 BY 1 UNTIL sourceIndex > sourceCount
       MOVE closePeriod TO pbPeriod
       MOVE ptUserName(srPlayerIndex(sourceIndex)) TO pbUserName
       MOVE srKind(sourceIndex) TO pbKind
       MOVE srSource(sourceIndex) TO pbSource
       MOVE srAmount(sourceIndex) TO pbAmount
       MOVE srCount(sourceIndex) TO pbCount
       PERFORM StoreBalanceRow
    END-PERFORM.
StoreBalanceRow.
    WRITE periodBalanceData
        INVALID KEY
            REWRITE periodBalanceData
                INVALID KEY CONTINUE
            END-REWRITE
    END-WRITE.
RecordPeriodClosed.
    OPEN EXTEND ledgerPeriodsFile
    IF ledgerPeriodsFileStatus = "35"
       OPEN OUTPUT ledgerPeriodsFile
    END-IF
    IF ledgerPeriodsFileStatus NOT = "00"
       DISPLAY "Could not open ledgerperiods.txt, status " ledgerPeriodsFileStatus
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE totalOpening TO openingDisp
    MOVE totalEarned TO earnedDisp
    MOVE totalSpent TO spentDisp
    MOVE totalClosing TO signedDisp
    MOVE SPACES TO ledgerPeriodsRecord
    STRING closePeriod "," todayDate "," timeNow "," playersClosed ","
           openingDisp "," earnedDisp "," spentDisp "," signedDisp
        DELIMITED BY SIZE INTO ledgerPeriodsRecord
    END-STRING
    WRITE ledgerPeriodsRecord
    CLOSE ledgerPeriodsFile
    DISPLAY "  Players:   " playersClosed "   postings in period: " periodPostings
    DISPLAY "  Opening:   " openingDisp
    DISPLAY "  Earned:    " earnedDisp
    DISPLAY "  Spent:     " spentDisp
    DISPLAY "  Closing:   " signedDisp
    IF lateCount > ZERO
       DISPLAY "  WARNING: " lateCount " posting(s) dated into an earlier closed period ignored"
    END-IF
    IF droppedCount > ZERO
       DISPLAY "  WARNING: " droppedCount " posting(s) not closed - player table full"
       MOVE 8 TO RETURN-CODE
    END-IF.
