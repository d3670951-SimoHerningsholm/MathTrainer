       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PointsStatements.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
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
SELECT periodLinesFile ASSIGN TO "periodlines.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS plKey
    FILE STATUS IS periodLinesFileStatus.
SELECT statementFile ASSIGN TO DYNAMIC statementFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS statementFileStatus.
DATA DIVISION.
FILE SECTION.
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
FD statementFile.
01 statementLine PIC X(80).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 ledgerPeriodsFileStatus PIC X(2).
01 periodBalancesFileStatus PIC X(2).
01 periodLinesFileStatus PIC X(2).
01 statementFileStatus PIC X(2).
01 statementFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 noMorePlayers PIC X(1).
01 noMoreLines PIC X(1).
01 todayDate PIC X(8).
01 closedText PIC X(6).
01 lastClosed PIC X(6).
01 periodLabel PIC X(7).
01 openingBalance PIC S9(9).
01 closingBalance PIC S9(9).
01 runningBalance PIC S9(9).
01 periodEarned PIC S9(9).
01 periodSpent PIC S9(9).
01 lineCount PIC 9(5).
01 linesPrinted PIC 9(5).
01 maxStatementLines PIC 9(5) VALUE 35.
01 linesOmitted PIC 9(5).
01 summaryKind PIC X(1).
01 studentFullName PIC X(30).
01 lineDateText PIC X(10).
01 creditDisp PIC Z,ZZZ,ZZ9.
01 debitDisp PIC Z,ZZZ,ZZ9.
01 balanceDisp PIC -ZZZ,ZZZ,ZZ9.
01 countDisp PIC ZZZZ9.
01 statementsWritten PIC 9(5) VALUE ZERO.
01 statementsSkipped PIC 9(5) VALUE ZERO.
01 spoolType PIC X(12).
01 spoolSubject PIC X(10).
01 consentKind PIC X(1) VALUE "L".
01 consentFlag PIC X(1).
01 dashLine PIC X(72) VALUE ALL "-".
PROCEDURE DIVISION.
PointsStatementsProcess.
    DISPLAY "=== Monthly points statements ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    PERFORM FindLastClosed
    IF lastClosed = SPACES
       DISPLAY "No closed ledger period - no statements written"
       GOBACK
    END-IF
    STRING lastClosed(1:4) "-" lastClosed(5:2) DELIMITED BY SIZE
        INTO periodLabel
    END-STRING
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT periodBalancesFile
    IF periodBalancesFileStatus NOT = "00"
       DISPLAY "Could not open periodbalances.txt, status " periodBalancesFileStatus
       CLOSE playersFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT periodLinesFile
    IF periodLinesFileStatus NOT = "00"
       DISPLAY "Could not open periodlines.txt, status " periodLinesFileStatus
       CLOSE playersFile
       CLOSE periodBalancesFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE "N" TO noMorePlayers
    PERFORM UNTIL noMorePlayers = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMorePlayers
           NOT AT END
               IF roleFlag NOT = "T"
                  PERFORM WriteOneStatement
               END-IF
       END-READ
    END-PERFORM
    CLOSE periodLinesFile
    CLOSE periodBalancesFile
    CLOSE playersFile
    DISPLAY "Period " periodLabel ": " statementsWritten " statement(s) written, "
        statementsSkipped " student(s) with no balance or activity".
    GOBACK.
FindLastClosed.
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
WriteOneStatement.
    MOVE ZERO TO openingBalance
    MOVE ZERO TO closingBalance
    MOVE lastClosed TO pbPeriod
    MOVE userName TO pbUserName
    MOVE "O" TO pbKind
    MOVE SPACES TO pbSource
    READ periodBalancesFile
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE pbAmount TO openingBalance
    END-READ
    MOVE "C" TO pbKind
    READ periodBalancesFile
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE pbAmount TO closingBalance
    END-READ
    PERFORM CountPeriodLines
    IF lineCount = ZERO AND openingBalance = ZERO AND closingBalance = ZERO
       ADD 1 TO statementsSkipped
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO statementFileName
    STRING "pointsstmt_" DELIMITED BY SIZE
           lastClosed DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           FUNCTION TRIM(userName) DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO statementFileName
    END-STRING
    OPEN OUTPUT statementFile
    IF statementFileStatus NOT = "00"
       DISPLAY "Could not open statement file " statementFileName
           ", status " statementFileStatus
       EXIT PARAGRAPH
    END-IF
    CALL 'GetStudentName' USING userName, studentFullName
    PERFORM WriteStatementHeading
    PERFORM WriteStatementLines
    PERFORM WriteStatementSummary
    CLOSE statementFile
    MOVE "PTSSTATEMENT" TO spoolType
    MOVE userName TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, statementFileName
    CALL 'GetConsent' USING userName, consentKind, consentFlag
    IF consentFlag NOT = "N"
       CALL 'EnqueueDelivery' USING spoolType, spoolSubject, statementFileName
    END-IF
    ADD 1 TO statementsWritten.
CountPeriodLines.
    MOVE ZERO TO lineCount
    MOVE "N" TO noMoreLines
    MOVE lastClosed TO plPeriod
    MOVE userName TO plUserName
    MOVE ZERO TO plSeq
    START periodLinesFile KEY IS >= plKey
        INVALID KEY MOVE "Y" TO noMoreLines
    END-START
    PERFORM UNTIL noMoreLines = "Y"
       READ periodLinesFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLines
           NOT AT END
               IF plPeriod NOT = lastClosed OR plUserName NOT = userName
                  MOVE "Y" TO noMoreLines
               ELSE
                  ADD 1 TO lineCount
               END-IF
       END-READ
    END-PERFORM.
WriteStatementHeading.
    MOVE "MATH TRAINER - POINTS STATEMENT" TO statementLine
    WRITE statementLine
    MOVE SPACES TO statementLine
    WRITE statementLine
    MOVE SPACES TO statementLine
    STRING "Student:          " FUNCTION TRIM(studentFullName)
        " (" FUNCTION TRIM(userName) ")" DELIMITED BY SIZE
        INTO statementLine
    END-STRING
    WRITE statementLine
    MOVE SPACES TO statementLine
    STRING "Class:            " classCode DELIMITED BY SIZE
        INTO statementLine
    END-STRING
    WRITE statementLine
    MOVE SPACES TO statementLine
    STRING "Statement period: " periodLabel
        "          Issued: " todayDate DELIMITED BY SIZE
        INTO statementLine
    END-STRING
    WRITE statementLine
    MOVE SPACES TO statementLine
    WRITE statementLine
    MOVE dashLine TO statementLine
    WRITE statementLine
    MOVE "Date        Description                 Earned        Spent       Balance"
        TO statementLine
    WRITE statementLine
    MOVE dashLine TO statementLine
    WRITE statementLine
    MOVE openingBalance TO balanceDisp
    MOVE SPACES TO statementLine
    STRING periodLabel "-01  " "Opening balance"
        DELIMITED BY SIZE INTO statementLine
    END-STRING
    MOVE balanceDisp TO statementLine(61:12)
    WRITE statementLine.
WriteStatementLines.
    MOVE openingBalance TO runningBalance
    MOVE ZERO TO periodEarned
    MOVE ZERO TO periodSpent
    MOVE ZERO TO linesPrinted
    MOVE ZERO TO linesOmitted
    MOVE "N" TO noMoreLines
    MOVE lastClosed TO plPeriod
    MOVE userName TO plUserName
    MOVE ZERO TO plSeq
    START periodLinesFile KEY IS >= plKey
        INVALID KEY MOVE "Y" TO noMoreLines
    END-START
    PERFORM UNTIL noMoreLines = "Y"
       READ periodLinesFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLines
           NOT AT END
               IF plPeriod NOT = lastClosed OR plUserName NOT = userName
                  MOVE "Y" TO noMoreLines
               ELSE
                  PERFORM WriteOnePostingLine
               END-IF
       END-READ
    END-PERFORM
    IF linesOmitted > ZERO
       MOVE linesOmitted TO countDisp
       MOVE SPACES TO statementLine
       STRING "            ... " FUNCTION TRIM(countDisp)
           " further posting(s) included in the totals below"
           DELIMITED BY SIZE INTO statementLine
       END-STRING
       WRITE statementLine
    END-IF
    MOVE dashLine TO statementLine
    WRITE statementLine.
WriteOnePostingLine.
    ADD plDelta TO runningBalance
    IF plDelta < ZERO
       SUBTRACT plDelta FROM periodSpent
    ELSE
       ADD plDelta TO periodEarned
    END-IF
    IF linesPrinted >= maxStatementLines
       ADD 1 TO linesOmitted
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO linesPrinted
    STRING plDate(1:4) "-" plDate(5:2) "-" plDate(7:2) DELIMITED BY SIZE
        INTO lineDateText
    END-STRING
    MOVE SPACES TO statementLine
    MOVE lineDateText TO statementLine(1:10)
    MOVE plSource TO statementLine(13:15)
    IF plDelta < ZERO
       COMPUTE debitDisp = ZERO - plDelta
       MOVE debitDisp TO statementLine(48:9)
    ELSE
       MOVE plDelta TO creditDisp
       MOVE creditDisp TO statementLine(35:9)
    END-IF
    MOVE runningBalance TO balanceDisp
    MOVE balanceDisp TO statementLine(61:12)
    WRITE statementLine.
WriteStatementSummary.
    MOVE SPACES TO statementLine
    WRITE statementLine
    MOVE "Points earned by source" TO statementLine
    WRITE statementLine
    MOVE "E" TO summaryKind
    PERFORM WriteSourceSummary
    MOVE SPACES TO statementLine
    WRITE statementLine
    MOVE "Points spent" TO statementLine
    WRITE statementLine
    MOVE "S" TO summaryKind
    PERFORM WriteSourceSummary
    MOVE SPACES TO statementLine
    WRITE statementLine
    MOVE dashLine TO statementLine
    WRITE statementLine
    MOVE openingBalance TO balanceDisp
    MOVE SPACES TO statementLine
    MOVE "Opening balance" TO statementLine(1:30)
    MOVE balanceDisp TO statementLine(61:12)
    WRITE statementLine
    MOVE periodEarned TO creditDisp
    MOVE SPACES TO statementLine
    MOVE "Total earned" TO statementLine(1:30)
    MOVE creditDisp TO statementLine(35:9)
    WRITE statementLine
    MOVE periodSpent TO debitDisp
    MOVE SPACES TO statementLine
    MOVE "Total spent" TO statementLine(1:30)
    MOVE debitDisp TO statementLine(48:9)
    WRITE statementLine
    MOVE closingBalance TO balanceDisp
    MOVE SPACES TO statementLine
    MOVE "Closing balance" TO statementLine(1:30)
    MOVE balanceDisp TO statementLine(61:12)
    WRITE statementLine
    MOVE dashLine TO statementLine
    WRITE statementLine
    IF runningBalance NOT = closingBalance
       DISPLAY "Statement for " userName " does not agree with closing balance"
    END-IF.
WriteSourceSummary.
    MOVE "N" TO noMoreRecords
    MOVE lastClosed TO pbPeriod
    MOVE userName TO pbUserName
    MOVE summaryKind TO pbKind
    MOVE LOW-VALUES TO pbSource
    START periodBalancesFile KEY IS >= pbKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ periodBalancesFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF pbPeriod NOT = lastClosed OR pbUserName NOT = userName
                       OR pbKind NOT = summaryKind
                  MOVE "Y" TO noMoreRecords
               ELSE
                  MOVE pbCount TO countDisp
                  MOVE SPACES TO statementLine
                  STRING "  " pbSource " " countDisp " posting(s)"
                      DELIMITED BY SIZE INTO statementLine
                  END-STRING
                  IF summaryKind = "S"
                     COMPUTE debitDisp = ZERO - pbAmount
                     MOVE debitDisp TO statementLine(48:9)
                  ELSE
                     MOVE pbAmount TO creditDisp
                     MOVE creditDisp TO statementLine(35:9)
                  END-IF
                  WRITE statementLine
               END-IF
       END-READ
    END-PERFORM.
