SELECT ledgerFile ASSIGN TO "pointsledger.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ledgerFileStatus.
SELECT ledgerPeriodsFile ASSIGN TO "ledgerperiods.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ledgerPeriodsFileStatus.
DATA DIVISION.
FILE SECTION.
FD ledgerFile.
01 ledgerRecord PIC X(70).
FD ledgerPeriodsFile.
01 ledgerPeriodsRecord PIC X(80).
WORKING-STORAGE SECTION.
01 ledgerFileStatus PIC X(2).
01 ledgerDate PIC X(8).
01 ledgerTime PIC X(8).
01 ledgerDeltaDisp PIC +9(7).
01 ledgerBalanceDisp PIC 9(7).
01 ledgerPeriodsFileStatus PIC X(2).
01 noMorePeriods PIC X(1).
01 closedText PIC X(6).
01 lastClosed PIC X(6).
01 alertSource PIC X(12) VALUE "POINTSLEDGER".
01 alertSeverity PIC X(1) VALUE "E".
01 alertMessage PIC X(60).
LINKAGE SECTION.
01 ledgerPlayer PIC X(10).
01 ledgerSource PIC X(15).
01 ledgerBalance PIC 9(7).
PROCEDURE DIVISION USING ledgerPlayer, ledgerSource, ledgerDelta, ledgerBalance.
PointsLedgerProcess.
    ACCEPT ledgerDate FROM DATE YYYYMMDD
    ACCEPT ledgerTime FROM TIME
    PERFORM FindLastClosed
    IF lastClosed NOT = SPACES AND ledgerDate(1:6) <= lastClosed
       DISPLAY "Points posting refused - period " ledgerDate(1:6) " is closed"
       MOVE SPACES TO alertMessage
       STRING "Posting refused for " DELIMITED BY SIZE
              FUNCTION TRIM(ledgerPlayer) DELIMITED BY SIZE
              " - period " DELIMITED BY SIZE
              ledgerDate(1:6) DELIMITED BY SIZE
              " closed" DELIMITED BY SIZE
              INTO alertMessage
       END-STRING
       CALL 'RaiseAlert' USING alertSource, alertSeverity, alertMessage
       EXIT PROGRAM
    END-IF
    OPEN EXTEND ledgerFile
    IF ledgerFileStatus = "35"
       OPEN OUTPUT ledgerFile
       DISPLAY "Could not open points ledger file, status " ledgerFileStatus
       EXIT PROGRAM
    END-IF
    MOVE ledgerDelta TO ledgerDeltaDisp
    MOVE ledgerBalance TO ledgerBalanceDisp
    MOVE SPACES TO ledgerRecord
    WRITE ledgerRecord
    CLOSE ledgerFile.
    EXIT PROGRAM.
FindLastClosed.
    MOVE SPACES TO lastClosed
    OPEN INPUT ledgerPeriodsFile
    IF ledgerPeriodsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMorePeriods
    PERFORM UNTIL noMorePeriods = "Y"
       READ ledgerPeriodsFile
           AT END MOVE "Y" TO noMorePeriods
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
