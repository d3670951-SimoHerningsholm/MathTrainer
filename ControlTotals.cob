SELECT controlTotalsFile ASSIGN TO "controltotals.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS controlTotalsFileStatus.
SELECT transferLogFile ASSIGN TO "transferlog.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS transferLogFileStatus.
SELECT balanceReportFile ASSIGN TO "balancereport.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS balanceReportFileStatus.
01 ledgerRecord PIC X(70).
FD controlTotalsFile.
01 controlTotalsRecord PIC X(70).
FD transferLogFile.
01 transferLogRecord PIC X(100).
FD balanceReportFile.
01 balanceReportLine PIC X(80).
WORKING-STORAGE SECTION.
01 ledgerFileStatus PIC X(2).
01 controlTotalsFileStatus PIC X(2).
01 balanceReportFileStatus PIC X(2).
01 transferLogFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 runDate PIC X(8).
01 playerCount PIC 9(6) VALUE ZERO.
01 ledgerLineSource PIC X(15).
01 ledgerLineDeltaText PIC X(8).
01 ledgerLineBalanceText PIC X(8).
01 transferDate PIC X(8).
01 transferTime PIC X(8).
01 transferActor PIC X(10).
01 transferSchool PIC X(6).
01 transferOldUser PIC X(10).
01 transferNewUser PIC X(10).
01 transferSessionsText PIC X(6).
01 transferBackDatedText PIC X(6).
01 transferPointsText PIC X(7).
01 transferSnapshotDate PIC X(8).
01 transferBackDated PIC 9(8) VALUE ZERO.
01 prevFound PIC X(1) VALUE "N".
01 prevDate PIC X(8).
01 prevPlayerText PIC X(6).
    PERFORM CountPlayers
    PERFORM SumLedger
    PERFORM CountSessions
    PERFORM CountTransferredSessions
    OPEN OUTPUT balanceReportFile
    IF balanceReportFileStatus NOT = "00"
       DISPLAY "Could not open balancereport.txt, status " balanceReportFileStatus
       END-READ
    END-PERFORM
    CLOSE sessionLogFile.
CountTransferredSessions.
    IF prevFound = "N"
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT transferLogFile
    IF transferLogFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ transferLogFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE SPACES TO transferBackDatedText
               MOVE SPACES TO transferSnapshotDate
               UNSTRING transferLogRecord DELIMITED BY ","
                   INTO transferDate, transferTime, transferActor, transferSchool,
                        transferOldUser, transferNewUser, transferSessionsText,
                        transferBackDatedText, transferPointsText,
                        transferSnapshotDate
               END-UNSTRING
               IF transferSnapshotDate = prevDate
                       AND transferBackDatedText IS NUMERIC
                  ADD FUNCTION NUMVAL(transferBackDatedText) TO transferBackDated
               END-IF
       END-READ
    END-PERFORM
    CLOSE transferLogFile.
SumLedger.
    OPEN INPUT ledgerFile
    IF ledgerFileStatus NOT = "00"
    COMPUTE expectedPoints = prevPointsSum + (ledgerNetTotal - prevLedgerNet)
    COMPUTE pointsVariance = pointsSum - expectedPoints
    COMPUTE expectedSessions = prevSessionCount + newSessionCount
        + transferBackDated
    IF prevSameDateKnown = "Y"
       COMPUTE expectedSessions = expectedSessions
           + sameDateSessionsNow - prevSameDateCount
        DELIMITED BY SIZE INTO balanceReportLine
    END-STRING
    WRITE balanceReportLine
    IF transferBackDated > ZERO
       MOVE SPACES TO balanceReportLine
       STRING "Back-dated sessions from transfer imports: " transferBackDated
           DELIMITED BY SIZE INTO balanceReportLine
       END-STRING
       WRITE balanceReportLine
    END-IF
    MOVE playerDelta TO varianceDisp
    MOVE SPACES TO balanceReportLine
    STRING "Player-count change since last window: " varianceDisp
