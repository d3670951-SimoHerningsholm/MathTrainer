    ACCESS MODE IS DYNAMIC
    RECORD KEY IS qbKey
    FILE STATUS IS questionBankFileStatus.
SELECT questionVersionFile ASSIGN TO "questionversions.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS qvKey
    FILE STATUS IS questionVersionFileStatus.
SELECT flagQueueFile ASSIGN TO "flagqueue.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
COPY SESSIONREC.
FD questionBankFile.
COPY QBANKREC.
FD questionVersionFile.
COPY QVERSREC.
FD flagQueueFile.
01 flagQueueData.
       02 fqKey.
           03 fqDate PIC X(8).
       02 fqStatus PIC X(1).
FD statsReportFile.
01 statsReportLine PIC X(100).
WORKING-STORAGE SECTION.
01 sessionLogFileStatus PIC X(2).
01 questionBankFileStatus PIC X(2).
01 statsReportFileStatus PIC X(2).
01 flagQueueFileStatus PIC X(2).
01 questionVersionFileStatus PIC X(2).
01 versionFileOpen PIC X(1) VALUE "N".
01 openFlagCount PIC 9(3).
01 noMoreFlags PIC X(1).
01 noMoreRecords PIC X(1) VALUE "N".
01 itemStatsTable.
       02 itemStatEntry OCCURS 999 TIMES.
           03 itemStatKey PIC X(4).
           03 itemStatVersion PIC 9(3).
           03 itemStatServed PIC 9(6).
           03 itemStatCorrect PIC 9(6).
           03 itemStatSeconds PIC 9(8).
01 passRate PIC 9(3).
01 avgSeconds PIC 9(3).
01 reviewFlag PIC X(8).
01 currentVersion PIC 9(3).
01 versionWanted PIC 9(3).
01 versionDate PIC X(8).
01 versionRetired PIC X(1).
01 reportDate PIC X(8).
01 itemsReported PIC 9(3) VALUE ZERO.
01 itemsFlagged PIC 9(3) VALUE ZERO.
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT questionVersionFile
    IF questionVersionFileStatus = "00"
       MOVE "Y" TO versionFileOpen
    END-IF
    PERFORM WriteReportHeader
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       END-READ
    END-PERFORM
    CLOSE questionBankFile
    IF versionFileOpen = "Y"
       CLOSE questionVersionFile
    END-IF
    CLOSE statsReportFile
    DISPLAY itemsReported " bank item(s) reported to itemstats.txt"
    DISPLAY itemsFlagged " item(s) flagged for review".
    PERFORM VARYING itemIndex FROM 1 BY 1
            UNTIL itemIndex > itemStatCount OR itemFound = "Y"
       IF itemStatKey(itemIndex) = slItemKey
               AND itemStatVersion(itemIndex) = slItemVersion
          MOVE "Y" TO itemFound
          ADD 1 TO itemStatServed(itemIndex)
          ADD slSeconds TO itemStatSeconds(itemIndex)
          END-IF
       END-IF
    END-PERFORM
    IF itemFound = "N" AND itemStatCount < 999
       ADD 1 TO itemStatCount
       MOVE slItemKey TO itemStatKey(itemStatCount)
       MOVE slItemVersion TO itemStatVersion(itemStatCount)
       MOVE 1 TO itemStatServed(itemStatCount)
       MOVE slSeconds TO itemStatSeconds(itemStatCount)
       IF slResult = "Y"
        DELIMITED BY SIZE INTO statsReportLine
    END-STRING
    WRITE statsReportLine
    MOVE "Pass rates are kept apart for each version of an item; version 000 is"
        TO statsReportLine
    WRITE statsReportLine
    MOVE "play recorded before item versions were kept. Review is judged on the current version."
        TO statsReportLine
    WRITE statsReportLine
    MOVE "Level/Seq  Ver  Effective  Served  Correct  Pass%  AvgSecs  Retired  Flags  Review"
        TO statsReportLine
    WRITE statsReportLine.
WriteOneItemLine.
    MOVE qbVersion TO currentVersion
    IF currentVersion = ZERO
       MOVE 1 TO currentVersion
    END-IF
    PERFORM CountOpenFlags
    PERFORM VARYING versionWanted FROM 0 BY 1 UNTIL versionWanted >= currentVersion
       PERFORM FindVersionStats
       IF itemFound = "Y"
          PERFORM SetVersionDate
          MOVE SPACES TO reviewFlag
          MOVE "-" TO versionRetired
          PERFORM WriteVersionLine
       END-IF
    END-PERFORM
    MOVE currentVersion TO versionWanted
    PERFORM FindVersionStats
    MOVE qbEffectiveDate TO versionDate
    MOVE qbRetiredFlag TO versionRetired
    IF itemFound = "N"
       MOVE SPACES TO statsReportLine
       STRING qbLevel "/" qbSeq "      " versionWanted "  " versionDate
              "  never served"
           DELIMITED BY SIZE INTO statsReportLine
       END-STRING
       IF openFlagCount >= 3
          MOVE "REVIEW" TO statsReportLine(77:6)
          ADD 1 TO itemsFlagged
       END-IF
       WRITE statsReportLine
       ADD 1 TO itemsReported
       EXIT PARAGRAPH
    END-IF
    COMPUTE passRate ROUNDED =
        (itemStatCorrect(itemIndex) * 100) / itemStatServed(itemIndex)
    MOVE SPACES TO reviewFlag
    IF (itemStatServed(itemIndex) >= 10
            AND (passRate <= 30 OR passRate >= 95))
       MOVE "REVIEW" TO reviewFlag
       ADD 1 TO itemsFlagged
    END-IF
    PERFORM WriteVersionLine
    ADD 1 TO itemsReported.
FindVersionStats.
    MOVE "N" TO itemFound
    PERFORM VARYING itemIndex FROM 1 BY 1
            UNTIL itemIndex > itemStatCount OR itemFound = "Y"
       IF itemStatKey(itemIndex) = qbKey
               AND itemStatVersion(itemIndex) = versionWanted
          MOVE "Y" TO itemFound
       END-IF
    END-PERFORM
    IF itemFound = "Y"
       SUBTRACT 1 FROM itemIndex
    END-IF.
SetVersionDate.
    MOVE SPACES TO versionDate
    IF versionWanted = ZERO OR versionFileOpen = "N"
       EXIT PARAGRAPH
    END-IF
    MOVE qbKey TO qvItemKey
    MOVE versionWanted TO qvVersion
    READ questionVersionFile
        INVALID KEY EXIT PARAGRAPH
    END-READ
    MOVE qvEffectiveDate TO versionDate.
WriteVersionLine.
    COMPUTE passRate ROUNDED =
        (itemStatCorrect(itemIndex) * 100) / itemStatServed(itemIndex)
    COMPUTE avgSeconds ROUNDED =
        itemStatSeconds(itemIndex) / itemStatServed(itemIndex)
    MOVE SPACES TO statsReportLine
    STRING qbLevel "/" qbSeq "      "
           versionWanted "  "
           versionDate "  "
           itemStatServed(itemIndex) "  "
           itemStatCorrect(itemIndex) "   "
           passRate "    "
           avgSeconds "      "
           versionRetired "        "
           openFlagCount "    "
           reviewFlag
           DELIMITED BY SIZE INTO statsReportLine
    END-STRING
    WRITE statsReportLine.
CountOpenFlags.
    MOVE ZERO TO openFlagCount
    OPEN INPUT flagQueueFile
