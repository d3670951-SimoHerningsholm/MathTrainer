       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BatchTiming.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT controlFile ASSIGN TO "batchcontrol.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS controlFileStatus.
SELECT timingHistFile ASSIGN TO "batchtimes.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS timingHistFileStatus.
SELECT timingReportFile ASSIGN TO "batchtrend.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS timingReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD controlFile.
01 controlRecord PIC X(60).
FD timingHistFile.
01 timingHistRecord PIC X(50).
FD timingReportFile.
01 timingReportLine PIC X(90).
WORKING-STORAGE SECTION.
01 controlFileStatus PIC X(2).
01 timingHistFileStatus PIC X(2).
01 timingReportFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 windowDate PIC X(8) VALUE SPACES.
01 prevWindowDate PIC X(8) VALUE SPACES.
01 ctlDate PIC X(8).
01 ctlStep PIC X(20).
01 ctlEvent PIC X(10).
01 ctlTimeText PIC X(8).
01 ctlExtraText PIC X(8).
01 clockText PIC X(8).
01 clockSeconds PIC 9(5).
01 histDate PIC X(8).
01 histStep PIC X(20).
01 histSecondsText PIC X(6).
01 histSeconds PIC 9(6).
01 stepTable.
       02 stepEntry OCCURS 40 TIMES.
           03 stName PIC X(20).
           03 stStartSecs PIC 9(5).
           03 stTonightSecs PIC 9(6).
           03 stTonightDone PIC X(1).
           03 stLogged PIC X(1).
           03 stPrevStartSecs PIC 9(5).
           03 stPrevSecs PIC 9(6).
           03 stPrevDone PIC X(1).
           03 stPrevLogged PIC X(1).
           03 stHistRuns PIC 9(4).
           03 stHistTotal PIC 9(9).
           03 stHistMax PIC 9(6).
           03 stRecentRuns PIC 9(4).
           03 stRecentTotal PIC 9(9).
01 stepCount PIC 9(2) VALUE ZERO.
01 stepIndex PIC 9(2).
01 stepFound PIC X(1).
01 lookupStep PIC X(20).
01 windowStartSecs PIC 9(5) VALUE ZERO.
01 windowStarted PIC X(1) VALUE "N".
01 nowText PIC X(8).
01 nowSecs PIC 9(6).
01 elapsedSecs PIC S9(6).
01 averageSecs PIC 9(6).
01 recentAverage PIC 9(6).
01 remainingSecs PIC 9(6) VALUE ZERO.
01 forecastSecs PIC 9(6).
01 cutoffSecs PIC 9(6).
01 cutoffHHMM PIC 9(4).
01 historyDays PIC 9(5).
01 overrunPct PIC 9(5).
01 minimumOverrun PIC 9(5).
01 historyFromFull PIC 9(8).
01 recentFromFull PIC 9(8).
01 windowFull PIC 9(8).
01 histFull PIC 9(8).
01 trendPct PIC S9(5).
01 trendDisp PIC +9(4).
01 overrunCount PIC 9(3) VALUE ZERO.
01 newHistCount PIC 9(3) VALUE ZERO.
01 secondsDisp PIC Z(5)9.
01 averageDisp PIC Z(5)9.
01 maxDisp PIC Z(5)9.
01 forecastClock PIC X(5).
01 forecastHours PIC 9(4).
01 forecastMinutes PIC 9(6).
01 clockHours PIC 9(2).
01 clockMinutes PIC 9(2).
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 alertSource PIC X(12) VALUE "BATCHTIME".
01 alertSeverity PIC X(1) VALUE "W".
01 alertMessage PIC X(60).
PROCEDURE DIVISION.
TimingProcess.
    DISPLAY "=== Nightly batch elapsed-time history ==="
    MOVE "BATCHTIMEDAYS" TO paramName
    MOVE 30 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO historyDays
    MOVE "BATCHOVERRUNPCT" TO paramName
    MOVE 200 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO overrunPct
    MOVE "BATCHOVERRUNSECS" TO paramName
    MOVE 120 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO minimumOverrun
    MOVE "BATCHCUTOFF" TO paramName
    MOVE 600 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO cutoffHHMM
    OPEN INPUT controlFile
    IF controlFileStatus NOT = "00"
       DISPLAY "No batchcontrol.txt yet - nothing to time"
       GOBACK
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ controlFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM FindWindowDate
       END-READ
    END-PERFORM
    CLOSE controlFile
    IF windowDate = SPACES
       DISPLAY "No step start times recorded yet - nothing to time"
       GOBACK
    END-IF
    MOVE windowDate TO windowFull
    COMPUTE historyFromFull = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(windowFull) - historyDays)
    COMPUTE recentFromFull = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(windowFull) - 7)
    OPEN INPUT controlFile
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ controlFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM PostTonightLine
       END-READ
    END-PERFORM
    CLOSE controlFile
    PERFORM ReadTimingHistory
    PERFORM AppendTimingHistory
    OPEN OUTPUT timingReportFile
    IF timingReportFileStatus NOT = "00"
       DISPLAY "Could not open batchtrend.txt, status " timingReportFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE SPACES TO timingReportLine
    STRING "NIGHTLY BATCH ELAPSED-TIME TREND - window " windowDate
           " - history " historyDays " day(s)"
        DELIMITED BY SIZE INTO timingReportLine
    END-STRING
    WRITE timingReportLine
    MOVE "Step                  Tonight  Average  Maximum  Last-7 trend"
        TO timingReportLine
    WRITE timingReportLine
    PERFORM VARYING stepIndex FROM 1 BY 1 UNTIL stepIndex > stepCount
       PERFORM ReportOneStep
    END-PERFORM
    PERFORM ForecastWindowEnd
    CLOSE timingReportFile
    DISPLAY newHistCount " step time(s) added to batchtimes.txt"
    DISPLAY overrunCount " step(s) ran far over their average"
    DISPLAY "Trend report written to batchtrend.txt".
    GOBACK.
FindWindowDate.
    PERFORM SplitControlLine
    IF ctlEvent = "START" AND ctlDate IS NUMERIC AND ctlDate NOT = windowDate
       MOVE windowDate TO prevWindowDate
       MOVE ctlDate TO windowDate
    END-IF.
SplitControlLine.
    MOVE SPACES TO ctlDate
    MOVE SPACES TO ctlStep
    MOVE SPACES TO ctlEvent
    MOVE SPACES TO ctlTimeText
    MOVE SPACES TO ctlExtraText
    UNSTRING controlRecord DELIMITED BY ALL SPACE
        INTO ctlDate, ctlStep, ctlEvent, ctlTimeText, ctlExtraText
    END-UNSTRING.
PostTonightLine.
    PERFORM SplitControlLine
    IF ctlDate NOT = windowDate AND (ctlDate NOT = prevWindowDate
            OR prevWindowDate = SPACES)
       EXIT PARAGRAPH
    END-IF
    IF ctlEvent NOT = "START" AND ctlEvent NOT = "END"
       EXIT PARAGRAPH
    END-IF
    MOVE ctlTimeText TO clockText
    PERFORM ClockToSeconds
    MOVE ctlStep TO lookupStep
    PERFORM FindStep
    IF stepFound = "N"
       EXIT PARAGRAPH
    END-IF
    IF ctlDate = prevWindowDate
       PERFORM PostPreviousWindowLine
       EXIT PARAGRAPH
    END-IF
    IF ctlEvent = "START"
       MOVE clockSeconds TO stStartSecs(stepIndex)
       IF windowStarted = "N"
          MOVE clockSeconds TO windowStartSecs
          MOVE "Y" TO windowStarted
       END-IF
    ELSE
       IF stStartSecs(stepIndex) = 99999
          EXIT PARAGRAPH
       END-IF
       COMPUTE elapsedSecs = clockSeconds - stStartSecs(stepIndex)
       IF elapsedSecs < ZERO
          ADD 86400 TO elapsedSecs
       END-IF
       MOVE elapsedSecs TO stTonightSecs(stepIndex)
       MOVE "Y" TO stTonightDone(stepIndex)
    END-IF.
PostPreviousWindowLine.
    IF ctlEvent = "START"
       MOVE clockSeconds TO stPrevStartSecs(stepIndex)
    ELSE
       IF stPrevStartSecs(stepIndex) = 99999
          EXIT PARAGRAPH
       END-IF
       COMPUTE elapsedSecs = clockSeconds - stPrevStartSecs(stepIndex)
       IF elapsedSecs < ZERO
          ADD 86400 TO elapsedSecs
       END-IF
       MOVE elapsedSecs TO stPrevSecs(stepIndex)
       MOVE "Y" TO stPrevDone(stepIndex)
    END-IF.
ClockToSeconds.
    MOVE ZERO TO clockSeconds
    IF clockText(1:2) IS NUMERIC AND clockText(4:2) IS NUMERIC
            AND clockText(7:2) IS NUMERIC
       COMPUTE clockSeconds = FUNCTION NUMVAL(clockText(1:2)) * 3600
           + FUNCTION NUMVAL(clockText(4:2)) * 60
           + FUNCTION NUMVAL(clockText(7:2))
    END-IF.
FindStep.
    MOVE "N" TO stepFound
    PERFORM VARYING stepIndex FROM 1 BY 1
            UNTIL stepIndex > stepCount OR stepFound = "Y"
       IF stName(stepIndex) = lookupStep
          MOVE "Y" TO stepFound
       END-IF
    END-PERFORM
    IF stepFound = "Y"
       SUBTRACT 1 FROM stepIndex
       EXIT PARAGRAPH
    END-IF
    IF stepCount < 40
       ADD 1 TO stepCount
       MOVE stepCount TO stepIndex
       MOVE lookupStep TO stName(stepIndex)
       MOVE 99999 TO stStartSecs(stepIndex)
       MOVE ZERO TO stTonightSecs(stepIndex)
       MOVE "N" TO stTonightDone(stepIndex)
       MOVE "N" TO stLogged(stepIndex)
       MOVE 99999 TO stPrevStartSecs(stepIndex)
       MOVE ZERO TO stPrevSecs(stepIndex)
       MOVE "N" TO stPrevDone(stepIndex)
       MOVE "N" TO stPrevLogged(stepIndex)
       MOVE ZERO TO stHistRuns(stepIndex)
       MOVE ZERO TO stHistTotal(stepIndex)
       MOVE ZERO TO stHistMax(stepIndex)
       MOVE ZERO TO stRecentRuns(stepIndex)
       MOVE ZERO TO stRecentTotal(stepIndex)
       MOVE "Y" TO stepFound
    END-IF.
ReadTimingHistory.
    OPEN INPUT timingHistFile
    IF timingHistFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ timingHistFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM PostHistoryLine
       END-READ
    END-PERFORM
    CLOSE timingHistFile.
PostHistoryLine.
    MOVE SPACES TO histDate
    MOVE SPACES TO histStep
    MOVE SPACES TO histSecondsText
    UNSTRING timingHistRecord DELIMITED BY ","
        INTO histDate, histStep, histSecondsText
    END-UNSTRING
    IF histDate IS NOT NUMERIC OR FUNCTION TEST-NUMVAL(histSecondsText) NOT = 0
       EXIT PARAGRAPH
    END-IF
    COMPUTE histSeconds = FUNCTION NUMVAL(histSecondsText)
    MOVE histStep TO lookupStep
    PERFORM FindStep
    IF stepFound = "N"
       EXIT PARAGRAPH
    END-IF
    IF histDate = windowDate
       MOVE "Y" TO stLogged(stepIndex)
       EXIT PARAGRAPH
    END-IF
    IF histDate = prevWindowDate
       MOVE "Y" TO stPrevLogged(stepIndex)
    END-IF
    MOVE histDate TO histFull
    IF histFull < historyFromFull OR histFull > windowFull
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO stHistRuns(stepIndex)
    ADD histSeconds TO stHistTotal(stepIndex)
    IF histSeconds > stHistMax(stepIndex)
       MOVE histSeconds TO stHistMax(stepIndex)
    END-IF
    IF histFull >= recentFromFull
       ADD 1 TO stRecentRuns(stepIndex)
       ADD histSeconds TO stRecentTotal(stepIndex)
    END-IF.
AppendTimingHistory.
    OPEN EXTEND timingHistFile
    IF timingHistFileStatus = "35"
       OPEN OUTPUT timingHistFile
    END-IF
    IF timingHistFileStatus NOT = "00"
       DISPLAY "Could not open batchtimes.txt, status " timingHistFileStatus
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING stepIndex FROM 1 BY 1 UNTIL stepIndex > stepCount
       IF stPrevDone(stepIndex) = "Y" AND stPrevLogged(stepIndex) = "N"
          MOVE SPACES TO timingHistRecord
          STRING prevWindowDate "," FUNCTION TRIM(stName(stepIndex)) ","
                 stPrevSecs(stepIndex)
              DELIMITED BY SIZE INTO timingHistRecord
          END-STRING
          WRITE timingHistRecord
          MOVE "Y" TO stPrevLogged(stepIndex)
          ADD 1 TO newHistCount
          MOVE prevWindowDate TO histFull
          IF histFull >= historyFromFull
             ADD 1 TO stHistRuns(stepIndex)
             ADD stPrevSecs(stepIndex) TO stHistTotal(stepIndex)
             IF stPrevSecs(stepIndex) > stHistMax(stepIndex)
                MOVE stPrevSecs(stepIndex) TO stHistMax(stepIndex)
             END-IF
             IF histFull >= recentFromFull
                ADD 1 TO stRecentRuns(stepIndex)
                ADD stPrevSecs(stepIndex) TO stRecentTotal(stepIndex)
             END-IF
          END-IF
       END-IF
       IF stTonightDone(stepIndex) = "Y" AND stLogged(stepIndex) = "N"
          MOVE SPACES TO timingHistRecord
          STRING windowDate "," FUNCTION TRIM(stName(stepIndex)) ","
                 stTonightSecs(stepIndex)
              DELIMITED BY SIZE INTO timingHistRecord
          END-STRING
          WRITE timingHistRecord
          MOVE "Y" TO stLogged(stepIndex)
          ADD 1 TO newHistCount
       END-IF
    END-PERFORM
    CLOSE timingHistFile.
ReportOneStep.
    MOVE ZERO TO averageSecs
    IF stHistRuns(stepIndex) > ZERO
       COMPUTE averageSecs ROUNDED =
           stHistTotal(stepIndex) / stHistRuns(stepIndex)
    END-IF
    MOVE ZERO TO trendPct
    IF stRecentRuns(stepIndex) > ZERO AND averageSecs > ZERO
       COMPUTE recentAverage ROUNDED =
           stRecentTotal(stepIndex) / stRecentRuns(stepIndex)
       COMPUTE trendPct ROUNDED =
           ((recentAverage - averageSecs) * 100) / averageSecs
    END-IF
    IF stTonightDone(stepIndex) = "N" AND stName(stepIndex) NOT = "BatchTiming"
       ADD averageSecs TO remainingSecs
    END-IF
    MOVE stTonightSecs(stepIndex) TO secondsDisp
    MOVE averageSecs TO averageDisp
    MOVE stHistMax(stepIndex) TO maxDisp
    MOVE trendPct TO trendDisp
    MOVE SPACES TO timingReportLine
    IF stTonightDone(stepIndex) = "Y"
       STRING stName(stepIndex) "  " secondsDisp "   " averageDisp "   " maxDisp
              "   " trendDisp "%"
           DELIMITED BY SIZE INTO timingReportLine
       END-STRING
    ELSE
       STRING stName(stepIndex) "  " "  (not run)" averageDisp "   " maxDisp
              "   " trendDisp "%"
           DELIMITED BY SIZE INTO timingReportLine
       END-STRING
    END-IF
    WRITE timingReportLine
    IF stTonightDone(stepIndex) = "Y" AND stHistRuns(stepIndex) > ZERO
            AND stTonightSecs(stepIndex) * 100 > averageSecs * overrunPct
            AND stTonightSecs(stepIndex) - averageSecs >= minimumOverrun
       ADD 1 TO overrunCount
       MOVE "  ** OVERRUN - far longer than this step's own average"
           TO timingReportLine
       WRITE timingReportLine
       MOVE SPACES TO alertMessage
       STRING FUNCTION TRIM(stName(stepIndex)) " ran " stTonightSecs(stepIndex)
              "s against an average of " averageSecs "s"
           DELIMITED BY SIZE INTO alertMessage
       END-STRING
       CALL 'RaiseAlert' USING alertSource, alertSeverity, alertMessage
    END-IF.
ForecastWindowEnd.
    ACCEPT nowText FROM TIME
    COMPUTE nowSecs = FUNCTION NUMVAL(nowText(1:2)) * 3600
        + FUNCTION NUMVAL(nowText(3:2)) * 60
        + FUNCTION NUMVAL(nowText(5:2))
    IF nowSecs < windowStartSecs
       ADD 86400 TO nowSecs
    END-IF
    COMPUTE forecastSecs = nowSecs + remainingSecs
    COMPUTE cutoffSecs = (cutoffHHMM / 100) * 3600
        + FUNCTION MOD(cutoffHHMM, 100) * 60
    IF cutoffSecs <= windowStartSecs
       ADD 86400 TO cutoffSecs
    END-IF
    COMPUTE forecastHours = forecastSecs / 3600
    COMPUTE forecastMinutes = forecastSecs / 60
    COMPUTE clockHours = FUNCTION MOD(forecastHours, 24)
    COMPUTE clockMinutes = FUNCTION MOD(forecastMinutes, 60)
    MOVE SPACES TO forecastClock
    STRING clockHours ":" clockMinutes DELIMITED BY SIZE INTO forecastClock
    END-STRING
    MOVE SPACES TO timingReportLine
    WRITE timingReportLine
    MOVE SPACES TO timingReportLine
    STRING "Window forecast to finish at " forecastClock
           " (" remainingSecs "s of remaining steps at their averages);"
           " cut-off " cutoffHHMM
        DELIMITED BY SIZE INTO timingReportLine
    END-STRING
    WRITE timingReportLine
    DISPLAY timingReportLine
    IF forecastSecs > cutoffSecs
       MOVE "  ** LATE FINISH - window forecast past the cut-off time"
           TO timingReportLine
       WRITE timingReportLine
       MOVE SPACES TO alertMessage
       STRING "Nightly window forecast to finish " forecastClock
              ", after cut-off " cutoffHHMM
           DELIMITED BY SIZE INTO alertMessage
       END-STRING
       MOVE "E" TO alertSeverity
       CALL 'RaiseAlert' USING alertSource, alertSeverity, alertMessage
       MOVE "W" TO alertSeverity
    END-IF.
