    ACCESS MODE IS DYNAMIC
    RECORD KEY IS nmqKey
    FILE STATUS IS newMissedLogFileStatus.
SELECT recentQuestionsFile ASSIGN TO "recentq.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rqKey
    FILE STATUS IS recentQuestionsFileStatus.
SELECT newRecentQuestionsFile ASSIGN TO "recentqnew.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS nrqKey
    FILE STATUS IS newRecentQuestionsFileStatus.
DATA DIVISION.
FILE SECTION.
FD lineLogFile.
01 lineLogRecord PIC X(240).
FD newLineLogFile.
01 newLineLogRecord PIC X(240).
FD archiveFile.
01 archiveRecord PIC X(240).
FD runLogFile.
01 runLogData.
       02 rlKey.
           03 rlUserName PIC X(10).
           03 rlDate PIC X(8).
           03 rlStartTime PIC X(8).
       02 rlBody PIC X(34).
FD newRunLogFile.
01 newRunLogData.
       02 nrlKey.
           03 nrlUserName PIC X(10).
           03 nrlDate PIC X(8).
           03 nrlStartTime PIC X(8).
       02 nrlBody PIC X(34).
FD missedLogFile.
01 missedData.
       02 mqKey.
           03 mqCorrectCount PIC 9(1).
           03 mqLastCorrectDate PIC X(8).
           03 mqRetiredFlag PIC X(1).
           03 mqForm PIC X(1).
FD newMissedLogFile.
01 newMissedData.
       02 nmqKey.
           03 nmqDate PIC X(8).
           03 nmqTime PIC X(8).
           03 nmqSeq PIC 9(2).
       02 nmqBody PIC X(52).
FD recentQuestionsFile.
01 recentQuestionData.
       02 rqKey PIC X(37).
       02 rqServedDate PIC X(8).
FD newRecentQuestionsFile.
01 newRecentQuestionData.
       02 nrqKey PIC X(37).
       02 nrqServedDate PIC X(8).
WORKING-STORAGE SECTION.
01 lineLogFileStatus PIC X(2).
01 newLineLogFileStatus PIC X(2).
01 newRunLogFileStatus PIC X(2).
01 missedLogFileStatus PIC X(2).
01 newMissedLogFileStatus PIC X(2).
01 recentQuestionsFileStatus PIC X(2).
01 newRecentQuestionsFileStatus PIC X(2).
01 lineLogName PIC X(30).
01 newLineLogName PIC X(34).
01 archiveName PIC X(40).
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO retainDays
    PERFORM SweepOneLineLog
    MOVE "accesslog" TO archiveTag
    MOVE "accesslog.txt" TO lineLogName
    MOVE "accesslognew.txt" TO newLineLogName
    MOVE "RETAINACCESSLOG" TO paramName
    MOVE 730 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO retainDays
    PERFORM SweepOneLineLog
    MOVE "matchanswers" TO archiveTag
    MOVE "matchanswers.txt" TO lineLogName
    MOVE "matchanswersnew.txt" TO newLineLogName
    MOVE "RETAINMATCHANS" TO paramName
    MOVE 90 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO retainDays
    PERFORM SweepOneLineLog
    MOVE "redemptions" TO archiveTag
    MOVE "redemptions.txt" TO lineLogName
    MOVE "redemptionsnew.txt" TO newLineLogName
    MOVE 365 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO retainDays
    PERFORM SweepMissedLog
    MOVE "REPEATWINDOW" TO paramName
    MOVE 7 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO retainDays
    PERFORM SweepRecentQuestions.
    EXIT PROGRAM.
SweepOneLineLog.
    OPEN INPUT lineLogFile
        INVALID KEY CONTINUE
    END-WRITE
    ADD 1 TO keptCount.
SweepRecentQuestions.
    OPEN INPUT recentQuestionsFile
    IF recentQuestionsFileStatus NOT = "00"
       DISPLAY "recentq - nothing to sweep, status " recentQuestionsFileStatus
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT newRecentQuestionsFile
    IF newRecentQuestionsFileStatus NOT = "00"
       DISPLAY "Could not open recentqnew.txt, status " newRecentQuestionsFileStatus
       CLOSE recentQuestionsFile
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO keptCount
    MOVE ZERO TO archivedCount
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ recentQuestionsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM ConsiderOneRecentQuestion
       END-READ
    END-PERFORM
    CLOSE newRecentQuestionsFile
    CLOSE recentQuestionsFile
    DISPLAY "recentq: kept " keptCount ", dropped " archivedCount.
ConsiderOneRecentQuestion.
    IF rqServedDate NOT NUMERIC
       ADD 1 TO archivedCount
       EXIT PARAGRAPH
    END-IF
    MOVE rqServedDate TO recordFull
    COMPUTE recordAgeDays =
        FUNCTION INTEGER-OF-DATE(todayFull)
        - FUNCTION INTEGER-OF-DATE(recordFull)
    IF recordAgeDays >= retainDays
       ADD 1 TO archivedCount
    ELSE
       MOVE recentQuestionData TO newRecentQuestionData
       WRITE newRecentQuestionData
           INVALID KEY CONTINUE
       END-WRITE
       ADD 1 TO keptCount
    END-IF.
