           03 mqDate PIC X(8).
           03 mqTime PIC X(8).
           03 mqSeq PIC 9(2).
       02 mqBody PIC X(52).
FD runlogFile.
01 runLogData.
       02 rlKey.
           03 rlUserName PIC X(10).
           03 rlDate PIC X(8).
           03 rlStartTime PIC X(8).
       02 rlBody PIC X(34).
FD goalsFile.
01 goalData.
       02 goalUserName PIC X(10).
       02 asgKey.
           03 asgClassCode PIC X(6).
           03 asgSeq PIC 9(3).
       02 asgBody PIC X(33).
FD questionbankFile.
COPY QBANKREC.
FD worksheetsFile.
01 worksheetData.
       02 wkCode PIC X(6).
       02 wkBody PIC X(98).
FD rewardsFile.
COPY REWARDREC.
FD classesFile.
FD guardiansFile.
01 guardianData.
       02 guardianUserName PIC X(10).
       02 guardianBody PIC X(61).
FD examresultsFile.
01 examResultData.
       02 exKey.
FD accommodationsFile.
01 accommodationData.
       02 acUserName PIC X(10).
       02 acBody PIC X(24).
FD classmarksFile.
01 classMarkData.
       02 cmKey.
    END-PERFORM
    CLOSE playersFile
    MOVE "players" TO fileTag
    MOVE 57 TO recordLength
    PERFORM WriteSnapshotLine.
SnapSessionlog.
    MOVE ZERO TO recordCount
    END-PERFORM
    CLOSE sessionlogFile
    MOVE "sessionlog" TO fileTag
    MOVE 71 TO recordLength
    PERFORM WriteSnapshotLine.
SnapMissedlog.
    MOVE ZERO TO recordCount
    END-PERFORM
    CLOSE missedlogFile
    MOVE "missedlog" TO fileTag
    MOVE 80 TO recordLength
    PERFORM WriteSnapshotLine.
SnapRunlog.
    MOVE ZERO TO recordCount
    END-PERFORM
    CLOSE runlogFile
    MOVE "runlog" TO fileTag
    MOVE 60 TO recordLength
    PERFORM WriteSnapshotLine.
SnapGoals.
    MOVE ZERO TO recordCount
    END-PERFORM
    CLOSE assignmentsFile
    MOVE "assignments" TO fileTag
    MOVE 42 TO recordLength
    PERFORM WriteSnapshotLine.
SnapQuestionbank.
    MOVE ZERO TO recordCount
    END-PERFORM
    CLOSE questionbankFile
    MOVE "questionbank" TO fileTag
    MOVE 344 TO recordLength
    PERFORM WriteSnapshotLine.
SnapWorksheets.
    MOVE ZERO TO recordCount
    END-PERFORM
    CLOSE worksheetsFile
    MOVE "worksheets" TO fileTag
    MOVE 104 TO recordLength
    PERFORM WriteSnapshotLine.
SnapRewards.
    MOVE ZERO TO recordCount
    END-PERFORM
    CLOSE guardiansFile
    MOVE "guardians" TO fileTag
    MOVE 71 TO recordLength
    PERFORM WriteSnapshotLine.
SnapExamresults.
    MOVE ZERO TO recordCount
    END-PERFORM
    CLOSE accommodationsFile
    MOVE "accommodations" TO fileTag
    MOVE 34 TO recordLength
    PERFORM WriteSnapshotLine.
SnapClassmarks.
    MOVE ZERO TO recordCount
