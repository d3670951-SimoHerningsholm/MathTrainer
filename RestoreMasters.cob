           03 mqDate PIC X(8).
           03 mqTime PIC X(8).
           03 mqSeq PIC 9(2).
       02 mqBody PIC X(52).
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
           03 cmTerm PIC X(8).
       02 cmBody PIC X(11).
FD backupFile.
01 backupRecord PIC X(400).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 sessionlogFileStatus PIC X(2).
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE backupRecord TO playersData
               CALL 'SealPlayer' USING playersData
               WRITE playersData
                   INVALID KEY CONTINUE
               END-WRITE
