    IF playerExist = "Y"
       CALL 'JournalPlayer' USING journalActor, journalOldImage,
           journalNewImage
       CALL 'SealPlayer' USING playersData
       REWRITE playersData
           INVALID KEY DISPLAY "Could not overwrite player record"
       END-REWRITE
       MOVE SPACES TO journalOldImage
       CALL 'JournalPlayer' USING journalActor, journalOldImage,
           journalNewImage
       CALL 'SealPlayer' USING playersData
       WRITE playersData
           INVALID KEY DISPLAY "Could not restore player record"
       END-WRITE
