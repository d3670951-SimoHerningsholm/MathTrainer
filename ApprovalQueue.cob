       MOVE playersData TO journalNewImage
       CALL 'JournalPlayer' USING reviewActor, journalOldImage,
           journalNewImage
       CALL 'SealPlayer' USING playersData
       REWRITE playersData
           INVALID KEY DISPLAY "Could not update player"
       END-REWRITE
