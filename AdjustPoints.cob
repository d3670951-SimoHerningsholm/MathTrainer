    END-IF
    MOVE playersData TO journalNewImage
    CALL 'JournalPlayer' USING journalActor, journalOldImage, journalNewImage
    CALL 'SealPlayer' USING playersData
    REWRITE playersData
        INVALID KEY DISPLAY "Could not update player record"
    END-REWRITE
