       MOVE playersData TO journalNewImage
       CALL 'JournalPlayer' USING journalActor, journalOldImage,
           journalNewImage
       CALL 'SealPlayer' USING playersData
       REWRITE playersData
           INVALID KEY CONTINUE
       END-REWRITE
    MOVE savedClassCode TO classCode
    MOVE savedLastActiveDate TO lastActiveDate
    MOVE savedRoleFlag TO roleFlag
    CALL 'SealPlayer' USING playersData
    WRITE playersData
        INVALID KEY CONTINUE
    END-WRITE
