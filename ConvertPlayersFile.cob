    MOVE oldLastActiveDate TO lastActiveDate
    MOVE "S" TO roleFlag
    MOVE ZERO TO dailyLimitMinutes
    CALL 'SealPlayer' USING playersData
    WRITE playersData
        INVALID KEY DISPLAY "Could not convert " oldUserName
    END-WRITE
