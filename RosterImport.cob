    MOVE SPACES TO lastActiveDate
    MOVE "S" TO roleFlag
    MOVE ZERO TO dailyLimitMinutes
    CALL 'SealPlayer' USING playersData
    WRITE playersData
        INVALID KEY CONTINUE
    END-WRITE
