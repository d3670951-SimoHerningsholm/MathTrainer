    ACCEPT lastActiveDate FROM DATE YYYYMMDD
    MOVE dmRoleFlag TO roleFlag
    MOVE dmDailyLimit TO dailyLimitMinutes
    CALL 'SealPlayer' USING playersData
    WRITE playersData
        INVALID KEY DISPLAY "A live account with that username already exists"
    END-WRITE
