    MOVE "S" TO roleFlag
    MOVE ZERO TO dailyLimitMinutes
    MOVE userName TO newPlayerName
    CALL 'SealPlayer' USING playersData
    WRITE playersData
        INVALID KEY DISPLAY "Username taken"
    END-WRITE
