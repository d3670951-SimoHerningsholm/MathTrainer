    IF resetLevelChoice = "Y"
       MOVE 1 TO unlockedLevel
    END-IF
    CALL 'SealPlayer' USING playersData
    REWRITE playersData
        INVALID KEY DISPLAY "Could not reset " userName
    END-REWRITE
