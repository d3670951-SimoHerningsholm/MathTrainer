    ELSE
       COMPUTE points = points - decayAmount
    END-IF
    CALL 'SealPlayer' USING playersData
    REWRITE playersData
        INVALID KEY DISPLAY "Could not update player record for " userName
    END-REWRITE
