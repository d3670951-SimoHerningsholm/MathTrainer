    MOVE ZERO TO slSeconds
    CALL 'GetObjective' USING slExercise, slLevel, slObjective
    MOVE SPACES TO slItemKey
    MOVE ZERO TO slItemVersion
    MOVE SPACE TO slConfidence
    MOVE SPACE TO slForm
    MOVE SPACES TO slChoiceInfo
    MOVE SPACE TO slSolutionViewed
    WRITE sessionLogData
        INVALID KEY DISPLAY "Could not log session entry"
    END-WRITE
    END-READ
    IF playerExist = "Y" AND diagMaxLevel > unlockedLevel
       MOVE diagMaxLevel TO unlockedLevel
       CALL 'SealPlayer' USING playersData
       REWRITE playersData
           INVALID KEY DISPLAY "Could not update starting level"
       END-REWRITE
