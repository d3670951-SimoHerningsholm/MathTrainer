MOVE playerUnlockedLevel TO unlockedLevel
ACCEPT lastActiveDate FROM DATE YYYYMMDD
MOVE playersData TO journalNewImage
CALL 'SealPlayer' USING playersData
REWRITE playersData
       INVALID KEY DISPLAY "Something went wrong when trying to update"
END-REWRITE
