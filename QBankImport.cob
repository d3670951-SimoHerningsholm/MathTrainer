    MOVE 1 TO qbPartCount
    MOVE SPACES TO qbPart2
    MOVE SPACES TO qbPart3
    MOVE 1 TO qbVersion
    ACCEPT qbEffectiveDate FROM DATE YYYYMMDD
    WRITE questionBankData
        INVALID KEY CONTINUE
    END-WRITE
