       02 lastActiveDate PIC X(8).
       02 roleFlag PIC X(1).
       02 dailyLimitMinutes PIC 9(3).
       02 playerSeal PIC X(10).
