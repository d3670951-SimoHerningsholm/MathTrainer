       02 mqCorrectCount PIC 9(1).
       02 mqLastCorrectDate PIC X(8).
       02 mqRetiredFlag PIC X(1).
       02 mqForm PIC X(1).
FD newMissedLogFile.
01 newMissedData.
       02 nmqKey.
       02 nmqCorrectCount PIC 9(1).
       02 nmqLastCorrectDate PIC X(8).
       02 nmqRetiredFlag PIC X(1).
       02 nmqForm PIC X(1).
FD runLogFile.
01 runLogData.
       02 rlKey.
       02 rlExercise PIC X(15).
       02 rlLevel PIC X(1).
       02 rlQuestions PIC 9(2).
       02 rlTerminal PIC X(8).
FD newRunLogFile.
01 newRunLogData.
       02 nrlKey.
       02 nrlExercise PIC X(15).
       02 nrlLevel PIC X(1).
       02 nrlQuestions PIC 9(2).
       02 nrlTerminal PIC X(8).
FD dailySummaryFile.
01 dailySummaryData.
       02 dsKey.
               PERFORM ExpandDate
               IF workDate NOT = lastActiveDate
                  MOVE workDate TO lastActiveDate
                  CALL 'SealPlayer' USING playersData
                  REWRITE playersData
                      INVALID KEY CONTINUE
                  END-REWRITE
