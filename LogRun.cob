       02 rlExercise PIC X(15).
       02 rlLevel PIC X(1).
       02 rlQuestions PIC 9(2).
       02 rlTerminal PIC X(8).
WORKING-STORAGE SECTION.
01 runLogFileStatus PIC X(2).
01 runLogged PIC X(1).
01 eventType PIC X(12) VALUE "RUNDONE".
01 eventDetail PIC X(30).
LINKAGE SECTION.
01 runPlayer PIC X(10).
01 runExercise PIC X(15).
    MOVE runExercise TO rlExercise
    MOVE runLevel TO rlLevel
    MOVE runQuestions TO rlQuestions
    CALL 'GetTerminalId' USING rlTerminal
    MOVE "Y" TO runLogged
    WRITE runLogData
        INVALID KEY MOVE "N" TO runLogged
    END-WRITE
    CLOSE runLogFile
    IF runLogged = "Y"
       MOVE SPACES TO eventDetail
       STRING runExercise " L" runLevel " Q" runQuestions
           DELIMITED BY SIZE INTO eventDetail
       END-STRING
       CALL 'PostEvent' USING eventType, runPlayer, eventDetail
       CALL 'CheckHomeworkDone' USING runPlayer, runExercise, runStartDate,
           runStartTime
    END-IF.
    EXIT PROGRAM.
