       02 luLevel PIC 9(1).
WORKING-STORAGE SECTION.
01 levelUnlocksFileStatus PIC X(2).
01 previousLevel PIC 9(1).
01 eventType PIC X(12) VALUE "LEVELUP".
01 eventDetail PIC X(30).
LINKAGE SECTION.
01 unlockPlayer PIC X(10).
01 unlockExercise PIC X(2).
    END-IF
    MOVE unlockPlayer TO luUserName
    MOVE unlockExercise TO luExercise
    MOVE ZERO TO previousLevel
    READ levelUnlocksFile
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE luLevel TO previousLevel
    END-READ
    MOVE unlockPlayer TO luUserName
    MOVE unlockExercise TO luExercise
    MOVE unlockLevel TO luLevel
    REWRITE levelUnlockData
        INVALID KEY
               INVALID KEY DISPLAY "Could not store level unlock"
           END-WRITE
    END-REWRITE
    CLOSE levelUnlocksFile
    IF unlockLevel > previousLevel
       MOVE SPACES TO eventDetail
       STRING "EXERCISE " unlockExercise " LEVEL " previousLevel " TO " unlockLevel
           DELIMITED BY SIZE INTO eventDetail
       END-STRING
       CALL 'PostEvent' USING eventType, unlockPlayer, eventDetail
    END-IF.
    EXIT PROGRAM.
