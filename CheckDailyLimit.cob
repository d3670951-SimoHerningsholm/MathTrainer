       02 rlExercise PIC X(15).
       02 rlLevel PIC X(1).
       02 rlQuestions PIC 9(2).
       02 rlTerminal PIC X(8).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 runLogFileStatus PIC X(2).
