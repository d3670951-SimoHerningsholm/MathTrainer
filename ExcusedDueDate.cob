       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ExcusedDueDate.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 startFull PIC 9(8).
01 dueFull PIC 9(8).
01 startInteger PIC 9(8).
01 dueInteger PIC 9(8).
01 dayInteger PIC 9(8).
01 dayFull PIC 9(8).
01 dayDate PIC X(8).
01 excusedFlag PIC X(1).
01 daysOwed PIC 9(3).
01 maxDaysOwed PIC 9(3) VALUE 60.
LINKAGE SECTION.
01 duePlayer PIC X(10).
01 dueCreatedDate PIC X(8).
01 dueDate PIC X(8).
01 effectiveDueDate PIC X(8).
PROCEDURE DIVISION USING duePlayer, dueCreatedDate, dueDate, effectiveDueDate.
ExcusedDueDateProcess.
    MOVE dueDate TO effectiveDueDate
    IF dueCreatedDate NOT NUMERIC OR dueDate NOT NUMERIC
            OR dueCreatedDate > dueDate
       EXIT PROGRAM
    END-IF
    MOVE dueCreatedDate TO startFull
    MOVE dueDate TO dueFull
    COMPUTE startInteger = FUNCTION INTEGER-OF-DATE(startFull)
    COMPUTE dueInteger = FUNCTION INTEGER-OF-DATE(dueFull)
    MOVE ZERO TO daysOwed
    PERFORM VARYING dayInteger FROM startInteger BY 1
            UNTIL dayInteger > dueInteger OR daysOwed >= maxDaysOwed
       PERFORM CheckOneDay
       IF excusedFlag = "Y"
          ADD 1 TO daysOwed
       END-IF
    END-PERFORM
    MOVE dueInteger TO dayInteger
    PERFORM UNTIL daysOwed = ZERO OR dayInteger > dueInteger + 366
       ADD 1 TO dayInteger
       PERFORM CheckOneDay
       IF excusedFlag = "N"
          SUBTRACT 1 FROM daysOwed
       END-IF
    END-PERFORM
    COMPUTE dayFull = FUNCTION DATE-OF-INTEGER(dayInteger)
    MOVE dayFull TO effectiveDueDate.
    EXIT PROGRAM.
CheckOneDay.
    COMPUTE dayFull = FUNCTION DATE-OF-INTEGER(dayInteger)
    MOVE dayFull TO dayDate
    CALL 'CheckExcusedDay' USING duePlayer, dayDate, excusedFlag.
