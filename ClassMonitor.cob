       05 lastRest PIC 9(4).
01 idleMinutes PIC S9(5).
01 refreshChoice PIC X(1).
01 classAccess PIC X(1).
LINKAGE SECTION.
01 monitorClassCode PIC X(6).
01 monitorTeacher PIC X(10).
PROCEDURE DIVISION USING monitorClassCode, monitorTeacher.
MonitorProcess.
    CALL 'CheckClassAccess' USING monitorTeacher, monitorClassCode, classAccess
    IF classAccess = "N"
       DISPLAY "You are not on the staff of class " monitorClassCode
       EXIT PROGRAM
    END-IF
    MOVE "STALLEDMINS" TO paramName
    MOVE 10 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
