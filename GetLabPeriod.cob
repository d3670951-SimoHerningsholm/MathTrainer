       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GetLabPeriod.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 defaultTimes PIC X(64) VALUE
    "0850094009401030105011401140123013301420142015100000000000000000".
01 defaultTable REDEFINES defaultTimes.
       02 defaultPeriod OCCURS 8 TIMES.
           03 defaultStart PIC 9(4).
           03 defaultEnd PIC 9(4).
01 periodIndex PIC 9(1).
01 periodStart PIC 9(4).
01 periodEnd PIC 9(4).
01 timeNow PIC 9(8).
01 timeFields REDEFINES timeNow.
       05 timeHHMM PIC 9(4).
       05 timeSSHS PIC 9(4).
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
LINKAGE SECTION.
01 labPeriod PIC X(1).
01 periodTimes.
       02 periodTime OCCURS 8 TIMES.
           03 periodTimeStart PIC 9(4).
           03 periodTimeEnd PIC 9(4).
PROCEDURE DIVISION USING labPeriod, periodTimes.
GetLabPeriodProcess.
    ACCEPT timeNow FROM TIME
    MOVE SPACE TO labPeriod
    PERFORM VARYING periodIndex FROM 1 BY 1 UNTIL periodIndex > 8
       MOVE SPACES TO paramName
       STRING "LABPERIOD" periodIndex "START" DELIMITED BY SIZE INTO paramName
       END-STRING
       MOVE defaultStart(periodIndex) TO paramDefault
       CALL 'GetParameter' USING paramName, paramValue, paramDefault
       MOVE paramValue TO periodStart
       MOVE SPACES TO paramName
       STRING "LABPERIOD" periodIndex "END" DELIMITED BY SIZE INTO paramName
       END-STRING
       MOVE defaultEnd(periodIndex) TO paramDefault
       CALL 'GetParameter' USING paramName, paramValue, paramDefault
       MOVE paramValue TO periodEnd
       MOVE periodStart TO periodTimeStart(periodIndex)
       MOVE periodEnd TO periodTimeEnd(periodIndex)
       IF labPeriod = SPACE AND periodEnd > periodStart
               AND timeHHMM >= periodStart AND timeHHMM < periodEnd
          MOVE periodIndex TO labPeriod
       END-IF
    END-PERFORM.
    EXIT PROGRAM.
