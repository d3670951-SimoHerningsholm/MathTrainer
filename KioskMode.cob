    ACCESS MODE IS DYNAMIC
    RECORD KEY IS dgKey
    FILE STATUS IS delegationsFileStatus.
SELECT terminalsFile ASSIGN TO "terminals.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tmTerminalId
    FILE STATUS IS terminalsFileStatus.
SELECT labBookingsFile ASSIGN TO "labbookings.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS lbKey
    FILE STATUS IS labBookingsFileStatus.
SELECT kioskPinsFile ASSIGN TO "kioskpins.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
       02 dgExpiryDate PIC X(8).
       02 dgGrantedBy PIC X(10).
       02 dgGrantDate PIC X(8).
FD terminalsFile.
01 terminalData.
       02 tmTerminalId PIC X(8).
       02 tmRoom PIC X(10).
       02 tmActive PIC X(1).
       02 tmDescription PIC X(20).
       02 tmRegisteredBy PIC X(10).
FD labBookingsFile.
01 labBookingData.
       02 lbKey.
           03 lbRoom PIC X(10).
           03 lbDate PIC X(8).
           03 lbPeriod PIC X(1).
       02 lbClassCode PIC X(6).
       02 lbBookedBy PIC X(10).
FD kioskPinsFile.
01 kioskPinData.
       02 kpUserName PIC X(10).
01 kioskPinsFileStatus PIC X(2).
01 classesFileStatus PIC X(2).
01 delegationsFileStatus PIC X(2).
01 terminalsFileStatus PIC X(2).
01 labBookingsFileStatus PIC X(2).
01 kioskTerminal PIC X(8).
01 kioskRoom PIC X(10).
01 bookedClassCode PIC X(6).
01 currentPeriod PIC X(1).
01 periodTimes.
       02 periodTime OCCURS 8 TIMES.
           03 periodTimeStart PIC 9(4).
           03 periodTimeEnd PIC 9(4).
01 classAllowed PIC X(1).
01 todayDate PIC X(8).
01 noMoreRecords PIC X(1).
01 questionCount PIC 9(2).
01 timedModeChoice PIC X(1) VALUE "N".
01 adaptiveModeChoice PIC X(1) VALUE "N".
01 questionFormChoice PIC X(1) VALUE "R".
01 regroupChoice PIC X(1) VALUE "R".
01 assessmentMode PIC X(1) VALUE "N".
01 resumeCounter PIC 9(2) VALUE ZERO.
01 playerCorrectCount PIC 9(2).
01 passPercent PIC 9(3).
    MOVE 80 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO unlockThreshold
    PERFORM FindKioskRoom
    IF kioskRoom = SPACES
       EXIT PROGRAM
    END-IF
    PERFORM FindBookedClass
    IF bookedClassCode = SPACES
       IF currentPeriod = SPACE
          DISPLAY "No lesson period is running now - the kiosk stays locked"
       ELSE
          DISPLAY "Room " FUNCTION TRIM(kioskRoom) " is not booked for period "
              currentPeriod " - the kiosk stays locked"
       END-IF
       EXIT PROGRAM
    END-IF
    PERFORM VerifyTeacher
    IF teacherExist = "N"
       EXIT PROGRAM
    END-IF
    MOVE bookedClassCode TO teacherClassCode
    DISPLAY "Room " FUNCTION TRIM(kioskRoom) " is booked by class " teacherClassCode
        " for period " currentPeriod
    PERFORM CheckClassAllowed
    IF classAllowed = "N"
       DISPLAY "Class " teacherClassCode " is not yours and is not"
       DISPLAY "No students found in class " teacherClassCode
       EXIT PROGRAM
    END-IF
    DISPLAY "Kiosk unlocked for class " teacherClassCode " on terminal " kioskTerminal
    PERFORM UNTIL runKiosk = "N"
       PERFORM KioskTurn
    END-PERFORM
    END-PERFORM
    CLOSE playersFile.
KioskTurn.
    PERFORM FindBookedClass
    IF bookedClassCode NOT = teacherClassCode
       DISPLAY "The booking for class " teacherClassCode " in room "
           FUNCTION TRIM(kioskRoom) " has ended - the kiosk is locked"
       MOVE "N" TO runKiosk
       EXIT PARAGRAPH
    END-IF
    DISPLAY " "
    DISPLAY "=== Kiosk - class " teacherClassCode " - pick your name ==="
    PERFORM VARYING rosterIndex FROM 1 BY 1 UNTIL rosterIndex > rosterCount
    DISPLAY "You have " kioskPoints " point(s)"
    DISPLAY "Pick an exercise: 1 Add  2 Subtract  3 Multiply  4 Divide"
    DISPLAY "9 Percentage  12 Word problems  20 Money  21 Clock  22 Equations"
    DISPLAY "26 Units  27 Geometry  28 Rounding  29 Primes and factors"
    DISPLAY "30 Statistics  31 Number patterns"
    ACCEPT exerciseChoice
    CALL 'GetExerciseUnlock' USING kioskPlayer, exerciseChoice,
        kioskUnlockedLevel, kioskExerciseLevel
        WHEN "1"
            CALL 'AddExercise' USING levelChoice, kioskPoints, questionCount,
                kioskPlayer, playerCorrectCount, timedModeChoice,
                resumeCounter, adaptiveModeChoice, questionFormChoice,
                regroupChoice, assessmentMode
        WHEN "2"
            CALL 'SubtractExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter, adaptiveModeChoice, questionFormChoice,
                regroupChoice, assessmentMode
        WHEN "3"
            CALL 'MultiplyExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter, adaptiveModeChoice, questionFormChoice,
                assessmentMode
        WHEN "4"
            CALL 'DivideExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter, adaptiveModeChoice, questionFormChoice,
                assessmentMode
        WHEN "9"
            CALL 'PercentageExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter, assessmentMode
        WHEN "12"
            CALL 'WordProblemExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter, assessmentMode
        WHEN "20"
            CALL 'MoneyExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
            CALL 'EquationExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter
        WHEN "26"
            CALL 'UnitConversionExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter
        WHEN "27"
            CALL 'GeometryExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter
        WHEN "28"
            CALL 'RoundingExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter
        WHEN "29"
            CALL 'NumberTheoryExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter
        WHEN "30"
            CALL 'StatisticsExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter
        WHEN "31"
            CALL 'SequenceExercise' USING levelChoice, kioskPoints,
                questionCount, kioskPlayer, playerCorrectCount,
                timedModeChoice, resumeCounter
        WHEN OTHER
            DISPLAY "Unknown exercise choice"
            EXIT PARAGRAPH
       MOVE "Y" TO classAllowed
    END-IF
    CLOSE delegationsFile.
FindKioskRoom.
    MOVE SPACES TO kioskRoom
    CALL 'GetTerminalId' USING kioskTerminal
    IF kioskTerminal = SPACES
       DISPLAY "This machine has no terminal id - the kiosk stays locked"
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT terminalsFile
    IF terminalsFileStatus NOT = "00"
       DISPLAY "No terminals are registered - the kiosk stays locked"
       EXIT PARAGRAPH
    END-IF
    MOVE kioskTerminal TO tmTerminalId
    READ terminalsFile
        INVALID KEY CONTINUE
    END-READ
    IF terminalsFileStatus NOT = "00"
       DISPLAY "Terminal " kioskTerminal " is not registered - the kiosk stays locked"
    ELSE
       IF tmActive NOT = "Y"
          DISPLAY "Terminal " kioskTerminal " is out of use - the kiosk stays locked"
       ELSE
          MOVE tmRoom TO kioskRoom
       END-IF
    END-IF
    CLOSE terminalsFile.
FindBookedClass.
    MOVE SPACES TO bookedClassCode
    CALL 'GetLabPeriod' USING currentPeriod, periodTimes
    IF currentPeriod = SPACE
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT labBookingsFile
    IF labBookingsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE kioskRoom TO lbRoom
    MOVE todayDate TO lbDate
    MOVE currentPeriod TO lbPeriod
    READ labBookingsFile
        INVALID KEY CONTINUE
    END-READ
    IF labBookingsFileStatus = "00"
       MOVE lbClassCode TO bookedClassCode
    END-IF
    CLOSE labBookingsFile.
