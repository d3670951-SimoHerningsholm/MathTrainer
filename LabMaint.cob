       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LabMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
SELECT classesFile ASSIGN TO "classes.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS clsCode
    FILE STATUS IS classesFileStatus.
DATA DIVISION.
FILE SECTION.
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
FD classesFile.
01 classData.
       02 clsCode PIC X(6).
       02 clsName PIC X(20).
       02 clsTeacher PIC X(10).
       02 clsYear PIC X(9).
WORKING-STORAGE SECTION.
01 terminalsFileStatus PIC X(2).
01 labBookingsFileStatus PIC X(2).
01 classesFileStatus PIC X(2).
01 labChoice PIC X(1).
       88 validLabChoice VALUES ARE 1 THRU 7.
       88 validLabExitChoice VALUE 0.
01 runLabMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 recordExist PIC X(1).
01 listedCount PIC 9(4).
01 todayDate PIC X(8).
01 terminalEntry PIC X(8).
01 roomEntry PIC X(10).
01 classEntry PIC X(6).
01 firstDateEntry PIC X(8).
01 lastDateEntry PIC X(8).
01 periodsEntry PIC X(8).
01 periodsWanted PIC X(8).
01 periodIndex PIC 9(1).
01 periodCharIndex PIC 9(2).
01 activeText PIC X(8).
01 roomTerminals PIC 9(4).
01 firstDateFull PIC 9(8).
01 lastDateFull PIC 9(8).
01 dayNumber PIC 9(8).
01 lastDayNumber PIC 9(8).
01 weekdayNumber PIC 9(1).
01 slotDateFull PIC 9(8).
01 slotsBooked PIC 9(5).
01 slotsClashed PIC 9(5).
01 slotsCancelled PIC 9(5).
01 confirmEntry PIC X(1).
01 currentPeriod PIC X(1).
01 periodTimes.
       02 periodTime OCCURS 8 TIMES.
           03 periodTimeStart PIC 9(4).
           03 periodTimeEnd PIC 9(4).
01 periodStartDisp PIC 99B99.
01 periodEndDisp PIC 99B99.
01 securityAccount PIC X(10).
01 securityEvent PIC X(12).
LINKAGE SECTION.
01 adminActor PIC X(10).
PROCEDURE DIVISION USING adminActor.
LabMaintProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    OPEN I-O terminalsFile
    IF terminalsFileStatus = "35"
       OPEN OUTPUT terminalsFile
       CLOSE terminalsFile
       OPEN I-O terminalsFile
    END-IF
    IF terminalsFileStatus NOT = "00"
       DISPLAY "Could not open terminal registry, status " terminalsFileStatus
       EXIT PROGRAM
    END-IF
    OPEN I-O labBookingsFile
    IF labBookingsFileStatus = "35"
       OPEN OUTPUT labBookingsFile
       CLOSE labBookingsFile
       OPEN I-O labBookingsFile
    END-IF
    IF labBookingsFileStatus NOT = "00"
       DISPLAY "Could not open lab bookings, status " labBookingsFileStatus
       CLOSE terminalsFile
       EXIT PROGRAM
    END-IF
    CALL 'GetLabPeriod' USING currentPeriod, periodTimes
    PERFORM UNTIL runLabMenu = "N"
       DISPLAY "=== Computer labs - terminals and bookings ==="
       DISPLAY "1: List terminals"
       DISPLAY "2: Register or update a terminal"
       DISPLAY "3: Activate or deactivate a terminal"
       DISPLAY "4: List lab bookings"
       DISPLAY "5: Book a room for a class"
       DISPLAY "6: Cancel lab bookings"
       DISPLAY "7: Show lesson period times"
       DISPLAY "0: Return"
       ACCEPT labChoice
       EVALUATE TRUE
           WHEN validLabChoice
               EVALUATE labChoice
                   WHEN "1" PERFORM ListTerminals
                   WHEN "2" PERFORM RegisterTerminal
                   WHEN "3" PERFORM ToggleTerminal
                   WHEN "4" PERFORM ListBookings
                   WHEN "5" PERFORM BookRoom
                   WHEN "6" PERFORM CancelBookings
                   WHEN "7" PERFORM ShowPeriodTimes
               END-EVALUATE
           WHEN validLabExitChoice
               MOVE "N" TO runLabMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE labBookingsFile
    CLOSE terminalsFile.
    EXIT PROGRAM.
ListTerminals.
    DISPLAY "Enter a room, or press Enter for every room"
    MOVE SPACES TO roomEntry
    ACCEPT roomEntry
    MOVE FUNCTION UPPER-CASE(roomEntry) TO roomEntry
    MOVE ZERO TO listedCount
    MOVE LOW-VALUES TO tmTerminalId
    MOVE "N" TO noMoreRecords
    START terminalsFile KEY IS >= tmTerminalId
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ terminalsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF roomEntry = SPACES OR tmRoom = roomEntry
                  PERFORM DisplayOneTerminal
               END-IF
       END-READ
    END-PERFORM
    IF listedCount = ZERO
       DISPLAY "No terminals are registered"
    END-IF.
DisplayOneTerminal.
    ADD 1 TO listedCount
    IF tmActive = "Y"
       MOVE "active" TO activeText
    ELSE
       MOVE "INACTIVE" TO activeText
    END-IF
    DISPLAY tmTerminalId " room " tmRoom " " activeText " - " tmDescription.
RegisterTerminal.
    DISPLAY "Enter the terminal id (as set in MATHTRAINER_TERMINAL on the machine)"
    MOVE SPACES TO terminalEntry
    ACCEPT terminalEntry
    MOVE FUNCTION UPPER-CASE(terminalEntry) TO terminalEntry
    IF terminalEntry = SPACES
       DISPLAY "A terminal id is required"
       EXIT PARAGRAPH
    END-IF
    MOVE terminalEntry TO tmTerminalId
    MOVE "Y" TO recordExist
    READ terminalsFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    IF recordExist = "Y"
       MOVE ZERO TO listedCount
       PERFORM DisplayOneTerminal
    ELSE
       MOVE SPACES TO terminalData
       MOVE terminalEntry TO tmTerminalId
       MOVE "Y" TO tmActive
    END-IF
    DISPLAY "Room the terminal stands in (e.g. LAB1)"
    MOVE SPACES TO roomEntry
    ACCEPT roomEntry
    MOVE FUNCTION UPPER-CASE(roomEntry) TO roomEntry
    IF roomEntry NOT = SPACES
       MOVE roomEntry TO tmRoom
    END-IF
    IF tmRoom = SPACES
       DISPLAY "A room is required"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Short description (e.g. back row, seat 4)"
    MOVE SPACES TO tmDescription
    ACCEPT tmDescription
    MOVE adminActor TO tmRegisteredBy
    IF recordExist = "Y"
       REWRITE terminalData
           INVALID KEY DISPLAY "Could not update terminal " tmTerminalId
       END-REWRITE
    ELSE
       WRITE terminalData
           INVALID KEY DISPLAY "Could not register terminal " tmTerminalId
       END-WRITE
    END-IF
    IF terminalsFileStatus = "00"
       DISPLAY "Terminal " tmTerminalId " registered in room " tmRoom
       MOVE tmTerminalId TO securityAccount
       MOVE "TERMINALSET" TO securityEvent
       CALL 'LogSecurityEvent' USING securityAccount, adminActor, securityEvent
    END-IF.
ToggleTerminal.
    DISPLAY "Enter the terminal id"
    MOVE SPACES TO terminalEntry
    ACCEPT terminalEntry
    MOVE FUNCTION UPPER-CASE(terminalEntry) TO terminalEntry
    MOVE terminalEntry TO tmTerminalId
    MOVE "Y" TO recordExist
    READ terminalsFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    IF recordExist = "N"
       DISPLAY "Terminal " terminalEntry " is not registered"
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO listedCount
    PERFORM DisplayOneTerminal
    IF tmActive = "Y"
       DISPLAY "Deactivate this terminal? (Y/N)"
    ELSE
       DISPLAY "Activate this terminal? (Y/N)"
    END-IF
    ACCEPT confirmEntry
    IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
       DISPLAY "Terminal unchanged"
       EXIT PARAGRAPH
    END-IF
    IF tmActive = "Y"
       MOVE "N" TO tmActive
       MOVE "TERMINALOFF" TO securityEvent
    ELSE
       MOVE "Y" TO tmActive
       MOVE "TERMINALON" TO securityEvent
    END-IF
    REWRITE terminalData
        INVALID KEY DISPLAY "Could not update terminal " tmTerminalId
        NOT INVALID KEY
            MOVE ZERO TO listedCount
            PERFORM DisplayOneTerminal
            MOVE tmTerminalId TO securityAccount
            CALL 'LogSecurityEvent' USING securityAccount, adminActor, securityEvent
    END-REWRITE.
ListBookings.
    DISPLAY "Enter a room, or press Enter for every room"
    MOVE SPACES TO roomEntry
    ACCEPT roomEntry
    MOVE FUNCTION UPPER-CASE(roomEntry) TO roomEntry
    DISPLAY "From date (YYYYMMDD, Enter for today)"
    MOVE SPACES TO firstDateEntry
    ACCEPT firstDateEntry
    IF firstDateEntry = SPACES
       MOVE todayDate TO firstDateEntry
    END-IF
    MOVE ZERO TO listedCount
    MOVE roomEntry TO lbRoom
    MOVE firstDateEntry TO lbDate
    MOVE SPACE TO lbPeriod
    MOVE "N" TO noMoreRecords
    START labBookingsFile KEY IS >= lbKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ labBookingsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF roomEntry NOT = SPACES AND lbRoom NOT = roomEntry
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF lbDate >= firstDateEntry
                     ADD 1 TO listedCount
                     DISPLAY lbRoom " " lbDate " period " lbPeriod
                         " class " lbClassCode " (booked by " lbBookedBy ")"
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    IF listedCount = ZERO
       DISPLAY "No lab bookings from " firstDateEntry
    END-IF.
AcceptBookingRange.
    MOVE "Y" TO recordExist
    DISPLAY "Enter the room"
    MOVE SPACES TO roomEntry
    ACCEPT roomEntry
    MOVE FUNCTION UPPER-CASE(roomEntry) TO roomEntry
    DISPLAY "Enter the class code"
    MOVE SPACES TO classEntry
    ACCEPT classEntry
    DISPLAY "First day (YYYYMMDD)"
    MOVE SPACES TO firstDateEntry
    ACCEPT firstDateEntry
    DISPLAY "Last day (YYYYMMDD, Enter for the same day)"
    MOVE SPACES TO lastDateEntry
    ACCEPT lastDateEntry
    IF lastDateEntry = SPACES
       MOVE firstDateEntry TO lastDateEntry
    END-IF
    DISPLAY "Periods, e.g. 135 for periods 1, 3 and 5, or * for every period"
    MOVE SPACES TO periodsEntry
    ACCEPT periodsEntry
    IF roomEntry = SPACES OR classEntry = SPACES OR periodsEntry = SPACES
       DISPLAY "Room, class and periods are all required"
       MOVE "N" TO recordExist
       EXIT PARAGRAPH
    END-IF
    IF firstDateEntry NOT NUMERIC OR lastDateEntry NOT NUMERIC
            OR firstDateEntry > lastDateEntry
       DISPLAY "The dates must be two dates in order"
       MOVE "N" TO recordExist
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO periodsWanted
    PERFORM VARYING periodIndex FROM 1 BY 1 UNTIL periodIndex > 8
       IF periodTimeEnd(periodIndex) > periodTimeStart(periodIndex)
          IF periodsEntry(1:1) = "*"
             MOVE "Y" TO periodsWanted(periodIndex:1)
          ELSE
             PERFORM VARYING periodCharIndex FROM 1 BY 1 UNTIL periodCharIndex > 8
                IF periodsEntry(periodCharIndex:1) = periodIndex
                   MOVE "Y" TO periodsWanted(periodIndex:1)
                END-IF
             END-PERFORM
          END-IF
       END-IF
    END-PERFORM
    IF periodsWanted = SPACES
       DISPLAY "None of those periods is on the timetable"
       MOVE "N" TO recordExist
       EXIT PARAGRAPH
    END-IF
    MOVE firstDateEntry TO firstDateFull
    MOVE lastDateEntry TO lastDateFull
    COMPUTE dayNumber = FUNCTION INTEGER-OF-DATE(firstDateFull)
    COMPUTE lastDayNumber = FUNCTION INTEGER-OF-DATE(lastDateFull).
BookRoom.
    PERFORM AcceptBookingRange
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    PERFORM CountRoomTerminals
    IF roomTerminals = ZERO
       DISPLAY "No terminals are registered in room " roomEntry
           " - register them first"
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT classesFile
    IF classesFileStatus NOT = "00"
       DISPLAY "Could not open class file, status " classesFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE classEntry TO clsCode
    MOVE "Y" TO recordExist
    READ classesFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    CLOSE classesFile
    IF recordExist = "N"
       DISPLAY "Class " classEntry " is not on file"
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO slotsBooked
    MOVE ZERO TO slotsClashed
    PERFORM UNTIL dayNumber > lastDayNumber
       COMPUTE weekdayNumber = FUNCTION MOD(dayNumber - 1, 7) + 1
       IF weekdayNumber <= 5
          COMPUTE slotDateFull = FUNCTION DATE-OF-INTEGER(dayNumber)
          PERFORM VARYING periodIndex FROM 1 BY 1 UNTIL periodIndex > 8
             IF periodsWanted(periodIndex:1) = "Y"
                PERFORM BookOneSlot
             END-IF
          END-PERFORM
       END-IF
       ADD 1 TO dayNumber
    END-PERFORM
    DISPLAY slotsBooked " period(s) booked for class " classEntry " in room " roomEntry
    IF slotsClashed > ZERO
       DISPLAY slotsClashed " period(s) were already booked by another class"
    END-IF
    IF slotsBooked > ZERO
       MOVE roomEntry TO securityAccount
       MOVE "LABBOOKED" TO securityEvent
       CALL 'LogSecurityEvent' USING securityAccount, adminActor, securityEvent
    END-IF.
BookOneSlot.
    MOVE roomEntry TO lbRoom
    MOVE slotDateFull TO lbDate
    MOVE periodIndex TO lbPeriod
    MOVE classEntry TO lbClassCode
    MOVE adminActor TO lbBookedBy
    WRITE labBookingData
        INVALID KEY
            READ labBookingsFile
                INVALID KEY CONTINUE
            END-READ
            IF lbClassCode NOT = classEntry
               ADD 1 TO slotsClashed
               DISPLAY "  " lbDate " period " lbPeriod " is held by class "
                   lbClassCode
            END-IF
        NOT INVALID KEY
            ADD 1 TO slotsBooked
    END-WRITE.
CancelBookings.
    PERFORM AcceptBookingRange
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Cancel these bookings for class " classEntry " in room " roomEntry "? (Y/N)"
    ACCEPT confirmEntry
    IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
       DISPLAY "Bookings kept"
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO slotsCancelled
    PERFORM UNTIL dayNumber > lastDayNumber
       COMPUTE slotDateFull = FUNCTION DATE-OF-INTEGER(dayNumber)
       PERFORM VARYING periodIndex FROM 1 BY 1 UNTIL periodIndex > 8
          IF periodsWanted(periodIndex:1) = "Y"
             PERFORM CancelOneSlot
          END-IF
       END-PERFORM
       ADD 1 TO dayNumber
    END-PERFORM
    DISPLAY slotsCancelled " booking(s) cancelled"
    IF slotsCancelled > ZERO
       MOVE roomEntry TO securityAccount
       MOVE "LABCANCEL" TO securityEvent
       CALL 'LogSecurityEvent' USING securityAccount, adminActor, securityEvent
    END-IF.
CancelOneSlot.
    MOVE roomEntry TO lbRoom
    MOVE slotDateFull TO lbDate
    MOVE periodIndex TO lbPeriod
    MOVE "Y" TO recordExist
    READ labBookingsFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    IF recordExist = "Y" AND lbClassCode = classEntry
       DELETE labBookingsFile
           INVALID KEY CONTINUE
           NOT INVALID KEY ADD 1 TO slotsCancelled
       END-DELETE
    END-IF
    MOVE "Y" TO recordExist.
CountRoomTerminals.
    MOVE ZERO TO roomTerminals
    MOVE LOW-VALUES TO tmTerminalId
    MOVE "N" TO noMoreRecords
    START terminalsFile KEY IS >= tmTerminalId
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ terminalsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF tmRoom = roomEntry AND tmActive = "Y"
                  ADD 1 TO roomTerminals
               END-IF
       END-READ
    END-PERFORM.
ShowPeriodTimes.
    DISPLAY "Lesson periods (LABPERIODnSTART / LABPERIODnEND parameters):"
    PERFORM VARYING periodIndex FROM 1 BY 1 UNTIL periodIndex > 8
       IF periodTimeEnd(periodIndex) > periodTimeStart(periodIndex)
          MOVE periodTimeStart(periodIndex) TO periodStartDisp
          MOVE periodTimeEnd(periodIndex) TO periodEndDisp
          INSPECT periodStartDisp REPLACING ALL " " BY ":"
          INSPECT periodEndDisp REPLACING ALL " " BY ":"
          DISPLAY "  Period " periodIndex ": " periodStartDisp " - " periodEndDisp
       END-IF
    END-PERFORM
    IF currentPeriod = SPACE
       DISPLAY "No period is running now"
    ELSE
       DISPLAY "Period " currentPeriod " is running now"
    END-IF.
