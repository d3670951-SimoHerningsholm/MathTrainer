       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RaiseTicket.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ticketsFile ASSIGN TO "tickets.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tkNumber
    FILE STATUS IS ticketsFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT runLogFile ASSIGN TO "runlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rlKey
    FILE STATUS IS runLogFileStatus.
SELECT ledgerFile ASSIGN TO "pointsledger.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ledgerFileStatus.
DATA DIVISION.
FILE SECTION.
FD ticketsFile.
COPY TICKETREC.
FD playersFile.
COPY PLAYERREC.
FD runLogFile.
01 runLogData.
       02 rlKey.
           03 rlUserName PIC X(10).
           03 rlDate PIC X(8).
           03 rlStartTime PIC X(8).
       02 rlEndTime PIC X(8).
       02 rlExercise PIC X(15).
       02 rlLevel PIC X(1).
       02 rlQuestions PIC 9(2).
       02 rlTerminal PIC X(8).
FD ledgerFile.
01 ledgerRecord PIC X(70).
WORKING-STORAGE SECTION.
01 ticketsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 runLogFileStatus PIC X(2).
01 ledgerFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 ticketSubject PIC X(10).
01 categoryChoice PIC X(1).
       88 validCategoryChoice VALUES ARE 1 THRU 6.
01 categoryNames PIC X(60) VALUE
    "LOGIN     POINTS    SHOP      KIOSK     EXERCISE  OTHER     ".
01 categoryTable REDEFINES categoryNames.
       02 categoryName PIC X(10) OCCURS 6 TIMES.
01 categoryIndex PIC 9(1).
01 descriptionEntry PIC X(120).
01 lastTicketNumber PIC 9(6).
01 ledgerDate PIC X(8).
01 ledgerTime PIC X(8).
01 ledgerPlayer PIC X(10).
01 newTicketNumber PIC Z(5)9.
LINKAGE SECTION.
01 raiserName PIC X(10).
01 raiserRole PIC X(1).
01 raiserSubject PIC X(10).
PROCEDURE DIVISION USING raiserName, raiserRole, raiserSubject.
RaiseTicketProcess.
    DISPLAY "=== Report a problem to the help desk ==="
    MOVE raiserSubject TO ticketSubject
    IF ticketSubject = SPACES AND raiserRole = "S"
       MOVE raiserName TO ticketSubject
    END-IF
    IF raiserRole = "T"
       DISPLAY "Student the problem concerns (Enter if it is about your own account)"
       ACCEPT ticketSubject
       IF ticketSubject = SPACES
          MOVE raiserName TO ticketSubject
       END-IF
    END-IF
    DISPLAY "What kind of problem is it?"
    DISPLAY "1: Cannot log in"
    DISPLAY "2: Points missing or wrong"
    DISPLAY "3: Rewards shop"
    DISPLAY "4: Kiosk or computer froze"
    DISPLAY "5: A question or exercise looks wrong"
    DISPLAY "6: Something else"
    ACCEPT categoryChoice
    IF NOT validCategoryChoice
       MOVE "6" TO categoryChoice
    END-IF
    MOVE categoryChoice TO categoryIndex
    DISPLAY "Describe the problem in a sentence or two"
    MOVE SPACES TO descriptionEntry
    ACCEPT descriptionEntry
    IF descriptionEntry = SPACES
       DISPLAY "Nothing was entered - no ticket raised"
       EXIT PROGRAM
    END-IF
    OPEN I-O ticketsFile
    IF ticketsFileStatus = "35"
       OPEN OUTPUT ticketsFile
       CLOSE ticketsFile
       OPEN I-O ticketsFile
    END-IF
    IF ticketsFileStatus NOT = "00"
       DISPLAY "Could not open the help-desk ticket file, status " ticketsFileStatus
       EXIT PROGRAM
    END-IF
    PERFORM FindLastTicketNumber
    MOVE SPACES TO ticketData
    COMPUTE tkNumber = lastTicketNumber + 1
    MOVE raiserName TO tkRaisedBy
    MOVE raiserRole TO tkRaiserRole
    MOVE ticketSubject TO tkSubject
    MOVE categoryName(categoryIndex) TO tkCategory
    MOVE "O" TO tkStatus
    ACCEPT tkOpenedDate FROM DATE YYYYMMDD
    ACCEPT tkOpenedTime FROM TIME
    MOVE descriptionEntry TO tkDescription
    PERFORM CapturePoints
    PERFORM CaptureLastRun
    PERFORM CaptureLastLedger
    WRITE ticketData
        INVALID KEY
            DISPLAY "Could not store the ticket - please tell a teacher"
        NOT INVALID KEY
            MOVE tkNumber TO newTicketNumber
            DISPLAY "Ticket " FUNCTION TRIM(newTicketNumber)
                " raised - the help desk will look at it"
    END-WRITE
    CLOSE ticketsFile.
    EXIT PROGRAM.
FindLastTicketNumber.
    MOVE ZERO TO lastTicketNumber
    MOVE 999999 TO tkNumber
    MOVE "N" TO noMoreRecords
    START ticketsFile KEY IS <= tkNumber
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    IF noMoreRecords = "N"
       READ ticketsFile PREVIOUS RECORD
           AT END CONTINUE
           NOT AT END MOVE tkNumber TO lastTicketNumber
       END-READ
    END-IF.
CapturePoints.
    MOVE ZERO TO tkPoints
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE ticketSubject TO userName
    READ playersFile
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE points TO tkPoints
    END-READ
    CLOSE playersFile.
CaptureLastRun.
    MOVE "(no runs on record)" TO tkLastRun
    OPEN INPUT runLogFile
    IF runLogFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE ticketSubject TO rlUserName
    MOVE SPACES TO rlDate
    MOVE SPACES TO rlStartTime
    MOVE "N" TO noMoreRecords
    START runLogFile KEY IS >= rlKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ runLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF rlUserName NOT = ticketSubject
                  MOVE "Y" TO noMoreRecords
               ELSE
                  MOVE SPACES TO tkLastRun
                  STRING rlDate " " rlStartTime(1:6) "-" rlEndTime(1:6) " "
                         FUNCTION TRIM(rlExercise) " L" rlLevel " "
                         rlQuestions "q terminal " rlTerminal
                      DELIMITED BY SIZE INTO tkLastRun
                  END-STRING
               END-IF
       END-READ
    END-PERFORM
    CLOSE runLogFile.
CaptureLastLedger.
    MOVE "(no ledger postings on record)" TO tkLastLedger
    OPEN INPUT ledgerFile
    IF ledgerFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ ledgerFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE SPACES TO ledgerPlayer
               UNSTRING ledgerRecord DELIMITED BY ","
                   INTO ledgerDate, ledgerTime, ledgerPlayer
               END-UNSTRING
               IF ledgerPlayer = ticketSubject
                  MOVE ledgerRecord TO tkLastLedger
               END-IF
       END-READ
    END-PERFORM
    CLOSE ledgerFile.
