       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TicketDesk.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ticketsFile ASSIGN TO "tickets.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tkNumber
    FILE STATUS IS ticketsFileStatus.
SELECT ticketNotesFile ASSIGN TO "ticketnotes.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ticketNotesFileStatus.
DATA DIVISION.
FILE SECTION.
FD ticketsFile.
COPY TICKETREC.
FD ticketNotesFile.
01 ticketNoteRecord PIC X(130).
WORKING-STORAGE SECTION.
01 ticketsFileStatus PIC X(2).
01 ticketNotesFileStatus PIC X(2).
01 deskChoice PIC X(1).
       88 validDeskChoice VALUES ARE 1 THRU 6.
       88 validDeskExitChoice VALUE 0.
01 runDeskMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 recordExist PIC X(1).
01 listedCount PIC 9(4).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 openedFull PIC 9(8).
01 ageDays PIC 9(4).
01 ticketEntry PIC X(6).
01 ticketWanted PIC 9(6).
01 statusText PIC X(8).
01 noteDate PIC X(8).
01 noteTime PIC X(8).
01 noteTicket PIC X(6).
01 noteAuthor PIC X(10).
01 noteText PIC X(80).
01 noteEntry PIC X(80).
01 noteWanted PIC X(6).
01 assignEntry PIC X(10).
LINKAGE SECTION.
01 adminActor PIC X(10).
PROCEDURE DIVISION USING adminActor.
TicketDeskProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
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
    PERFORM UNTIL runDeskMenu = "N"
       DISPLAY "=== Help-desk tickets ==="
       DISPLAY "1: List open tickets"
       DISPLAY "2: Show a ticket"
       DISPLAY "3: Assign a ticket"
       DISPLAY "4: Comment on a ticket"
       DISPLAY "5: Close a ticket"
       DISPLAY "6: Weekly ticket report"
       DISPLAY "0: Return"
       ACCEPT deskChoice
       EVALUATE TRUE
           WHEN validDeskChoice
               EVALUATE deskChoice
                   WHEN "1" PERFORM ListOpenTickets
                   WHEN "2" PERFORM ShowTicket
                   WHEN "3" PERFORM AssignTicket
                   WHEN "4" PERFORM CommentTicket
                   WHEN "5" PERFORM CloseTicket
                   WHEN "6" PERFORM RunTicketReport
               END-EVALUATE
           WHEN validDeskExitChoice
               MOVE "N" TO runDeskMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE ticketsFile.
    EXIT PROGRAM.
ListOpenTickets.
    MOVE ZERO TO listedCount
    MOVE ZERO TO tkNumber
    MOVE "N" TO noMoreRecords
    START ticketsFile KEY IS >= tkNumber
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ ticketsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF tkStatus NOT = "C"
                  PERFORM DisplayTicketLine
               END-IF
       END-READ
    END-PERFORM
    IF listedCount = ZERO
       DISPLAY "No open tickets"
    END-IF.
DisplayTicketLine.
    ADD 1 TO listedCount
    PERFORM SetTicketAge
    PERFORM SetStatusText
    DISPLAY tkNumber " " tkCategory " " statusText " " ageDays " day(s) "
        tkRaisedBy " " tkAssignedTo
    DISPLAY "       " tkDescription(1:70).
SetTicketAge.
    MOVE ZERO TO ageDays
    IF tkOpenedDate NUMERIC
       MOVE tkOpenedDate TO openedFull
       COMPUTE ageDays = FUNCTION INTEGER-OF-DATE(todayFull)
           - FUNCTION INTEGER-OF-DATE(openedFull)
    END-IF.
SetStatusText.
    EVALUATE tkStatus
        WHEN "O" MOVE "OPEN" TO statusText
        WHEN "A" MOVE "ASSIGNED" TO statusText
        WHEN "C" MOVE "CLOSED" TO statusText
        WHEN OTHER MOVE "?" TO statusText
    END-EVALUATE.
ReadWantedTicket.
    MOVE "N" TO recordExist
    DISPLAY "Enter the ticket number"
    MOVE SPACES TO ticketEntry
    ACCEPT ticketEntry
    IF ticketEntry = SPACES OR FUNCTION TEST-NUMVAL(ticketEntry) NOT = 0
       DISPLAY "Enter a ticket number from the list"
       EXIT PARAGRAPH
    END-IF
    COMPUTE ticketWanted = FUNCTION NUMVAL(ticketEntry)
    MOVE ticketWanted TO tkNumber
    MOVE "Y" TO recordExist
    READ ticketsFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    IF recordExist = "N"
       DISPLAY "No ticket " ticketWanted
    END-IF.
ShowTicket.
    PERFORM ReadWantedTicket
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    PERFORM SetTicketAge
    PERFORM SetStatusText
    DISPLAY "Ticket " tkNumber " - " tkCategory " - " statusText
    DISPLAY "Raised by " tkRaisedBy " (" tkRaiserRole ") on " tkOpenedDate " "
        tkOpenedTime(1:6) ", about " tkSubject
    DISPLAY "Problem: " tkDescription
    DISPLAY "Points when raised: " tkPoints
    DISPLAY "Last run: " tkLastRun
    DISPLAY "Last ledger entry: " tkLastLedger
    IF tkAssignedTo NOT = SPACES
       DISPLAY "Assigned to " tkAssignedTo
    END-IF
    IF tkStatus = "C"
       DISPLAY "Closed " tkClosedDate " by " tkClosedBy ": " tkResolution
    ELSE
       DISPLAY "Open for " ageDays " day(s)"
    END-IF
    PERFORM ShowTicketNotes.
ShowTicketNotes.
    OPEN INPUT ticketNotesFile
    IF ticketNotesFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE tkNumber TO noteWanted
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ ticketNotesFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE SPACES TO noteText
               UNSTRING ticketNoteRecord DELIMITED BY ","
                   INTO noteTicket, noteDate, noteTime, noteAuthor, noteText
               END-UNSTRING
               IF noteTicket = noteWanted
                  DISPLAY "  " noteDate " " noteTime(1:6) " " noteAuthor " "
                      FUNCTION TRIM(noteText)
               END-IF
       END-READ
    END-PERFORM
    CLOSE ticketNotesFile.
AssignTicket.
    PERFORM ReadWantedTicket
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    IF tkStatus = "C"
       DISPLAY "Ticket " tkNumber " is already closed"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Assign to which staff account? (Enter for yourself)"
    MOVE SPACES TO assignEntry
    ACCEPT assignEntry
    IF assignEntry = SPACES
       MOVE adminActor TO assignEntry
    END-IF
    MOVE assignEntry TO tkAssignedTo
    MOVE "A" TO tkStatus
    REWRITE ticketData
        INVALID KEY DISPLAY "Could not update ticket " tkNumber
        NOT INVALID KEY
            DISPLAY "Ticket " tkNumber " assigned to " tkAssignedTo
            MOVE SPACES TO noteEntry
            STRING "Assigned to " tkAssignedTo DELIMITED BY SIZE INTO noteEntry
            END-STRING
            PERFORM WriteTicketNote
    END-REWRITE.
CommentTicket.
    PERFORM ReadWantedTicket
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Comment"
    MOVE SPACES TO noteEntry
    ACCEPT noteEntry
    IF noteEntry = SPACES
       DISPLAY "No comment added"
       EXIT PARAGRAPH
    END-IF
    PERFORM WriteTicketNote
    DISPLAY "Comment added to ticket " tkNumber.
CloseTicket.
    PERFORM ReadWantedTicket
    IF recordExist = "N"
       EXIT PARAGRAPH
    END-IF
    IF tkStatus = "C"
       DISPLAY "Ticket " tkNumber " is already closed"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Resolution (what was done)"
    MOVE SPACES TO tkResolution
    ACCEPT tkResolution
    IF tkResolution = SPACES
       DISPLAY "A resolution is required to close a ticket"
       EXIT PARAGRAPH
    END-IF
    MOVE "C" TO tkStatus
    ACCEPT tkClosedDate FROM DATE YYYYMMDD
    ACCEPT tkClosedTime FROM TIME
    MOVE adminActor TO tkClosedBy
    REWRITE ticketData
        INVALID KEY DISPLAY "Could not update ticket " tkNumber
        NOT INVALID KEY
            DISPLAY "Ticket " tkNumber " closed"
            MOVE SPACES TO noteEntry
            STRING "Closed: " tkResolution DELIMITED BY SIZE INTO noteEntry
            END-STRING
            PERFORM WriteTicketNote
    END-REWRITE.
RunTicketReport.
    CLOSE ticketsFile
    CALL 'TicketReport'
    OPEN I-O ticketsFile.
WriteTicketNote.
    OPEN EXTEND ticketNotesFile
    IF ticketNotesFileStatus = "35"
       OPEN OUTPUT ticketNotesFile
    END-IF
    IF ticketNotesFileStatus NOT = "00"
       DISPLAY "Could not open ticket notes, status " ticketNotesFileStatus
       EXIT PARAGRAPH
    END-IF
    ACCEPT noteDate FROM DATE YYYYMMDD
    ACCEPT noteTime FROM TIME
    INSPECT noteEntry REPLACING ALL "," BY ";"
    MOVE SPACES TO ticketNoteRecord
    STRING tkNumber "," noteDate "," noteTime "," FUNCTION TRIM(adminActor) ","
           FUNCTION TRIM(noteEntry)
        DELIMITED BY SIZE INTO ticketNoteRecord
    END-STRING
    WRITE ticketNoteRecord
    CLOSE ticketNotesFile.
