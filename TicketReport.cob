       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TicketReport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ticketsFile ASSIGN TO "tickets.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tkNumber
    FILE STATUS IS ticketsFileStatus.
SELECT reportFile ASSIGN TO DYNAMIC reportFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reportFileStatus.
DATA DIVISION.
FILE SECTION.
FD ticketsFile.
COPY TICKETREC.
FD reportFile.
01 reportLine PIC X(100).
WORKING-STORAGE SECTION.
01 ticketsFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 reportFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 weekStartFull PIC 9(8).
01 openedFull PIC 9(8).
01 closedFull PIC 9(8).
01 ageDays PIC 9(4).
01 closeMinutes PIC S9(9).
01 openedStamp PIC 9(8).
01 openedFields REDEFINES openedStamp.
       05 openedHH PIC 9(2).
       05 openedMM PIC 9(2).
       05 openedSSHS PIC 9(4).
01 closedStamp PIC 9(8).
01 closedFields REDEFINES closedStamp.
       05 closedHH PIC 9(2).
       05 closedMM PIC 9(2).
       05 closedSSHS PIC 9(4).
01 statusText PIC X(8).
01 categoryTable.
       02 categoryEntry OCCURS 7 TIMES.
           03 ctName PIC X(10).
           03 ctOpenCount PIC 9(5).
           03 ctOldestDays PIC 9(4).
           03 ctWeekClosed PIC 9(5).
           03 ctWeekMinutes PIC 9(9).
           03 ctAllClosed PIC 9(5).
           03 ctAllMinutes PIC 9(11).
01 categoryNames PIC X(70) VALUE
    "LOGIN     POINTS    SHOP      KIOSK     EXERCISE  OTHER     (UNKNOWN) ".
01 categoryIndex PIC 9(1).
01 openTotal PIC 9(5) VALUE ZERO.
01 weekRaised PIC 9(5) VALUE ZERO.
01 weekClosedTotal PIC 9(5) VALUE ZERO.
01 averageHours PIC 9(5)V9.
01 weekHoursDisp PIC ZZZZ9.9.
01 allHoursDisp PIC ZZZZ9.9.
01 countDisp PIC ZZZZ9.
01 weekCountDisp PIC ZZZZ9.
01 oldestDisp PIC ZZZ9.
01 spoolType PIC X(12) VALUE "TICKETREPORT".
01 spoolSubject PIC X(10) VALUE "HELPDESK".
PROCEDURE DIVISION.
TicketReportProcess.
    DISPLAY "=== Weekly help-desk ticket report ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    COMPUTE weekStartFull =
        FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) - 7)
    INITIALIZE categoryTable
    PERFORM VARYING categoryIndex FROM 1 BY 1 UNTIL categoryIndex > 7
       MOVE categoryNames((categoryIndex - 1) * 10 + 1:10) TO ctName(categoryIndex)
    END-PERFORM
    MOVE SPACES TO reportFileName
    STRING "ticketreport_" todayDate ".txt" DELIMITED BY SIZE INTO reportFileName
    END-STRING
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not create " FUNCTION TRIM(reportFileName)
           ", status " reportFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE SPACES TO reportLine
    STRING "Help-desk tickets - week ending " todayDate DELIMITED BY SIZE
        INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "OPEN TICKETS" TO reportLine
    WRITE reportLine
    MOVE "Number Category   Status   Age(days) Raised by  Assigned   Problem" TO reportLine
    WRITE reportLine
    OPEN INPUT ticketsFile
    IF ticketsFileStatus = "00"
       MOVE "N" TO noMoreRecords
       PERFORM UNTIL noMoreRecords = "Y"
          READ ticketsFile NEXT RECORD
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END PERFORM TallyOneTicket
          END-READ
       END-PERFORM
       CLOSE ticketsFile
    END-IF
    IF openTotal = ZERO
       MOVE "  No open tickets" TO reportLine
       WRITE reportLine
    END-IF
    PERFORM WriteCategorySummary
    CLOSE reportFile
    CALL 'RegisterSpool' USING spoolType, spoolSubject, reportFileName
    DISPLAY openTotal " open ticket(s), " weekRaised " raised and "
        weekClosedTotal " closed in the last seven days"
    DISPLAY "Report written to " FUNCTION TRIM(reportFileName).
    GOBACK.
TallyOneTicket.
    PERFORM FindCategory
    MOVE ZERO TO ageDays
    IF tkOpenedDate NUMERIC
       MOVE tkOpenedDate TO openedFull
       COMPUTE ageDays = FUNCTION INTEGER-OF-DATE(todayFull)
           - FUNCTION INTEGER-OF-DATE(openedFull)
       IF openedFull > weekStartFull
          ADD 1 TO weekRaised
       END-IF
    END-IF
    IF tkStatus NOT = "C"
       ADD 1 TO openTotal
       ADD 1 TO ctOpenCount(categoryIndex)
       IF ageDays > ctOldestDays(categoryIndex)
          MOVE ageDays TO ctOldestDays(categoryIndex)
       END-IF
       IF tkStatus = "A"
          MOVE "ASSIGNED" TO statusText
       ELSE
          MOVE "OPEN" TO statusText
       END-IF
       MOVE ageDays TO oldestDisp
       MOVE SPACES TO reportLine
       STRING tkNumber " " tkCategory " " statusText " " oldestDisp "      "
              tkRaisedBy " " tkAssignedTo " " tkDescription(1:30)
           DELIMITED BY SIZE INTO reportLine
       END-STRING
       WRITE reportLine
       EXIT PARAGRAPH
    END-IF
    IF tkOpenedDate NOT NUMERIC OR tkClosedDate NOT NUMERIC
            OR tkOpenedTime NOT NUMERIC OR tkClosedTime NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    MOVE tkClosedDate TO closedFull
    MOVE tkOpenedTime TO openedStamp
    MOVE tkClosedTime TO closedStamp
    COMPUTE closeMinutes =
        (FUNCTION INTEGER-OF-DATE(closedFull) - FUNCTION INTEGER-OF-DATE(openedFull)) * 1440
        + (closedHH * 60 + closedMM) - (openedHH * 60 + openedMM)
    IF closeMinutes < ZERO
       MOVE ZERO TO closeMinutes
    END-IF
    ADD 1 TO ctAllClosed(categoryIndex)
    ADD closeMinutes TO ctAllMinutes(categoryIndex)
    IF closedFull > weekStartFull
       ADD 1 TO weekClosedTotal
       ADD 1 TO ctWeekClosed(categoryIndex)
       ADD closeMinutes TO ctWeekMinutes(categoryIndex)
    END-IF.
FindCategory.
    PERFORM VARYING categoryIndex FROM 1 BY 1
            UNTIL categoryIndex > 6 OR ctName(categoryIndex) = tkCategory
       CONTINUE
    END-PERFORM.
WriteCategorySummary.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "BY CATEGORY" TO reportLine
    WRITE reportLine
    MOVE "Category    Open  Oldest(days)  Closed this week  Avg hours  Avg hours (all time)"
        TO reportLine
    WRITE reportLine
    PERFORM VARYING categoryIndex FROM 1 BY 1 UNTIL categoryIndex > 7
       IF ctOpenCount(categoryIndex) > ZERO OR ctAllClosed(categoryIndex) > ZERO
          PERFORM WriteOneCategory
       END-IF
    END-PERFORM.
WriteOneCategory.
    MOVE ZERO TO weekHoursDisp
    MOVE ZERO TO allHoursDisp
    IF ctWeekClosed(categoryIndex) > ZERO
       COMPUTE averageHours ROUNDED =
           ctWeekMinutes(categoryIndex) / ctWeekClosed(categoryIndex) / 60
       MOVE averageHours TO weekHoursDisp
    END-IF
    IF ctAllClosed(categoryIndex) > ZERO
       COMPUTE averageHours ROUNDED =
           ctAllMinutes(categoryIndex) / ctAllClosed(categoryIndex) / 60
       MOVE averageHours TO allHoursDisp
    END-IF
    MOVE ctOpenCount(categoryIndex) TO countDisp
    MOVE ctOldestDays(categoryIndex) TO oldestDisp
    MOVE ctWeekClosed(categoryIndex) TO weekCountDisp
    MOVE SPACES TO reportLine
    STRING ctName(categoryIndex) " " countDisp "  " oldestDisp "          "
           weekCountDisp "            " weekHoursDisp "    " allHoursDisp
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    DISPLAY FUNCTION TRIM(reportLine TRAILING).
