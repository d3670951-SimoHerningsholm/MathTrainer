       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SubscriptionMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT reportSubsFile ASSIGN TO "reportsubs.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS rsKey
    FILE STATUS IS reportSubsFileStatus.
DATA DIVISION.
FILE SECTION.
FD reportSubsFile.
01 reportSubData.
       02 rsKey.
           03 rsTeacher PIC X(10).
           03 rsClassCode PIC X(6).
           03 rsReport PIC X(10).
       02 rsFrequency PIC X(1).
       02 rsAddedDate PIC X(8).
       02 rsLastRunDate PIC X(8).
WORKING-STORAGE SECTION.
01 reportSubsFileStatus PIC X(2).
01 subsChoice PIC X(1).
       88 validSubsChoice VALUES ARE 1 THRU 4.
       88 validSubsExitChoice VALUE 0.
01 runSubsMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 recordExist PIC X(1).
01 todayDate PIC X(8).
01 subsListed PIC 9(3).
01 reportChoice PIC X(1).
       88 validReportChoice VALUES ARE 1 THRU 3.
01 reportCodes PIC X(30) VALUE "TIMEONTASKHINTUSAGE ATRISK    ".
01 reportCodeTable REDEFINES reportCodes.
       02 reportCode PIC X(10) OCCURS 3 TIMES.
01 reportTitles PIC X(90) VALUE
    "Time on task                  Hint usage                    At-risk early warning         ".
01 reportTitleTable REDEFINES reportTitles.
       02 reportTitle PIC X(30) OCCURS 3 TIMES.
01 reportIndex PIC 9(1).
01 wantedReport PIC X(10).
01 frequencyEntry PIC X(1).
01 frequencyText PIC X(7).
01 titleText PIC X(30).
01 lastRunText PIC X(8).
01 confirmEntry PIC X(1).
LINKAGE SECTION.
01 teacherName PIC X(10).
01 teacherClassCode PIC X(6).
PROCEDURE DIVISION USING teacherName, teacherClassCode.
SubscriptionMaintProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    IF teacherClassCode = SPACES
       DISPLAY "Choose a class first"
       EXIT PROGRAM
    END-IF
    OPEN I-O reportSubsFile
    IF reportSubsFileStatus = "35"
       OPEN OUTPUT reportSubsFile
       CLOSE reportSubsFile
       OPEN I-O reportSubsFile
    END-IF
    IF reportSubsFileStatus NOT = "00"
       DISPLAY "Could not open report subscriptions, status " reportSubsFileStatus
       EXIT PROGRAM
    END-IF
    MOVE "Y" TO runSubsMenu
    PERFORM UNTIL runSubsMenu = "N"
       DISPLAY "=== Report subscriptions for " teacherName " ==="
       DISPLAY "1: List my report subscriptions"
       DISPLAY "2: Subscribe class " teacherClassCode " to a report"
       DISPLAY "3: Change how often a report is sent"
       DISPLAY "4: Cancel a subscription"
       DISPLAY "0: Return"
       ACCEPT subsChoice
       EVALUATE TRUE
           WHEN validSubsChoice
               EVALUATE subsChoice
                   WHEN "1" PERFORM ListSubscriptions
                   WHEN "2" PERFORM AddSubscription
                   WHEN "3" PERFORM ChangeFrequency
                   WHEN "4" PERFORM CancelSubscription
               END-EVALUATE
           WHEN validSubsExitChoice
               MOVE "N" TO runSubsMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE reportSubsFile.
    EXIT PROGRAM.
ListSubscriptions.
    MOVE ZERO TO subsListed
    MOVE teacherName TO rsTeacher
    MOVE SPACES TO rsClassCode
    MOVE SPACES TO rsReport
    MOVE "N" TO noMoreRecords
    START reportSubsFile KEY IS >= rsKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ reportSubsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF rsTeacher NOT = teacherName
                  MOVE "Y" TO noMoreRecords
               ELSE
                  ADD 1 TO subsListed
                  PERFORM DisplayOneSubscription
               END-IF
       END-READ
    END-PERFORM
    IF subsListed = ZERO
       DISPLAY "You have no report subscriptions"
    ELSE
       DISPLAY subsListed " subscription(s) - reports are produced in the weekly batch"
           " and a message tells you when they are ready"
    END-IF.
DisplayOneSubscription.
    MOVE rsReport TO titleText
    PERFORM VARYING reportIndex FROM 1 BY 1 UNTIL reportIndex > 3
       IF reportCode(reportIndex) = rsReport
          MOVE reportTitle(reportIndex) TO titleText
       END-IF
    END-PERFORM
    IF rsFrequency = "M"
       MOVE "monthly" TO frequencyText
    ELSE
       MOVE "weekly" TO frequencyText
    END-IF
    MOVE rsLastRunDate TO lastRunText
    IF lastRunText = SPACES
       MOVE "not yet" TO lastRunText
    END-IF
    DISPLAY rsClassCode " " titleText " " frequencyText " - last sent " lastRunText.
AskReport.
    MOVE SPACES TO wantedReport
    DISPLAY "Which report?"
    PERFORM VARYING reportIndex FROM 1 BY 1 UNTIL reportIndex > 3
       DISPLAY reportIndex ": " reportTitle(reportIndex)
    END-PERFORM
    ACCEPT reportChoice
    IF NOT validReportChoice
       DISPLAY "Choose a report from the list"
       EXIT PARAGRAPH
    END-IF
    MOVE reportChoice TO reportIndex
    MOVE reportCode(reportIndex) TO wantedReport.
AskFrequency.
    DISPLAY "How often? W = weekly, M = monthly (Enter for weekly)"
    MOVE SPACES TO frequencyEntry
    ACCEPT frequencyEntry
    MOVE FUNCTION UPPER-CASE(frequencyEntry) TO frequencyEntry
    IF frequencyEntry NOT = "M"
       MOVE "W" TO frequencyEntry
    END-IF.
ReadSubscription.
    MOVE teacherName TO rsTeacher
    MOVE teacherClassCode TO rsClassCode
    MOVE wantedReport TO rsReport
    MOVE "Y" TO recordExist
    READ reportSubsFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ.
AddSubscription.
    PERFORM AskReport
    IF wantedReport = SPACES
       EXIT PARAGRAPH
    END-IF
    PERFORM ReadSubscription
    IF recordExist = "Y"
       DISPLAY "Class " teacherClassCode " is already subscribed to that report"
       EXIT PARAGRAPH
    END-IF
    PERFORM AskFrequency
    MOVE SPACES TO reportSubData
    MOVE teacherName TO rsTeacher
    MOVE teacherClassCode TO rsClassCode
    MOVE wantedReport TO rsReport
    MOVE frequencyEntry TO rsFrequency
    MOVE todayDate TO rsAddedDate
    WRITE reportSubData
        INVALID KEY DISPLAY "Could not store the subscription"
        NOT INVALID KEY
            DISPLAY "Subscribed - the first report comes with the next weekly batch"
    END-WRITE.
ChangeFrequency.
    PERFORM AskReport
    IF wantedReport = SPACES
       EXIT PARAGRAPH
    END-IF
    PERFORM ReadSubscription
    IF recordExist = "N"
       DISPLAY "Class " teacherClassCode " is not subscribed to that report"
       EXIT PARAGRAPH
    END-IF
    PERFORM AskFrequency
    MOVE frequencyEntry TO rsFrequency
    REWRITE reportSubData
        INVALID KEY DISPLAY "Could not update the subscription"
        NOT INVALID KEY
            PERFORM DisplayOneSubscription
    END-REWRITE.
CancelSubscription.
    PERFORM AskReport
    IF wantedReport = SPACES
       EXIT PARAGRAPH
    END-IF
    PERFORM ReadSubscription
    IF recordExist = "N"
       DISPLAY "Class " teacherClassCode " is not subscribed to that report"
       EXIT PARAGRAPH
    END-IF
    PERFORM DisplayOneSubscription
    DISPLAY "Cancel this subscription? (Y/N)"
    ACCEPT confirmEntry
    IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
       DISPLAY "Subscription kept"
       EXIT PARAGRAPH
    END-IF
    DELETE reportSubsFile
        INVALID KEY DISPLAY "Could not cancel the subscription"
        NOT INVALID KEY DISPLAY "Subscription cancelled"
    END-DELETE.
