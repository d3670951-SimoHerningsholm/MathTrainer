       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AnnouncementMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT announcementsFile ASSIGN TO "announcements.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS anSeq
    FILE STATUS IS announcementsFileStatus.
SELECT announceRecipientsFile ASSIGN TO "annrecipients.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS arKey
    FILE STATUS IS announceRecipientsFileStatus.
SELECT guardianFile ASSIGN TO "guardians.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS guardianUserName
    FILE STATUS IS guardianFileStatus.
SELECT guardianLinksFile ASSIGN TO "guardianlinks.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS glKey
    FILE STATUS IS guardianLinksFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT profilesFile ASSIGN TO "profiles.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pfUserName
    FILE STATUS IS profilesFileStatus.
SELECT deliveryQueueFile ASSIGN TO "deliveryqueue.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS dqSeq
    FILE STATUS IS deliveryQueueFileStatus.
SELECT announceLetterFile ASSIGN TO DYNAMIC announceFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS announceLetterFileStatus.
DATA DIVISION.
FILE SECTION.
FD announcementsFile.
COPY ANNOUNCEREC.
FD announceRecipientsFile.
COPY ANNRECIPREC.
FD guardianFile.
01 guardianData.
       02 guardianUserName PIC X(10).
       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD guardianLinksFile.
01 guardianLinkData.
       02 glKey.
           03 glGuardianId PIC X(10).
           03 glStudent PIC X(10).
FD playersFile.
COPY PLAYERREC.
FD profilesFile.
01 profileData.
       02 pfUserName PIC X(10).
       02 pfFullName PIC X(30).
       02 pfYearGroup PIC X(2).
FD deliveryQueueFile.
01 deliveryQueueData.
       02 dqSeq PIC 9(6).
       02 dqType PIC X(12).
       02 dqSubject PIC X(10).
       02 dqFileName PIC X(40).
       02 dqStatus PIC X(1).
       02 dqQueuedDate PIC X(8).
       02 dqStatusDate PIC X(8).
FD announceLetterFile.
01 announceLetterLine PIC X(80).
WORKING-STORAGE SECTION.
01 announcementsFileStatus PIC X(2).
01 announceRecipientsFileStatus PIC X(2).
01 guardianFileStatus PIC X(2).
01 guardianLinksFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 profilesFileStatus PIC X(2).
01 deliveryQueueFileStatus PIC X(2).
01 announceLetterFileStatus PIC X(2).
01 announceFileName PIC X(40).
01 announceChoice PIC X(1).
       88 validAnnounceChoice VALUES ARE 1 THRU 3.
       88 validAnnounceExitChoice VALUE 0.
01 runAnnounceMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 noMoreLinks PIC X(1).
01 recordExist PIC X(1).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 expiryFull PIC 9(8).
01 expiryDaysEntry PIC X(3).
01 expiryDays PIC 9(3).
01 nextSeq PIC 9(5).
01 seqEntry PIC X(5).
01 scopeEntry PIC X(1).
01 targetEntry PIC X(6).
01 classIsValid PIC X(1).
01 lineIndex PIC 9(1).
01 confirmEntry PIC X(1).
01 audienceText PIC X(40).
01 childTable.
       02 childName PIC X(10) OCCURS 10 TIMES.
01 childCount PIC 9(2).
01 childIndex PIC 9(2).
01 workChild PIC X(10).
01 childTargeted PIC X(1).
01 targetedChildren PIC 9(2).
01 consentingChildren PIC 9(2).
01 consentKind PIC X(1) VALUE "L".
01 consentFlag PIC X(1).
01 spoolType PIC X(12) VALUE "ANNOUNCEMENT".
01 spoolSubject PIC X(10).
01 queuePrefix PIC X(15).
01 summaryWaiting PIC 9(5).
01 summarySent PIC 9(5).
01 summaryFailed PIC 9(5).
01 announcementsListed PIC 9(4).
LINKAGE SECTION.
01 announceActor PIC X(10).
PROCEDURE DIVISION USING announceActor.
AnnouncementMaintProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    OPEN I-O announcementsFile
    IF announcementsFileStatus = "35"
       OPEN OUTPUT announcementsFile
       CLOSE announcementsFile
       OPEN I-O announcementsFile
    END-IF
    IF announcementsFileStatus NOT = "00"
       DISPLAY "Could not open announcements, status " announcementsFileStatus
       EXIT PROGRAM
    END-IF
    OPEN I-O announceRecipientsFile
    IF announceRecipientsFileStatus = "35"
       OPEN OUTPUT announceRecipientsFile
       CLOSE announceRecipientsFile
       OPEN I-O announceRecipientsFile
    END-IF
    IF announceRecipientsFileStatus NOT = "00"
       DISPLAY "Could not open announcement recipients, status "
           announceRecipientsFileStatus
       CLOSE announcementsFile
       EXIT PROGRAM
    END-IF
    MOVE "Y" TO runAnnounceMenu
    PERFORM UNTIL runAnnounceMenu = "N"
       DISPLAY "=== School announcements to guardians ==="
       DISPLAY "1: Write and send an announcement"
       DISPLAY "2: List announcements"
       DISPLAY "3: Delivery summary for an announcement"
       DISPLAY "0: Return"
       ACCEPT announceChoice
       EVALUATE TRUE
           WHEN validAnnounceChoice
               EVALUATE announceChoice
                   WHEN "1" PERFORM WriteAnnouncement
                   WHEN "2" PERFORM ListAnnouncements
                   WHEN "3" PERFORM ChooseAnnouncementSummary
               END-EVALUATE
           WHEN validAnnounceExitChoice
               MOVE "N" TO runAnnounceMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE announceRecipientsFile
    CLOSE announcementsFile.
    EXIT PROGRAM.
WriteAnnouncement.
    DISPLAY "Send to (A) all guardians, (Y) one year group or (C) one class"
    ACCEPT scopeEntry
    MOVE FUNCTION UPPER-CASE(scopeEntry) TO scopeEntry
    MOVE SPACES TO targetEntry
    EVALUATE scopeEntry
        WHEN "A"
            CONTINUE
        WHEN "Y"
            DISPLAY "Year group (e.g. 04)"
            ACCEPT targetEntry
            IF targetEntry = SPACES
               DISPLAY "A year group is required"
               EXIT PARAGRAPH
            END-IF
        WHEN "C"
            DISPLAY "Class code"
            ACCEPT targetEntry
            IF targetEntry = SPACES
               DISPLAY "A class code is required"
               EXIT PARAGRAPH
            END-IF
            CALL 'ValidateClassCode' USING targetEntry, classIsValid
            IF classIsValid NOT = "Y"
               DISPLAY "Class " targetEntry " is not on the class list"
               EXIT PARAGRAPH
            END-IF
        WHEN OTHER
            DISPLAY "Choose A, Y or C"
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE SPACES TO announcementData
    MOVE scopeEntry TO anScope
    MOVE targetEntry TO anTarget
    DISPLAY "Subject"
    ACCEPT anSubject
    IF anSubject = SPACES
       DISPLAY "A subject is required"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Message text - up to 3 lines, Enter on an empty line to finish"
    PERFORM VARYING lineIndex FROM 1 BY 1 UNTIL lineIndex > 3
       ACCEPT anLine(lineIndex)
       IF anLine(lineIndex) = SPACES
          MOVE 4 TO lineIndex
       END-IF
    END-PERFORM
    IF anLineTable = SPACES
       DISPLAY "The announcement has no text - not sent"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Show on the guardian portal for how many days (Enter for 14)"
    ACCEPT expiryDaysEntry
    IF expiryDaysEntry = SPACES
       MOVE 14 TO expiryDays
    ELSE
       IF FUNCTION TEST-NUMVAL(expiryDaysEntry) NOT = 0
          DISPLAY "Days must be a number"
          EXIT PARAGRAPH
       END-IF
       COMPUTE expiryDays = FUNCTION NUMVAL(expiryDaysEntry)
    END-IF
    COMPUTE expiryFull =
        FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) + expiryDays)
    PERFORM BuildAudienceText
    DISPLAY "Send """ FUNCTION TRIM(anSubject) """ to "
        FUNCTION TRIM(audienceText) "? (Y/N)"
    ACCEPT confirmEntry
    IF FUNCTION UPPER-CASE(confirmEntry) NOT = "Y"
       DISPLAY "Announcement not sent"
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT guardianFile
    IF guardianFileStatus NOT = "00"
       DISPLAY "Could not open guardian contact file, status " guardianFileStatus
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players, status " playersFileStatus
       CLOSE guardianFile
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT guardianLinksFile
    OPEN INPUT profilesFile
    PERFORM AllocateAnnouncementSeq
    MOVE nextSeq TO anSeq
    MOVE announceActor TO anSender
    MOVE todayDate TO anDate
    MOVE expiryFull TO anExpiryDate
    MOVE ZERO TO anGuardianCount
    MOVE ZERO TO anQueuedCount
    MOVE ZERO TO anSkippedCount
    WRITE announcementData
        INVALID KEY
            DISPLAY "Could not store the announcement"
            PERFORM CloseRecipientSources
            EXIT PARAGRAPH
    END-WRITE
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ guardianFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM AddressOneGuardian
       END-READ
    END-PERFORM
    PERFORM CloseRecipientSources
    REWRITE announcementData
        INVALID KEY DISPLAY "Could not update the announcement totals"
    END-REWRITE
    DISPLAY "Announcement " anSeq " stored: " anGuardianCount
        " guardian(s) addressed, " anQueuedCount " queued for delivery, "
        anSkippedCount " skipped for lack of consent"
    IF anQueuedCount > ZERO
       DISPLAY "Send queued deliveries now? (Y/N)"
       ACCEPT confirmEntry
       IF FUNCTION UPPER-CASE(confirmEntry) = "Y"
          CALL 'DeliveryDispatch'
          MOVE ZERO TO RETURN-CODE
       END-IF
    END-IF
    PERFORM ShowDeliverySummary.
CloseRecipientSources.
    IF profilesFileStatus = "00"
       CLOSE profilesFile
    END-IF
    IF guardianLinksFileStatus = "00"
       CLOSE guardianLinksFile
    END-IF
    CLOSE playersFile
    CLOSE guardianFile.
BuildAudienceText.
    MOVE SPACES TO audienceText
    EVALUATE anScope
        WHEN "Y"
            STRING "families in year group " FUNCTION TRIM(anTarget)
                DELIMITED BY SIZE INTO audienceText
            END-STRING
        WHEN "C"
            STRING "families in class " FUNCTION TRIM(anTarget)
                DELIMITED BY SIZE INTO audienceText
            END-STRING
        WHEN OTHER
            MOVE "all families at the school" TO audienceText
    END-EVALUATE.
AllocateAnnouncementSeq.
    MOVE 1 TO nextSeq
    MOVE "N" TO recordExist
    MOVE ZERO TO anSeq
    START announcementsFile KEY IS >= anSeq
        INVALID KEY MOVE "Y" TO recordExist
    END-START
    PERFORM UNTIL recordExist = "Y"
       READ announcementsFile NEXT RECORD
           AT END MOVE "Y" TO recordExist
           NOT AT END COMPUTE nextSeq = anSeq + 1
       END-READ
    END-PERFORM.
AddressOneGuardian.
    PERFORM GatherLinkedChildren
    MOVE ZERO TO targetedChildren
    MOVE ZERO TO consentingChildren
    PERFORM VARYING childIndex FROM 1 BY 1 UNTIL childIndex > childCount
       MOVE childName(childIndex) TO workChild
       PERFORM CheckChildTargeted
       IF childTargeted = "Y"
          ADD 1 TO targetedChildren
          CALL 'GetConsent' USING workChild, consentKind, consentFlag
          IF consentFlag NOT = "N"
             ADD 1 TO consentingChildren
          END-IF
       END-IF
    END-PERFORM
    IF targetedChildren = ZERO
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO anGuardianCount
    MOVE SPACES TO announceRecipientData
    MOVE guardianUserName TO arGuardianId
    MOVE anSeq TO arSeq
    IF consentingChildren = ZERO
       MOVE "K" TO arDelivery
       ADD 1 TO anSkippedCount
    ELSE
       PERFORM WriteAnnouncementLetter
       IF announceLetterFileStatus = "00"
          MOVE "Q" TO arDelivery
          MOVE announceFileName TO arFileName
          MOVE guardianUserName TO spoolSubject
          CALL 'RegisterSpool' USING spoolType, spoolSubject, announceFileName
          CALL 'EnqueueDelivery' USING spoolType, spoolSubject, announceFileName
          ADD 1 TO anQueuedCount
       ELSE
          MOVE "K" TO arDelivery
          ADD 1 TO anSkippedCount
       END-IF
    END-IF
    WRITE announceRecipientData
        INVALID KEY DISPLAY "Could not record recipient " guardianUserName
    END-WRITE.
GatherLinkedChildren.
    MOVE ZERO TO childCount
    IF guardianLinksFileStatus = "00"
       MOVE "N" TO noMoreLinks
       MOVE guardianUserName TO glGuardianId
       MOVE SPACES TO glStudent
       START guardianLinksFile KEY IS >= glKey
           INVALID KEY MOVE "Y" TO noMoreLinks
       END-START
       PERFORM UNTIL noMoreLinks = "Y"
          READ guardianLinksFile NEXT RECORD
              AT END MOVE "Y" TO noMoreLinks
              NOT AT END
                  IF glGuardianId NOT = guardianUserName
                     MOVE "Y" TO noMoreLinks
                  ELSE
                     IF childCount < 10
                        ADD 1 TO childCount
                        MOVE glStudent TO childName(childCount)
                     END-IF
                  END-IF
          END-READ
       END-PERFORM
    END-IF
    IF childCount = ZERO
       MOVE 1 TO childCount
       MOVE guardianUserName TO childName(1)
    END-IF.
CheckChildTargeted.
    MOVE "N" TO childTargeted
    MOVE workChild TO userName
    READ playersFile
        INVALID KEY EXIT PARAGRAPH
    END-READ
    EVALUATE anScope
        WHEN "A"
            MOVE "Y" TO childTargeted
        WHEN "C"
            IF classCode = anTarget
               MOVE "Y" TO childTargeted
            END-IF
        WHEN "Y"
            IF profilesFileStatus = "00"
               MOVE workChild TO pfUserName
               READ profilesFile
                   INVALID KEY EXIT PARAGRAPH
               END-READ
               IF pfYearGroup = anTarget(1:2)
                  MOVE "Y" TO childTargeted
               END-IF
            END-IF
    END-EVALUATE.
WriteAnnouncementLetter.
    MOVE SPACES TO announceFileName
    STRING "announce_" DELIMITED BY SIZE
           anSeq DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           FUNCTION TRIM(guardianUserName) DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO announceFileName
    END-STRING
    OPEN OUTPUT announceLetterFile
    IF announceLetterFileStatus NOT = "00"
       DISPLAY "Could not open announcement file " announceFileName
           ", status " announceLetterFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO announceLetterLine
    STRING "Dear " FUNCTION TRIM(guardianName) "," DELIMITED BY SIZE
        INTO announceLetterLine
    END-STRING
    WRITE announceLetterLine
    MOVE SPACES TO announceLetterLine
    WRITE announceLetterLine
    MOVE anSubject TO announceLetterLine
    WRITE announceLetterLine
    MOVE SPACES TO announceLetterLine
    WRITE announceLetterLine
    PERFORM VARYING lineIndex FROM 1 BY 1 UNTIL lineIndex > 3
       IF anLine(lineIndex) NOT = SPACES
          MOVE anLine(lineIndex) TO announceLetterLine
          WRITE announceLetterLine
       END-IF
    END-PERFORM
    MOVE SPACES TO announceLetterLine
    WRITE announceLetterLine
    STRING "This announcement was sent to " FUNCTION TRIM(audienceText) "."
        DELIMITED BY SIZE INTO announceLetterLine
    END-STRING
    WRITE announceLetterLine
    MOVE SPACES TO announceLetterLine
    WRITE announceLetterLine
    MOVE "Kind regards," TO announceLetterLine
    WRITE announceLetterLine
    MOVE "The school office" TO announceLetterLine
    WRITE announceLetterLine
    CLOSE announceLetterFile.
ListAnnouncements.
    MOVE ZERO TO announcementsListed
    MOVE ZERO TO anSeq
    MOVE "N" TO noMoreRecords
    START announcementsFile KEY IS >= anSeq
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ announcementsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               ADD 1 TO announcementsListed
               PERFORM BuildAudienceText
               DISPLAY anSeq "  " anDate "  " anSubject " by " anSender
               DISPLAY "       to " FUNCTION TRIM(audienceText) ", shown until "
                   anExpiryDate ", " anQueuedCount " queued, " anSkippedCount
                   " skipped"
       END-READ
    END-PERFORM
    IF announcementsListed = ZERO
       DISPLAY "No announcements have been sent"
    END-IF.
ChooseAnnouncementSummary.
    DISPLAY "Announcement number"
    ACCEPT seqEntry
    IF seqEntry = SPACES OR FUNCTION TEST-NUMVAL(seqEntry) NOT = 0
       DISPLAY "Enter the number shown in the announcement list"
       EXIT PARAGRAPH
    END-IF
    COMPUTE anSeq = FUNCTION NUMVAL(seqEntry)
    MOVE "Y" TO recordExist
    READ announcementsFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    IF recordExist = "N"
       DISPLAY "No announcement " seqEntry
       EXIT PARAGRAPH
    END-IF
    PERFORM BuildAudienceText
    PERFORM ShowDeliverySummary.
ShowDeliverySummary.
    MOVE ZERO TO summaryWaiting
    MOVE ZERO TO summarySent
    MOVE ZERO TO summaryFailed
    MOVE SPACES TO queuePrefix
    STRING "announce_" anSeq "_" DELIMITED BY SIZE INTO queuePrefix
    END-STRING
    OPEN INPUT deliveryQueueFile
    IF deliveryQueueFileStatus = "00"
       MOVE "N" TO noMoreRecords
       PERFORM UNTIL noMoreRecords = "Y"
          READ deliveryQueueFile NEXT RECORD
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END
                  IF dqType = spoolType AND dqFileName(1:15) = queuePrefix
                     EVALUATE dqStatus
                         WHEN "S" ADD 1 TO summarySent
                         WHEN "F" ADD 1 TO summaryFailed
                         WHEN OTHER ADD 1 TO summaryWaiting
                     END-EVALUATE
                  END-IF
          END-READ
       END-PERFORM
       CLOSE deliveryQueueFile
    END-IF
    DISPLAY "=== Delivery summary for announcement " anSeq " ==="
    DISPLAY "Subject:               " FUNCTION TRIM(anSubject)
    DISPLAY "Sent to:               " FUNCTION TRIM(audienceText)
    DISPLAY "Guardians addressed:   " anGuardianCount
    DISPLAY "Queued for delivery:   " anQueuedCount
    DISPLAY "  still waiting:       " summaryWaiting
    DISPLAY "  sent:                " summarySent
    DISPLAY "  failed:              " summaryFailed
    DISPLAY "Skipped, no consent:   " anSkippedCount.
