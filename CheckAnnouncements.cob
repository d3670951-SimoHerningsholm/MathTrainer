       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckAnnouncements.
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
DATA DIVISION.
FILE SECTION.
FD announcementsFile.
COPY ANNOUNCEREC.
FD announceRecipientsFile.
COPY ANNRECIPREC.
WORKING-STORAGE SECTION.
01 announcementsFileStatus PIC X(2).
01 announceRecipientsFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 announcementExist PIC X(1).
01 todayDate PIC X(8).
01 lineIndex PIC 9(1).
01 announcementsShown PIC 9(3) VALUE ZERO.
LINKAGE SECTION.
01 announceGuardian PIC X(10).
PROCEDURE DIVISION USING announceGuardian.
CheckAnnouncementsProcess.
    MOVE ZERO TO announcementsShown
    OPEN I-O announceRecipientsFile
    IF announceRecipientsFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    OPEN INPUT announcementsFile
    IF announcementsFileStatus NOT = "00"
       CLOSE announceRecipientsFile
       EXIT PROGRAM
    END-IF
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE announceGuardian TO arGuardianId
    MOVE ZERO TO arSeq
    MOVE "N" TO noMoreRecords
    START announceRecipientsFile KEY IS >= arKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ announceRecipientsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF arGuardianId NOT = announceGuardian
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF arShownDate = SPACES
                     PERFORM ShowOneAnnouncement
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE announcementsFile
    CLOSE announceRecipientsFile.
    EXIT PROGRAM.
ShowOneAnnouncement.
    MOVE arSeq TO anSeq
    MOVE "Y" TO announcementExist
    READ announcementsFile
        INVALID KEY MOVE "N" TO announcementExist
    END-READ
    IF announcementExist = "N"
       EXIT PARAGRAPH
    END-IF
    IF anExpiryDate NOT = SPACES AND anExpiryDate < todayDate
       EXIT PARAGRAPH
    END-IF
    IF announcementsShown = ZERO
       DISPLAY "=== School announcements ==="
    END-IF
    ADD 1 TO announcementsShown
    DISPLAY anDate " - " FUNCTION TRIM(anSubject)
    PERFORM VARYING lineIndex FROM 1 BY 1 UNTIL lineIndex > 3
       IF anLine(lineIndex) NOT = SPACES
          DISPLAY "   " FUNCTION TRIM(anLine(lineIndex) TRAILING)
       END-IF
    END-PERFORM
    MOVE todayDate TO arShownDate
    REWRITE announceRecipientData
        INVALID KEY CONTINUE
    END-REWRITE.
