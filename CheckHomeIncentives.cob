       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckHomeIncentives.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT homeIncentivesFile ASSIGN TO "homeincentives.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS hiKey
    FILE STATUS IS homeIncentivesFileStatus.
SELECT sessionLogFile ASSIGN TO "sessionlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS slKeyGroup
    ALTERNATE RECORD KEY IS slUserName WITH DUPLICATES
    ALTERNATE RECORD KEY IS slDate WITH DUPLICATES
    FILE STATUS IS sessionLogFileStatus.
SELECT ledgerFile ASSIGN TO "pointsledger.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ledgerFileStatus.
SELECT noticeFile ASSIGN TO DYNAMIC noticeFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS noticeFileStatus.
DATA DIVISION.
FILE SECTION.
FD homeIncentivesFile.
01 homeIncentiveData.
       02 hiKey.
           03 hiStudent PIC X(10).
           03 hiGuardianId PIC X(10).
           03 hiSlot PIC 9(1).
       02 hiTitle PIC X(30).
       02 hiTargetType PIC X(1).
       02 hiTarget PIC 9(5).
       02 hiStartDate PIC X(8).
       02 hiEndDate PIC X(8).
       02 hiReachedFlag PIC X(1).
       02 hiReachedDate PIC X(8).
FD sessionLogFile.
COPY SESSIONREC.
FD ledgerFile.
01 ledgerRecord PIC X(70).
FD noticeFile.
01 noticeLine PIC X(80).
WORKING-STORAGE SECTION.
01 homeIncentivesFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 ledgerFileStatus PIC X(2).
01 noticeFileStatus PIC X(2).
01 noticeFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 noMoreLogRecords PIC X(1).
01 todayDate PIC X(8).
01 incentivesShown PIC 9(2) VALUE ZERO.
01 progressValue PIC 9(7).
01 progressSeconds PIC 9(9).
01 progressDelta PIC S9(7).
01 progressUnit PIC X(16).
01 ledgerLineDate PIC X(8).
01 ledgerLineTime PIC X(8).
01 ledgerLinePlayer PIC X(10).
01 ledgerLineSource PIC X(15).
01 ledgerLineDeltaText PIC X(8).
01 ledgerLineBalanceText PIC X(8).
01 studentFullName PIC X(30).
01 consentKind PIC X(1) VALUE "L".
01 consentFlag PIC X(1).
01 spoolType PIC X(12) VALUE "INCENTIVE".
01 spoolSubject PIC X(10).
LINKAGE SECTION.
01 incentivePlayer PIC X(10).
PROCEDURE DIVISION USING incentivePlayer.
CheckHomeIncentivesProcess.
    MOVE ZERO TO incentivesShown
    IF incentivePlayer = "*GUEST*"
       EXIT PROGRAM
    END-IF
    OPEN I-O homeIncentivesFile
    IF homeIncentivesFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE incentivePlayer TO hiStudent
    MOVE SPACES TO hiGuardianId
    MOVE ZERO TO hiSlot
    MOVE "N" TO noMoreRecords
    START homeIncentivesFile KEY IS >= hiKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ homeIncentivesFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF hiStudent NOT = incentivePlayer
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF hiStartDate <= todayDate
                     PERFORM ShowOneIncentive
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE homeIncentivesFile.
    EXIT PROGRAM.
ShowOneIncentive.
    IF todayDate > hiEndDate AND hiReachedFlag NOT = "Y"
       EXIT PARAGRAPH
    END-IF
    IF incentivesShown = ZERO
       DISPLAY "Your home goals:"
    END-IF
    ADD 1 TO incentivesShown
    IF hiReachedFlag = "Y"
       DISPLAY "  " FUNCTION TRIM(hiTitle) " - REACHED on " hiReachedDate
       EXIT PARAGRAPH
    END-IF
    IF hiTargetType = "M"
       PERFORM TallyPracticeMinutes
       MOVE "minutes practice" TO progressUnit
    ELSE
       PERFORM TallyPointsEarned
       MOVE "points" TO progressUnit
    END-IF
    IF progressValue >= hiTarget
       MOVE "Y" TO hiReachedFlag
       MOVE todayDate TO hiReachedDate
       REWRITE homeIncentiveData
           INVALID KEY DISPLAY "Could not update home goal " hiTitle
       END-REWRITE
       DISPLAY "  " FUNCTION TRIM(hiTitle) " - target of " hiTarget " "
           FUNCTION TRIM(progressUnit) " REACHED - well done!"
       PERFORM QueueReachedNotice
    ELSE
       DISPLAY "  " FUNCTION TRIM(hiTitle) " - " progressValue " of " hiTarget " "
           FUNCTION TRIM(progressUnit) " (until " hiEndDate ")"
    END-IF.
TallyPracticeMinutes.
    MOVE ZERO TO progressSeconds
    MOVE ZERO TO progressValue
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreLogRecords
    MOVE incentivePlayer TO slUserName
    START sessionLogFile KEY IS = slUserName
        INVALID KEY MOVE "Y" TO noMoreLogRecords
    END-START
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               IF slUserName NOT = incentivePlayer
                  MOVE "Y" TO noMoreLogRecords
               ELSE
                  IF slDate >= hiStartDate AND slDate <= hiEndDate
                          AND slResult NOT = "H"
                     ADD slSeconds TO progressSeconds
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE sessionLogFile
    COMPUTE progressValue = progressSeconds / 60.
TallyPointsEarned.
    MOVE ZERO TO progressValue
    OPEN INPUT ledgerFile
    IF ledgerFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreLogRecords
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ ledgerFile
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               UNSTRING ledgerRecord DELIMITED BY ","
                   INTO ledgerLineDate, ledgerLineTime, ledgerLinePlayer,
                        ledgerLineSource, ledgerLineDeltaText, ledgerLineBalanceText
               END-UNSTRING
               IF ledgerLinePlayer = incentivePlayer
                       AND ledgerLineDate >= hiStartDate
                       AND ledgerLineDate <= hiEndDate
                       AND ledgerLineSource NOT = "TRANSFERIN"
                       AND FUNCTION TEST-NUMVAL(ledgerLineDeltaText) = 0
                  COMPUTE progressDelta = FUNCTION NUMVAL(ledgerLineDeltaText)
                  IF progressDelta > ZERO
                     ADD progressDelta TO progressValue
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE ledgerFile.
QueueReachedNotice.
    CALL 'GetConsent' USING incentivePlayer, consentKind, consentFlag
    IF consentFlag = "N"
       EXIT PARAGRAPH
    END-IF
    CALL 'GetStudentName' USING incentivePlayer, studentFullName
    MOVE SPACES TO noticeFileName
    STRING "homegoal_" FUNCTION TRIM(hiGuardianId) "_" FUNCTION TRIM(hiStudent)
           "_" hiSlot "_" todayDate ".txt" DELIMITED BY SIZE
        INTO noticeFileName
    END-STRING
    OPEN OUTPUT noticeFile
    IF noticeFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "Dear parent or guardian," TO noticeLine
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    STRING FUNCTION TRIM(studentFullName) " (" FUNCTION TRIM(hiStudent)
        ") has reached the home goal you set:" DELIMITED BY SIZE
        INTO noticeLine
    END-STRING
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    STRING "  " FUNCTION TRIM(hiTitle) DELIMITED BY SIZE INTO noticeLine
    END-STRING
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    STRING "  Target: " hiTarget " " FUNCTION TRIM(progressUnit)
        " between " hiStartDate " and " hiEndDate DELIMITED BY SIZE
        INTO noticeLine
    END-STRING
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    STRING "  Reached on: " todayDate DELIMITED BY SIZE INTO noticeLine
    END-STRING
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    WRITE noticeLine
    MOVE "Kind regards," TO noticeLine
    WRITE noticeLine
    MOVE "The Math Trainer team" TO noticeLine
    WRITE noticeLine
    CLOSE noticeFile
    MOVE hiGuardianId TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, noticeFileName
    CALL 'EnqueueDelivery' USING spoolType, spoolSubject, noticeFileName.
