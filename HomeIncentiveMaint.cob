       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HomeIncentiveMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT homeIncentivesFile ASSIGN TO "homeincentives.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS hiKey
    FILE STATUS IS homeIncentivesFileStatus.
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
WORKING-STORAGE SECTION.
01 homeIncentivesFileStatus PIC X(2).
01 incentiveChoice PIC X(1).
       88 validIncentiveChoice VALUES ARE 1 THRU 3.
       88 validIncentiveExitChoice VALUE 0.
01 runIncentiveMenu PIC X(1) VALUE "Y".
01 recordExist PIC X(1).
01 slotIndex PIC 9(1).
01 slotEntry PIC 9(1).
01 slotsUsed PIC 9(1).
01 freeSlot PIC 9(1).
01 targetTypeText PIC X(16).
01 statusText PIC X(18).
01 confirmEntry PIC X(1).
LINKAGE SECTION.
01 incentiveGuardian PIC X(10).
01 incentiveStudent PIC X(10).
PROCEDURE DIVISION USING incentiveGuardian, incentiveStudent.
HomeIncentiveMaintProcess.
    OPEN I-O homeIncentivesFile
    IF homeIncentivesFileStatus = "35"
       OPEN OUTPUT homeIncentivesFile
       CLOSE homeIncentivesFile
       OPEN I-O homeIncentivesFile
    END-IF
    IF homeIncentivesFileStatus NOT = "00"
       DISPLAY "Could not open home incentives, status " homeIncentivesFileStatus
       EXIT PROGRAM
    END-IF
    MOVE "Y" TO runIncentiveMenu
    PERFORM UNTIL runIncentiveMenu = "N"
       DISPLAY "=== Home incentives for " incentiveStudent " ==="
       DISPLAY "These are your own goals at home - they do not affect school points or the shop"
       DISPLAY "1: List incentives"
       DISPLAY "2: Add an incentive (up to 3)"
       DISPLAY "3: Remove an incentive"
       DISPLAY "0: Return"
       ACCEPT incentiveChoice
       EVALUATE TRUE
           WHEN validIncentiveChoice
               EVALUATE incentiveChoice
                   WHEN "1" PERFORM ListIncentives
                   WHEN "2" PERFORM AddIncentive
                   WHEN "3" PERFORM RemoveIncentive
               END-EVALUATE
           WHEN validIncentiveExitChoice
               MOVE "N" TO runIncentiveMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE homeIncentivesFile.
    EXIT PROGRAM.
ListIncentives.
    MOVE ZERO TO slotsUsed
    PERFORM VARYING slotIndex FROM 1 BY 1 UNTIL slotIndex > 3
       PERFORM ReadSlot
       IF recordExist = "Y"
          ADD 1 TO slotsUsed
          PERFORM DisplayOneIncentive
       END-IF
    END-PERFORM
    IF slotsUsed = ZERO
       DISPLAY "No home incentives set for " incentiveStudent
    ELSE
       CLOSE homeIncentivesFile
       DISPLAY "Progress as the child sees it:"
       CALL 'CheckHomeIncentives' USING incentiveStudent
       OPEN I-O homeIncentivesFile
    END-IF.
DisplayOneIncentive.
    IF hiTargetType = "M"
       MOVE "minutes practice" TO targetTypeText
    ELSE
       MOVE "points" TO targetTypeText
    END-IF
    IF hiReachedFlag = "Y"
       MOVE SPACES TO statusText
       STRING "reached " hiReachedDate DELIMITED BY SIZE INTO statusText
       END-STRING
    ELSE
       MOVE "in progress" TO statusText
    END-IF
    DISPLAY hiSlot ": " hiTitle " - " hiTarget " " FUNCTION TRIM(targetTypeText)
        " from " hiStartDate " to " hiEndDate " - " statusText.
ReadSlot.
    MOVE incentiveStudent TO hiStudent
    MOVE incentiveGuardian TO hiGuardianId
    MOVE slotIndex TO hiSlot
    MOVE "Y" TO recordExist
    READ homeIncentivesFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ.
AddIncentive.
    MOVE ZERO TO freeSlot
    PERFORM VARYING slotIndex FROM 3 BY -1 UNTIL slotIndex < 1
       PERFORM ReadSlot
       IF recordExist = "N"
          MOVE slotIndex TO freeSlot
       END-IF
    END-PERFORM
    IF freeSlot = ZERO
       DISPLAY "There are already 3 incentives - remove one first"
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO homeIncentiveData
    MOVE incentiveStudent TO hiStudent
    MOVE incentiveGuardian TO hiGuardianId
    MOVE freeSlot TO hiSlot
    DISPLAY "Describe the reward (e.g. 300 points this month = cinema trip)"
    ACCEPT hiTitle
    IF hiTitle = SPACES
       DISPLAY "A description is required"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Target type: P = points earned, M = minutes of practice"
    ACCEPT hiTargetType
    IF hiTargetType = "p"
       MOVE "P" TO hiTargetType
    END-IF
    IF hiTargetType = "m"
       MOVE "M" TO hiTargetType
    END-IF
    IF hiTargetType NOT = "P" AND hiTargetType NOT = "M"
       DISPLAY "The target type must be P or M"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Target amount"
    ACCEPT hiTarget
    IF hiTarget = ZERO
       DISPLAY "The target must be more than zero"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "First day (YYYYMMDD)"
    ACCEPT hiStartDate
    DISPLAY "Last day (YYYYMMDD)"
    ACCEPT hiEndDate
    IF hiStartDate NOT NUMERIC OR hiEndDate NOT NUMERIC
            OR hiStartDate > hiEndDate
       DISPLAY "The date range must be two dates in order"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO hiReachedFlag
    MOVE SPACES TO hiReachedDate
    WRITE homeIncentiveData
        INVALID KEY DISPLAY "Could not store the incentive"
        NOT INVALID KEY DISPLAY "Incentive " hiSlot " stored"
    END-WRITE.
RemoveIncentive.
    DISPLAY "Incentive number to remove (1-3)"
    ACCEPT slotEntry
    IF slotEntry < 1 OR slotEntry > 3
       DISPLAY "The number must be 1 through 3"
       EXIT PARAGRAPH
    END-IF
    MOVE slotEntry TO slotIndex
    PERFORM ReadSlot
    IF recordExist = "N"
       DISPLAY "No incentive with that number"
       EXIT PARAGRAPH
    END-IF
    PERFORM DisplayOneIncentive
    DISPLAY "Remove this incentive? (Y/N)"
    ACCEPT confirmEntry
    IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
       DISPLAY "Incentive kept"
       EXIT PARAGRAPH
    END-IF
    DELETE homeIncentivesFile
        INVALID KEY DISPLAY "Could not remove the incentive"
        NOT INVALID KEY DISPLAY "Incentive removed"
    END-DELETE.
