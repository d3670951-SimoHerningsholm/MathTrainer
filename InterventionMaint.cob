       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. InterventionMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT interventionsFile ASSIGN TO "interventions.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ivKey
    FILE STATUS IS interventionsFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
DATA DIVISION.
FILE SECTION.
FD interventionsFile.
01 interventionData.
       02 ivKey.
           03 ivUserName PIC X(10).
           03 ivStartDate PIC X(8).
       02 ivFlagDate PIC X(8).
       02 ivAction PIC X(1).
       02 ivNote PIC X(30).
       02 ivOwner PIC X(10).
       02 ivReviewDate PIC X(8).
       02 ivOutcome PIC X(1).
       02 ivOutcomeNote PIC X(30).
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 interventionsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 interventionChoice PIC X(1).
       88 validInterventionChoice VALUES ARE 1 THRU 3.
       88 validInterventionExitChoice VALUE 0.
01 runInterventionMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 recordExist PIC X(1).
01 studentOk PIC X(1).
01 studentEntry PIC X(10).
01 dateEntry PIC X(8).
01 ownerEntry PIC X(10).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 startFull PIC 9(8).
01 reviewFull PIC 9(8).
01 actionText PIC X(16).
01 outcomeText PIC X(10).
01 dueText PIC X(12).
01 listedCount PIC 9(4).
LINKAGE SECTION.
01 teacherName PIC X(10).
01 teacherClassCode PIC X(6).
PROCEDURE DIVISION USING teacherName, teacherClassCode.
InterventionMaintProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    OPEN I-O interventionsFile
    IF interventionsFileStatus = "35"
       OPEN OUTPUT interventionsFile
       CLOSE interventionsFile
       OPEN I-O interventionsFile
    END-IF
    IF interventionsFileStatus NOT = "00"
       DISPLAY "Could not open interventions file, status "
           interventionsFileStatus
       EXIT PROGRAM
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       CLOSE interventionsFile
       EXIT PROGRAM
    END-IF
    PERFORM UNTIL runInterventionMenu = "N"
       DISPLAY "=== Intervention plans for class " teacherClassCode " ==="
       DISPLAY "1: List interventions for your class"
       DISPLAY "2: Record a new intervention"
       DISPLAY "3: Record a review outcome"
       DISPLAY "0: Return"
       ACCEPT interventionChoice
       EVALUATE TRUE
           WHEN validInterventionChoice
               EVALUATE interventionChoice
                   WHEN "1" PERFORM ListInterventions
                   WHEN "2" PERFORM AddIntervention
                   WHEN "3" PERFORM RecordOutcome
               END-EVALUATE
           WHEN validInterventionExitChoice
               MOVE "N" TO runInterventionMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE playersFile
    CLOSE interventionsFile.
    EXIT PROGRAM.
ListInterventions.
    MOVE ZERO TO listedCount
    MOVE "N" TO noMoreRecords
    MOVE LOW-VALUES TO ivKey
    START interventionsFile KEY IS >= ivKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ interventionsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE ivUserName TO studentEntry
               PERFORM CheckStudentInClass
               IF studentOk = "Y"
                  PERFORM DisplayOneIntervention
               END-IF
       END-READ
    END-PERFORM
    IF listedCount = ZERO
       DISPLAY "No interventions are recorded for class " teacherClassCode
    END-IF.
DisplayOneIntervention.
    ADD 1 TO listedCount
    PERFORM DescribeAction
    EVALUATE ivOutcome
        WHEN "I" MOVE "improved" TO outcomeText
        WHEN "U" MOVE "unchanged" TO outcomeText
        WHEN "W" MOVE "worse" TO outcomeText
        WHEN OTHER MOVE "open" TO outcomeText
    END-EVALUATE
    MOVE SPACES TO dueText
    IF ivOutcome = SPACE AND ivReviewDate IS NUMERIC
       MOVE ivReviewDate TO reviewFull
       IF reviewFull <= todayFull
          MOVE "REVIEW DUE" TO dueText
       END-IF
    END-IF
    DISPLAY ivUserName " flagged " ivFlagDate " started " ivStartDate " - "
        actionText " - owner " ivOwner
    DISPLAY "           " ivNote
    DISPLAY "           review " ivReviewDate " - outcome " outcomeText " "
        dueText
    IF ivOutcomeNote NOT = SPACES
       DISPLAY "           " ivOutcomeNote
    END-IF.
DescribeAction.
    EVALUATE ivAction
        WHEN "D" MOVE "drill plan" TO actionText
        WHEN "S" MOVE "small group" TO actionText
        WHEN "G" MOVE "guardian contact" TO actionText
        WHEN OTHER MOVE "other" TO actionText
    END-EVALUATE.
CheckStudentInClass.
    MOVE "N" TO studentOk
    MOVE studentEntry TO userName
    READ playersFile
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF classCode = teacherClassCode AND roleFlag NOT = "T"
       MOVE "Y" TO studentOk
    END-IF.
AddIntervention.
    DISPLAY "Enter the student's username"
    ACCEPT studentEntry
    PERFORM CheckStudentInClass
    IF studentOk = "N"
       DISPLAY studentEntry " is not a student in class " teacherClassCode
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO interventionData
    MOVE studentEntry TO ivUserName
    DISPLAY "Date the student was flagged (YYYYMMDD, Enter for today)"
    MOVE SPACES TO dateEntry
    ACCEPT dateEntry
    IF dateEntry = SPACES
       MOVE todayDate TO dateEntry
    END-IF
    IF dateEntry NOT NUMERIC
       DISPLAY "Dates must be entered as YYYYMMDD"
       EXIT PARAGRAPH
    END-IF
    MOVE dateEntry TO ivFlagDate
    DISPLAY "Date the intervention starts (YYYYMMDD, Enter for today)"
    MOVE SPACES TO dateEntry
    ACCEPT dateEntry
    IF dateEntry = SPACES
       MOVE todayDate TO dateEntry
    END-IF
    IF dateEntry NOT NUMERIC
       DISPLAY "Dates must be entered as YYYYMMDD"
       EXIT PARAGRAPH
    END-IF
    MOVE dateEntry TO ivStartDate
    MOVE dateEntry TO startFull
    DISPLAY "Action taken: D drill plan, S small group, G guardian contact, O other"
    ACCEPT ivAction
    EVALUATE ivAction
        WHEN "d" MOVE "D" TO ivAction
        WHEN "s" MOVE "S" TO ivAction
        WHEN "g" MOVE "G" TO ivAction
        WHEN "D" CONTINUE
        WHEN "S" CONTINUE
        WHEN "G" CONTINUE
        WHEN OTHER MOVE "O" TO ivAction
    END-EVALUATE
    DISPLAY "Short description of the plan"
    ACCEPT ivNote
    DISPLAY "Owner (Enter for " teacherName ")"
    MOVE SPACES TO ownerEntry
    ACCEPT ownerEntry
    IF ownerEntry = SPACES
       MOVE teacherName TO ivOwner
    ELSE
       MOVE ownerEntry TO ivOwner
    END-IF
    DISPLAY "Review date (YYYYMMDD, Enter for two weeks after the start)"
    MOVE SPACES TO dateEntry
    ACCEPT dateEntry
    IF dateEntry = SPACES OR dateEntry NOT NUMERIC
       COMPUTE reviewFull =
           FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(startFull) + 14)
       MOVE reviewFull TO ivReviewDate
    ELSE
       MOVE dateEntry TO ivReviewDate
    END-IF
    MOVE SPACE TO ivOutcome
    MOVE SPACES TO ivOutcomeNote
    WRITE interventionData
        INVALID KEY
            DISPLAY "An intervention starting " ivStartDate
                " is already recorded for " ivUserName
        NOT INVALID KEY
            DISPLAY "Intervention recorded for " ivUserName ", review due "
                ivReviewDate
    END-WRITE.
RecordOutcome.
    DISPLAY "Enter the student's username"
    ACCEPT studentEntry
    PERFORM CheckStudentInClass
    IF studentOk = "N"
       DISPLAY studentEntry " is not a student in class " teacherClassCode
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Start date of the intervention (YYYYMMDD)"
    ACCEPT dateEntry
    MOVE studentEntry TO ivUserName
    MOVE dateEntry TO ivStartDate
    MOVE "Y" TO recordExist
    READ interventionsFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    IF recordExist = "N"
       DISPLAY "No intervention for " studentEntry " starting " dateEntry
       EXIT PARAGRAPH
    END-IF
    PERFORM DescribeAction
    DISPLAY "Intervention: " actionText " - " ivNote
    DISPLAY "Outcome: I improved, U unchanged, W worse"
    ACCEPT ivOutcome
    EVALUATE ivOutcome
        WHEN "i" MOVE "I" TO ivOutcome
        WHEN "u" MOVE "U" TO ivOutcome
        WHEN "w" MOVE "W" TO ivOutcome
        WHEN "I" CONTINUE
        WHEN "U" CONTINUE
        WHEN "W" CONTINUE
        WHEN OTHER
            DISPLAY "Outcome not recorded"
            EXIT PARAGRAPH
    END-EVALUATE
    DISPLAY "Outcome note"
    ACCEPT ivOutcomeNote
    REWRITE interventionData
        INVALID KEY DISPLAY "Could not store the outcome"
        NOT INVALID KEY DISPLAY "Outcome recorded for " ivUserName
    END-REWRITE.
