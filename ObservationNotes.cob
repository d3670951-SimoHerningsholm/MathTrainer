       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ObservationNotes.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT observationsFile ASSIGN TO "observations.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS obKey
    FILE STATUS IS observationsFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
DATA DIVISION.
FILE SECTION.
FD observationsFile.
01 observationData.
       02 obKey.
           03 obUserName PIC X(10).
           03 obDate PIC X(8).
           03 obTime PIC X(8).
       02 obCategory PIC X(1).
       02 obAuthor PIC X(10).
       02 obText PIC X(60).
       02 obFollowUpDate PIC X(8).
       02 obFollowUpDone PIC X(1).
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 observationsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 notesChoice PIC X(1).
       88 validNotesChoice VALUES ARE 1 THRU 4.
       88 validNotesExitChoice VALUE 0.
01 runNotesMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 recordExist PIC X(1).
01 studentOk PIC X(1).
01 studentEntry PIC X(10).
01 dateEntry PIC X(8).
01 timeEntry PIC X(8).
01 todayDate PIC X(8).
01 categoryText PIC X(13).
01 shownCount PIC 9(4).
01 accessFunction PIC X(16) VALUE "OBSNOTES".
LINKAGE SECTION.
01 teacherName PIC X(10).
01 teacherClassCode PIC X(6).
01 noteMode PIC X(1).
01 accessRole PIC X(10).
PROCEDURE DIVISION USING teacherName, teacherClassCode, noteMode, accessRole.
ObservationNotesProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    OPEN I-O observationsFile
    IF observationsFileStatus = "35"
       IF noteMode = "S"
          EXIT PROGRAM
       END-IF
       OPEN OUTPUT observationsFile
       CLOSE observationsFile
       OPEN I-O observationsFile
    END-IF
    IF observationsFileStatus NOT = "00"
       IF noteMode NOT = "S"
          DISPLAY "Could not open observation notes, status "
              observationsFileStatus
       END-IF
       EXIT PROGRAM
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       CLOSE observationsFile
       EXIT PROGRAM
    END-IF
    IF noteMode = "S"
       PERFORM ListDueFollowUps
       CLOSE playersFile
       CLOSE observationsFile
       EXIT PROGRAM
    END-IF
    PERFORM UNTIL runNotesMenu = "N"
       DISPLAY "=== Observation notes for class " teacherClassCode " ==="
       DISPLAY "1: Show notes for a student"
       DISPLAY "2: Add a note"
       DISPLAY "3: List follow-ups that are due"
       DISPLAY "4: Mark a follow-up as done"
       DISPLAY "0: Return"
       ACCEPT notesChoice
       EVALUATE TRUE
           WHEN validNotesChoice
               EVALUATE notesChoice
                   WHEN "1" PERFORM ShowStudentNotes
                   WHEN "2" PERFORM AddNote
                   WHEN "3" PERFORM ListDueFollowUps
                   WHEN "4" PERFORM MarkFollowUpDone
               END-EVALUATE
           WHEN validNotesExitChoice
               MOVE "N" TO runNotesMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE playersFile
    CLOSE observationsFile.
    EXIT PROGRAM.
CheckStudentInClass.
    MOVE "N" TO studentOk
    MOVE studentEntry TO userName
    READ playersFile
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF classCode = teacherClassCode AND roleFlag NOT = "T"
       MOVE "Y" TO studentOk
    END-IF.
DescribeCategory.
    EVALUATE obCategory
        WHEN "S" MOVE "strategy" TO categoryText
        WHEN "M" MOVE "misconception" TO categoryText
        WHEN "B" MOVE "behaviour" TO categoryText
        WHEN OTHER MOVE "other" TO categoryText
    END-EVALUATE.
DisplayOneNote.
    ADD 1 TO shownCount
    PERFORM DescribeCategory
    DISPLAY obUserName " " obDate " " obTime(1:4) " [" categoryText "] by "
        obAuthor
    DISPLAY "   " obText
    IF obFollowUpDate NOT = SPACES
       IF obFollowUpDone = "Y"
          DISPLAY "   follow-up " obFollowUpDate " - done"
       ELSE
          DISPLAY "   follow-up " obFollowUpDate
       END-IF
    END-IF.
ShowStudentNotes.
    DISPLAY "Enter the student's username"
    ACCEPT studentEntry
    PERFORM CheckStudentInClass
    IF studentOk = "N"
       DISPLAY studentEntry " is not a student in class " teacherClassCode
       EXIT PARAGRAPH
    END-IF
    CALL 'LogDataAccess' USING teacherName, accessRole, studentEntry, accessFunction
    MOVE ZERO TO shownCount
    MOVE "N" TO noMoreRecords
    MOVE studentEntry TO obUserName
    MOVE SPACES TO obDate
    MOVE SPACES TO obTime
    START observationsFile KEY IS >= obKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ observationsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF obUserName NOT = studentEntry
                  MOVE "Y" TO noMoreRecords
               ELSE
                  PERFORM DisplayOneNote
               END-IF
       END-READ
    END-PERFORM
    IF shownCount = ZERO
       DISPLAY "No notes recorded for " studentEntry
    END-IF.
AddNote.
    DISPLAY "Enter the student's username"
    ACCEPT studentEntry
    PERFORM CheckStudentInClass
    IF studentOk = "N"
       DISPLAY studentEntry " is not a student in class " teacherClassCode
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO observationData
    MOVE studentEntry TO obUserName
    MOVE todayDate TO obDate
    ACCEPT obTime FROM TIME
    MOVE teacherName TO obAuthor
    DISPLAY "Category: S strategy, M misconception, B behaviour, O other"
    ACCEPT obCategory
    EVALUATE obCategory
        WHEN "s" MOVE "S" TO obCategory
        WHEN "m" MOVE "M" TO obCategory
        WHEN "b" MOVE "B" TO obCategory
        WHEN "S" CONTINUE
        WHEN "M" CONTINUE
        WHEN "B" CONTINUE
        WHEN OTHER MOVE "O" TO obCategory
    END-EVALUATE
    DISPLAY "Note (up to 60 characters)"
    ACCEPT obText
    IF obText = SPACES
       DISPLAY "Empty note not stored"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Follow-up date (YYYYMMDD, Enter for none)"
    MOVE SPACES TO dateEntry
    ACCEPT dateEntry
    IF dateEntry NOT = SPACES AND dateEntry NOT NUMERIC
       DISPLAY "Dates must be entered as YYYYMMDD - no follow-up set"
       MOVE SPACES TO dateEntry
    END-IF
    MOVE dateEntry TO obFollowUpDate
    MOVE "N" TO obFollowUpDone
    WRITE observationData
        INVALID KEY DISPLAY "Could not store the note"
        NOT INVALID KEY DISPLAY "Note stored for " obUserName
    END-WRITE.
ListDueFollowUps.
    MOVE ZERO TO shownCount
    MOVE "N" TO noMoreRecords
    MOVE LOW-VALUES TO obKey
    START observationsFile KEY IS >= obKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ observationsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF obFollowUpDate NOT = SPACES AND obFollowUpDone NOT = "Y"
                       AND obFollowUpDate <= todayDate
                  MOVE obUserName TO studentEntry
                  PERFORM CheckStudentInClass
                  IF studentOk = "Y"
                     IF shownCount = ZERO
                        DISPLAY "=== Observation notes due for follow-up ==="
                     END-IF
                     PERFORM DisplayOneNote
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    IF shownCount = ZERO AND noteMode NOT = "S"
       DISPLAY "No follow-ups are due"
    END-IF.
MarkFollowUpDone.
    DISPLAY "Enter the student's username"
    ACCEPT studentEntry
    PERFORM CheckStudentInClass
    IF studentOk = "N"
       DISPLAY studentEntry " is not a student in class " teacherClassCode
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Date of the note (YYYYMMDD)"
    ACCEPT dateEntry
    DISPLAY "Time of the note as listed (HHMM)"
    MOVE SPACES TO timeEntry
    ACCEPT timeEntry
    MOVE "N" TO recordExist
    MOVE "N" TO noMoreRecords
    MOVE studentEntry TO obUserName
    MOVE dateEntry TO obDate
    MOVE timeEntry(1:4) TO obTime
    START observationsFile KEY IS >= obKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    IF noMoreRecords = "N"
       READ observationsFile NEXT RECORD
           AT END CONTINUE
           NOT AT END
               IF obUserName = studentEntry AND obDate = dateEntry
                       AND obTime(1:4) = timeEntry(1:4)
                  MOVE "Y" TO recordExist
               END-IF
       END-READ
    END-IF
    IF recordExist = "N"
       DISPLAY "No note found for " studentEntry " at " dateEntry " " timeEntry
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO obFollowUpDone
    REWRITE observationData
        INVALID KEY DISPLAY "Could not update the note"
        NOT INVALID KEY DISPLAY "Follow-up marked as done"
    END-REWRITE.
