       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PacingMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT pacingPlanFile ASSIGN TO "pacingplan.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ppKey
    FILE STATUS IS pacingPlanFileStatus.
SELECT calendarFile ASSIGN TO "schoolcalendar.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS calDate
    FILE STATUS IS calendarFileStatus.
SELECT curriculumMapFile ASSIGN TO "curriculummap.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS curriculumMapFileStatus.
DATA DIVISION.
FILE SECTION.
FD pacingPlanFile.
01 pacingPlanData.
       02 ppKey.
           03 ppClassCode PIC X(6).
           03 ppWeekStart PIC X(8).
       02 ppObjective PIC X(12).
       02 ppSetBy PIC X(10).
FD calendarFile.
01 calendarData.
       02 calDate PIC X(8).
       02 calType PIC X(1).
       02 calNote PIC X(20).
FD curriculumMapFile.
01 curriculumMapRecord PIC X(60).
WORKING-STORAGE SECTION.
01 pacingPlanFileStatus PIC X(2).
01 calendarFileStatus PIC X(2).
01 curriculumMapFileStatus PIC X(2).
01 calendarOpen PIC X(1) VALUE "N".
01 pacingChoice PIC X(1).
       88 validPacingChoice VALUES ARE 1 THRU 4.
       88 validPacingExitChoice VALUE 0.
01 runPacingMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 recordExist PIC X(1).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 thisMonday PIC 9(8).
01 weekFull PIC 9(8).
01 dayFull PIC 9(8).
01 dayIndex PIC 9(1).
01 holidayDays PIC 9(1).
01 lastWeekStart PIC X(8).
01 weekNumber PIC 9(2).
01 weeksEntry PIC X(1).
01 weeksWanted PIC 9(1).
01 weeksPlanned PIC 9(1).
01 weeksSkipped PIC 9(2).
01 dateEntry PIC X(8).
01 objectiveEntry PIC X(12).
01 objectiveOk PIC X(1).
01 confirmEntry PIC X(1).
01 removedCount PIC 9(3).
01 weekMarker PIC X(12).
01 cmExerciseCode PIC X(2).
01 cmLevel PIC X(1).
01 cmObjective PIC X(12).
01 mapObjectives.
       02 mapObjectiveName PIC X(12) OCCURS 40 TIMES.
01 mapObjectiveCount PIC 9(2) VALUE ZERO.
01 mapIndex PIC 9(2).
01 mapFound PIC X(1).
LINKAGE SECTION.
01 teacherName PIC X(10).
01 teacherClassCode PIC X(6).
PROCEDURE DIVISION USING teacherName, teacherClassCode.
PacingMaintProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    COMPUTE thisMonday = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull)
        - FUNCTION MOD(FUNCTION INTEGER-OF-DATE(todayFull) - 1, 7))
    OPEN I-O pacingPlanFile
    IF pacingPlanFileStatus = "35"
       OPEN OUTPUT pacingPlanFile
       CLOSE pacingPlanFile
       OPEN I-O pacingPlanFile
    END-IF
    IF pacingPlanFileStatus NOT = "00"
       DISPLAY "Could not open pacing plan file, status " pacingPlanFileStatus
       EXIT PROGRAM
    END-IF
    OPEN INPUT calendarFile
    IF calendarFileStatus = "00"
       MOVE "Y" TO calendarOpen
    END-IF
    PERFORM LoadMapObjectives
    PERFORM UNTIL runPacingMenu = "N"
       DISPLAY "=== Pacing plan for class " teacherClassCode " ==="
       DISPLAY "1: Show the pacing plan"
       DISPLAY "2: Add an objective to the end of the plan"
       DISPLAY "3: Change the objective planned for one week"
       DISPLAY "4: Clear the whole plan"
       DISPLAY "0: Return"
       ACCEPT pacingChoice
       EVALUATE TRUE
           WHEN validPacingChoice
               EVALUATE pacingChoice
                   WHEN "1" PERFORM ShowPlan
                   WHEN "2" PERFORM AddObjectiveWeeks
                   WHEN "3" PERFORM ChangeOneWeek
                   WHEN "4" PERFORM ClearPlan
               END-EVALUATE
           WHEN validPacingExitChoice
               MOVE "N" TO runPacingMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    IF calendarOpen = "Y"
       CLOSE calendarFile
    END-IF
    CLOSE pacingPlanFile.
    EXIT PROGRAM.
LoadMapObjectives.
    OPEN INPUT curriculumMapFile
    IF curriculumMapFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ curriculumMapFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               MOVE SPACES TO cmExerciseCode
               MOVE SPACES TO cmLevel
               MOVE SPACES TO cmObjective
               UNSTRING curriculumMapRecord DELIMITED BY ","
                   INTO cmExerciseCode, cmLevel, cmObjective
               END-UNSTRING
               IF cmObjective NOT = SPACES
                  MOVE cmObjective TO objectiveEntry
                  PERFORM FindMapObjective
                  IF mapFound = "N" AND mapObjectiveCount < 40
                     ADD 1 TO mapObjectiveCount
                     MOVE cmObjective TO mapObjectiveName(mapObjectiveCount)
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE curriculumMapFile.
FindMapObjective.
    MOVE "N" TO mapFound
    PERFORM VARYING mapIndex FROM 1 BY 1
            UNTIL mapIndex > mapObjectiveCount OR mapFound = "Y"
       IF mapObjectiveName(mapIndex) = objectiveEntry
          MOVE "Y" TO mapFound
       END-IF
    END-PERFORM.
AcceptObjective.
    MOVE "N" TO objectiveOk
    IF mapObjectiveCount > ZERO
       DISPLAY "Objectives in the curriculum map:"
       PERFORM VARYING mapIndex FROM 1 BY 1 UNTIL mapIndex > mapObjectiveCount
          DISPLAY "  " mapObjectiveName(mapIndex)
       END-PERFORM
    END-IF
    DISPLAY "Enter the objective"
    MOVE SPACES TO objectiveEntry
    ACCEPT objectiveEntry
    IF objectiveEntry = SPACES
       DISPLAY "An objective is required"
       EXIT PARAGRAPH
    END-IF
    IF mapObjectiveCount > ZERO
       PERFORM FindMapObjective
       IF mapFound = "N"
          DISPLAY objectiveEntry " is not an objective in the curriculum map"
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE "Y" TO objectiveOk.
ShowPlan.
    MOVE ZERO TO weekNumber
    MOVE teacherClassCode TO ppClassCode
    MOVE SPACES TO ppWeekStart
    MOVE "N" TO noMoreRecords
    START pacingPlanFile KEY IS >= ppKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ pacingPlanFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF ppClassCode NOT = teacherClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  ADD 1 TO weekNumber
                  MOVE SPACES TO weekMarker
                  MOVE ppWeekStart TO weekFull
                  IF weekFull = thisMonday
                     MOVE "<- this week" TO weekMarker
                  END-IF
                  DISPLAY "Week " weekNumber " starting " ppWeekStart ": "
                      ppObjective " " weekMarker
               END-IF
       END-READ
    END-PERFORM
    IF weekNumber = ZERO
       DISPLAY "No pacing plan has been set up for class " teacherClassCode
    END-IF.
FindLastWeek.
    MOVE SPACES TO lastWeekStart
    MOVE teacherClassCode TO ppClassCode
    MOVE SPACES TO ppWeekStart
    MOVE "N" TO noMoreRecords
    START pacingPlanFile KEY IS >= ppKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ pacingPlanFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF ppClassCode NOT = teacherClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  MOVE ppWeekStart TO lastWeekStart
               END-IF
       END-READ
    END-PERFORM.
AddObjectiveWeeks.
    PERFORM AcceptObjective
    IF objectiveOk = "N"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "How many school weeks for this objective (1-9)?"
    ACCEPT weeksEntry
    IF weeksEntry NOT NUMERIC OR weeksEntry = "0"
       DISPLAY "Enter a number of weeks from 1 to 9"
       EXIT PARAGRAPH
    END-IF
    MOVE weeksEntry TO weeksWanted
    PERFORM FindLastWeek
    IF lastWeekStart = SPACES
       DISPLAY "First week of the plan (YYYYMMDD, Enter for this week)"
       MOVE SPACES TO dateEntry
       ACCEPT dateEntry
       IF dateEntry = SPACES
          MOVE thisMonday TO weekFull
       ELSE
          IF dateEntry NOT NUMERIC
             DISPLAY "Dates must be entered as YYYYMMDD"
             EXIT PARAGRAPH
          END-IF
          MOVE dateEntry TO weekFull
          COMPUTE weekFull = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(weekFull)
              - FUNCTION MOD(FUNCTION INTEGER-OF-DATE(weekFull) - 1, 7))
       END-IF
    ELSE
       MOVE lastWeekStart TO weekFull
       COMPUTE weekFull =
           FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(weekFull) + 7)
    END-IF
    MOVE ZERO TO weeksPlanned
    MOVE ZERO TO weeksSkipped
    PERFORM UNTIL weeksPlanned >= weeksWanted OR weeksSkipped > 20
       PERFORM CountHolidayDays
       IF holidayDays >= 5
          ADD 1 TO weeksSkipped
          DISPLAY "Week of " weekFull " skipped - school holiday"
       ELSE
          MOVE SPACES TO pacingPlanData
          MOVE teacherClassCode TO ppClassCode
          MOVE weekFull TO ppWeekStart
          MOVE objectiveEntry TO ppObjective
          MOVE teacherName TO ppSetBy
          WRITE pacingPlanData
              INVALID KEY DISPLAY "Could not store the week of " ppWeekStart
          END-WRITE
          ADD 1 TO weeksPlanned
       END-IF
       COMPUTE weekFull =
           FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(weekFull) + 7)
    END-PERFORM
    DISPLAY objectiveEntry " planned for " weeksPlanned " school week(s)".
CountHolidayDays.
    MOVE ZERO TO holidayDays
    IF calendarOpen = "N"
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING dayIndex FROM 0 BY 1 UNTIL dayIndex > 4
       COMPUTE dayFull =
           FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(weekFull) + dayIndex)
       MOVE dayFull TO calDate
       READ calendarFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF calType = "H"
                  ADD 1 TO holidayDays
               END-IF
       END-READ
    END-PERFORM.
ChangeOneWeek.
    DISPLAY "Start date of the week to change (YYYYMMDD, as shown in the plan)"
    ACCEPT dateEntry
    MOVE teacherClassCode TO ppClassCode
    MOVE dateEntry TO ppWeekStart
    MOVE "Y" TO recordExist
    READ pacingPlanFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    IF recordExist = "N"
       DISPLAY "No planned week starts on " dateEntry
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Currently planned: " ppObjective
    PERFORM AcceptObjective
    IF objectiveOk = "N"
       EXIT PARAGRAPH
    END-IF
    MOVE objectiveEntry TO ppObjective
    MOVE teacherName TO ppSetBy
    REWRITE pacingPlanData
        INVALID KEY DISPLAY "Could not change the plan"
        NOT INVALID KEY DISPLAY "Week of " ppWeekStart " now covers " ppObjective
    END-REWRITE.
ClearPlan.
    DISPLAY "Remove every planned week for class " teacherClassCode "? (Y/N)"
    ACCEPT confirmEntry
    IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
       DISPLAY "Plan kept"
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO removedCount
    MOVE teacherClassCode TO ppClassCode
    MOVE SPACES TO ppWeekStart
    MOVE "N" TO noMoreRecords
    START pacingPlanFile KEY IS >= ppKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ pacingPlanFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF ppClassCode NOT = teacherClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  DELETE pacingPlanFile
                      INVALID KEY CONTINUE
                      NOT INVALID KEY ADD 1 TO removedCount
                  END-DELETE
               END-IF
       END-READ
    END-PERFORM
    DISPLAY removedCount " planned week(s) removed".
