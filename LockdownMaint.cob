       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LockdownMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT lockdownsFile ASSIGN TO "lockdowns.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ldKey
    FILE STATUS IS lockdownsFileStatus.
DATA DIVISION.
FILE SECTION.
FD lockdownsFile.
01 lockdownData.
       02 ldKey.
           03 ldClassCode PIC X(6).
           03 ldStartDate PIC X(8).
       02 ldEndDate PIC X(8).
       02 ldNote PIC X(20).
       02 ldAllowedCount PIC 9(1).
       02 ldAllowedEntry OCCURS 6 TIMES.
           03 ldAllowedExercise PIC X(2).
           03 ldAllowedLevel PIC X(1).
       02 ldSetBy PIC X(10).
WORKING-STORAGE SECTION.
01 lockdownsFileStatus PIC X(2).
01 lockdownChoice PIC X(1).
       88 validLockdownChoice VALUES ARE 1 THRU 3.
       88 validLockdownExitChoice VALUE 0.
01 runLockdownMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 recordExist PIC X(1).
01 listedCount PIC 9(4).
01 classCodeEntry PIC X(6).
01 dateEntry PIC X(8).
01 todayDate PIC X(8).
01 statusText PIC X(8).
01 allowedIndex PIC 9(1).
01 allowedLine PIC X(60).
01 linePointer PIC 9(3).
01 entryExercise PIC X(2).
       88 validLockdownExercise VALUES ARE "1 ", "2 ", "3 ", "4 ", "5 ",
           "6 ", "7 ", "8 ", "9 ", "12", "18", "19", "20", "21", "22",
           "26", "27", "28", "29", "30", "31".
01 entryLevel PIC X(1).
       88 validLockdownLevel VALUES ARE "1", "2", "3", "4", "*".
01 entryDone PIC X(1).
01 confirmEntry PIC X(1).
01 securityAccount PIC X(10).
01 securityEvent PIC X(12).
LINKAGE SECTION.
01 adminActor PIC X(10).
PROCEDURE DIVISION USING adminActor.
LockdownMaintProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    OPEN I-O lockdownsFile
    IF lockdownsFileStatus = "35"
       OPEN OUTPUT lockdownsFile
       CLOSE lockdownsFile
       OPEN I-O lockdownsFile
    END-IF
    IF lockdownsFileStatus NOT = "00"
       DISPLAY "Could not open lockdown calendar, status " lockdownsFileStatus
       EXIT PROGRAM
    END-IF
    PERFORM UNTIL runLockdownMenu = "N"
       DISPLAY "=== Exam-period lockdown calendar ==="
       DISPLAY "1: List lockdown windows"
       DISPLAY "2: Add a lockdown window for a class"
       DISPLAY "3: Remove a lockdown window"
       DISPLAY "0: Return"
       ACCEPT lockdownChoice
       EVALUATE TRUE
           WHEN validLockdownChoice
               EVALUATE lockdownChoice
                   WHEN "1" PERFORM ListLockdowns
                   WHEN "2" PERFORM AddLockdown
                   WHEN "3" PERFORM RemoveLockdown
               END-EVALUATE
           WHEN validLockdownExitChoice
               MOVE "N" TO runLockdownMenu
           WHEN OTHER
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE lockdownsFile.
    EXIT PROGRAM.
ListLockdowns.
    DISPLAY "Enter a class code, or press Enter for every class"
    MOVE SPACES TO classCodeEntry
    ACCEPT classCodeEntry
    MOVE ZERO TO listedCount
    MOVE classCodeEntry TO ldClassCode
    MOVE SPACES TO ldStartDate
    MOVE "N" TO noMoreRecords
    START lockdownsFile KEY IS >= ldKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ lockdownsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF classCodeEntry NOT = SPACES AND ldClassCode NOT = classCodeEntry
                  MOVE "Y" TO noMoreRecords
               ELSE
                  PERFORM DisplayOneLockdown
               END-IF
       END-READ
    END-PERFORM
    IF listedCount = ZERO
       DISPLAY "No lockdown windows are on the calendar"
    END-IF.
DisplayOneLockdown.
    ADD 1 TO listedCount
    EVALUATE TRUE
        WHEN todayDate < ldStartDate MOVE "planned" TO statusText
        WHEN todayDate > ldEndDate MOVE "ended" TO statusText
        WHEN OTHER MOVE "ACTIVE" TO statusText
    END-EVALUATE
    DISPLAY ldClassCode " " ldStartDate " to " ldEndDate " " statusText " - "
        ldNote " (set by " ldSetBy ")"
    MOVE SPACES TO allowedLine
    MOVE 1 TO linePointer
    STRING "       allowed:" DELIMITED BY SIZE
        INTO allowedLine WITH POINTER linePointer
    END-STRING
    IF ldAllowedCount = ZERO
       STRING " nothing" DELIMITED BY SIZE
           INTO allowedLine WITH POINTER linePointer
       END-STRING
    END-IF
    PERFORM VARYING allowedIndex FROM 1 BY 1 UNTIL allowedIndex > ldAllowedCount
       STRING " ex " FUNCTION TRIM(ldAllowedExercise(allowedIndex))
              " lvl " ldAllowedLevel(allowedIndex) ";" DELIMITED BY SIZE
           INTO allowedLine WITH POINTER linePointer
       END-STRING
    END-PERFORM
    DISPLAY allowedLine.
AddLockdown.
    MOVE SPACES TO lockdownData
    DISPLAY "Enter the class code"
    ACCEPT ldClassCode
    IF ldClassCode = SPACES
       DISPLAY "A class code is required"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "First day of the lockdown (YYYYMMDD)"
    ACCEPT ldStartDate
    DISPLAY "Last day of the lockdown (YYYYMMDD)"
    ACCEPT ldEndDate
    IF ldStartDate NOT NUMERIC OR ldEndDate NOT NUMERIC
            OR ldStartDate > ldEndDate
       DISPLAY "The window must be two dates in order"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Short note (e.g. national test week)"
    ACCEPT ldNote
    MOVE ZERO TO ldAllowedCount
    MOVE "N" TO entryDone
    DISPLAY "Name the exercises that stay available (up to 6)"
    DISPLAY "Exercise codes as on the student menu, e.g. 1 Addition, 12 Word problems"
    PERFORM UNTIL entryDone = "Y" OR ldAllowedCount >= 6
       DISPLAY "Exercise code (Enter when finished)"
       MOVE SPACES TO entryExercise
       ACCEPT entryExercise
       IF entryExercise = SPACES
          MOVE "Y" TO entryDone
       ELSE
          IF validLockdownExercise
             DISPLAY "Level 1-4, or * for every level"
             ACCEPT entryLevel
             IF validLockdownLevel
                ADD 1 TO ldAllowedCount
                MOVE entryExercise TO ldAllowedExercise(ldAllowedCount)
                MOVE entryLevel TO ldAllowedLevel(ldAllowedCount)
             ELSE
                DISPLAY "The level must be 1 through 4 or *"
             END-IF
          ELSE
             DISPLAY "That is not a practice exercise code"
          END-IF
       END-IF
    END-PERFORM
    MOVE adminActor TO ldSetBy
    WRITE lockdownData
        INVALID KEY
            DISPLAY "A lockdown for " ldClassCode " starting " ldStartDate
                " is already on the calendar"
        NOT INVALID KEY
            DISPLAY "Lockdown stored for class " ldClassCode " from " ldStartDate
                " to " ldEndDate
            MOVE ldClassCode TO securityAccount
            MOVE "LOCKDOWNSET" TO securityEvent
            CALL 'LogSecurityEvent' USING securityAccount, adminActor, securityEvent
    END-WRITE.
RemoveLockdown.
    DISPLAY "Enter the class code"
    ACCEPT classCodeEntry
    DISPLAY "First day of the lockdown to remove (YYYYMMDD)"
    ACCEPT dateEntry
    MOVE classCodeEntry TO ldClassCode
    MOVE dateEntry TO ldStartDate
    MOVE "Y" TO recordExist
    READ lockdownsFile
        INVALID KEY MOVE "N" TO recordExist
    END-READ
    IF recordExist = "N"
       DISPLAY "No lockdown for " classCodeEntry " starting " dateEntry
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO listedCount
    PERFORM DisplayOneLockdown
    DISPLAY "Remove this lockdown window? (Y/N)"
    ACCEPT confirmEntry
    IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
       DISPLAY "Lockdown kept"
       EXIT PARAGRAPH
    END-IF
    DELETE lockdownsFile
        INVALID KEY DISPLAY "Could not remove the lockdown"
        NOT INVALID KEY
            DISPLAY "Lockdown removed"
            MOVE ldClassCode TO securityAccount
            MOVE "LOCKDOWNDEL" TO securityEvent
            CALL 'LogSecurityEvent' USING securityAccount, adminActor, securityEvent
    END-DELETE.
