       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckLockdown.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT lockdownsFile ASSIGN TO "lockdowns.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ldKey
    FILE STATUS IS lockdownsFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
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
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 lockdownsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 workClassCode PIC X(6).
LINKAGE SECTION.
01 lockdownPlayer PIC X(10).
01 lockdownClass PIC X(6).
01 lockdownActive PIC X(1).
01 lockdownRules.
       02 lockdownEndDate PIC X(8).
       02 lockdownNote PIC X(20).
       02 lockdownAllowedCount PIC 9(1).
       02 lockdownAllowedEntry OCCURS 6 TIMES.
           03 lockdownAllowedExercise PIC X(2).
           03 lockdownAllowedLevel PIC X(1).
PROCEDURE DIVISION USING lockdownPlayer, lockdownClass, lockdownActive, lockdownRules.
CheckLockdownProcess.
    MOVE "N" TO lockdownActive
    MOVE SPACES TO lockdownEndDate
    MOVE SPACES TO lockdownNote
    MOVE ZERO TO lockdownAllowedCount
    IF lockdownPlayer = "*GUEST*"
       EXIT PROGRAM
    END-IF
    MOVE lockdownClass TO workClassCode
    IF workClassCode = SPACES
       OPEN INPUT playersFile
       IF playersFileStatus NOT = "00"
          EXIT PROGRAM
       END-IF
       MOVE lockdownPlayer TO userName
       READ playersFile
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE classCode TO workClassCode
       END-READ
       CLOSE playersFile
    END-IF
    IF workClassCode = SPACES
       EXIT PROGRAM
    END-IF
    OPEN INPUT lockdownsFile
    IF lockdownsFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE workClassCode TO ldClassCode
    MOVE SPACES TO ldStartDate
    MOVE "N" TO noMoreRecords
    START lockdownsFile KEY IS >= ldKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ lockdownsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF ldClassCode NOT = workClassCode OR ldStartDate > todayDate
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF ldEndDate >= todayDate
                     MOVE "Y" TO lockdownActive
                     MOVE ldEndDate TO lockdownEndDate
                     MOVE ldNote TO lockdownNote
                     MOVE ldAllowedCount TO lockdownAllowedCount
                     MOVE ldAllowedEntry(1) TO lockdownAllowedEntry(1)
                     MOVE ldAllowedEntry(2) TO lockdownAllowedEntry(2)
                     MOVE ldAllowedEntry(3) TO lockdownAllowedEntry(3)
                     MOVE ldAllowedEntry(4) TO lockdownAllowedEntry(4)
                     MOVE ldAllowedEntry(5) TO lockdownAllowedEntry(5)
                     MOVE ldAllowedEntry(6) TO lockdownAllowedEntry(6)
                     MOVE "Y" TO noMoreRecords
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE lockdownsFile.
    EXIT PROGRAM.
