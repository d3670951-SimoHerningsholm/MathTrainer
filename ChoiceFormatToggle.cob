       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ChoiceFormatToggle.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT mcClassesFile ASSIGN TO "mcclasses.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mcClassCode
    FILE STATUS IS mcClassesFileStatus.
DATA DIVISION.
FILE SECTION.
FD mcClassesFile.
01 mcClassData.
       02 mcClassCode PIC X(6).
       02 mcEnabledDate PIC X(8).
WORKING-STORAGE SECTION.
01 mcClassesFileStatus PIC X(2).
01 classEntry PIC X(6).
01 classEnrolled PIC X(1).
LINKAGE SECTION.
01 toggleClassCode PIC X(6).
PROCEDURE DIVISION USING toggleClassCode.
ToggleProcess.
    OPEN I-O mcClassesFile
    IF mcClassesFileStatus = "35"
       OPEN OUTPUT mcClassesFile
       CLOSE mcClassesFile
       OPEN I-O mcClassesFile
    END-IF
    IF mcClassesFileStatus NOT = "00"
       DISPLAY "Could not open multiple-choice class file, status "
           mcClassesFileStatus
       EXIT PROGRAM
    END-IF
    MOVE toggleClassCode TO classEntry
    MOVE "Y" TO classEnrolled
    MOVE classEntry TO mcClassCode
    READ mcClassesFile
        INVALID KEY MOVE "N" TO classEnrolled
    END-READ
    IF classEnrolled = "Y"
       DELETE mcClassesFile
           INVALID KEY DISPLAY "Could not switch back to typed answers"
       END-DELETE
       DISPLAY "Typed answers restored for class " classEntry
    ELSE
       MOVE classEntry TO mcClassCode
       ACCEPT mcEnabledDate FROM DATE YYYYMMDD
       WRITE mcClassData
           INVALID KEY DISPLAY "Could not switch to multiple choice"
       END-WRITE
       DISPLAY "Multiple-choice answers enabled for class " classEntry
    END-IF
    CLOSE mcClassesFile.
    EXIT PROGRAM.
