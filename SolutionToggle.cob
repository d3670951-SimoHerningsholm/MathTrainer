       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SolutionToggle.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT solClassesFile ASSIGN TO "solclasses.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS solClassCode
    FILE STATUS IS solClassesFileStatus.
DATA DIVISION.
FILE SECTION.
FD solClassesFile.
01 solClassData.
       02 solClassCode PIC X(6).
       02 solEnabledDate PIC X(8).
WORKING-STORAGE SECTION.
01 solClassesFileStatus PIC X(2).
01 classEntry PIC X(6).
01 classEnrolled PIC X(1).
LINKAGE SECTION.
01 toggleClassCode PIC X(6).
PROCEDURE DIVISION USING toggleClassCode.
ToggleProcess.
    OPEN I-O solClassesFile
    IF solClassesFileStatus = "35"
       OPEN OUTPUT solClassesFile
       CLOSE solClassesFile
       OPEN I-O solClassesFile
    END-IF
    IF solClassesFileStatus NOT = "00"
       DISPLAY "Could not open worked-solution class file, status "
           solClassesFileStatus
       EXIT PROGRAM
    END-IF
    MOVE toggleClassCode TO classEntry
    MOVE "Y" TO classEnrolled
    MOVE classEntry TO solClassCode
    READ solClassesFile
        INVALID KEY MOVE "N" TO classEnrolled
    END-READ
    IF classEnrolled = "Y"
       DELETE solClassesFile
           INVALID KEY DISPLAY "Could not switch worked solutions off"
       END-DELETE
       DISPLAY "Worked solutions switched off for class " classEntry
    ELSE
       MOVE classEntry TO solClassCode
       ACCEPT solEnabledDate FROM DATE YYYYMMDD
       WRITE solClassData
           INVALID KEY DISPLAY "Could not switch worked solutions on"
       END-WRITE
       DISPLAY "Worked solutions switched on for class " classEntry
    END-IF
    CLOSE solClassesFile.
    EXIT PROGRAM.
