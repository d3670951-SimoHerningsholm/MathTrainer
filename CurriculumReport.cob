01 objectiveFound PIC X(1).
01 masteryPct PIC 9(3).
01 masteryMark PIC X(12).
01 classAccess PIC X(1).
LINKAGE SECTION.
01 reportTeacher PIC X(10).
PROCEDURE DIVISION USING reportTeacher.
CurriculumReportProcess.
    DISPLAY "=== Curriculum objective mastery report ==="
    DISPLAY "Enter the class code"
    ACCEPT classCodeEntry
    CALL 'CheckClassAccess' USING reportTeacher, classCodeEntry, classAccess
    IF classAccess = "N"
       DISPLAY "You are not on the staff of class " classCodeEntry
       EXIT PROGRAM
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
