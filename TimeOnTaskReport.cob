       02 rlExercise PIC X(15).
       02 rlLevel PIC X(1).
       02 rlQuestions PIC 9(2).
       02 rlTerminal PIC X(8).
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 classIndex PIC 9(2).
01 classFound PIC X(1).
01 classMinutes PIC 9(7).
01 groupEntry PIC X(10) VALUE SPACES.
01 groupClassCode PIC X(6).
01 groupFound PIC X(1).
01 groupMember PIC X(1).
01 memberToDate PIC X(8).
01 groupSeconds PIC 9(9) VALUE ZERO.
01 classAccess PIC X(1).
LINKAGE SECTION.
01 reportTeacher PIC X(10).
PROCEDURE DIVISION USING reportTeacher.
TimeOnTaskProcess.
    DISPLAY "=== Weekly time-on-task report ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    COMPUTE cutoffFull =
        FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) - 7)
    DISPLAY "Group code (Enter for all classes)"
    ACCEPT groupEntry
    IF groupEntry NOT = SPACES
       CALL 'ValidateGroup' USING groupEntry, groupClassCode, groupFound
       IF groupFound NOT = "Y"
          DISPLAY "No group " groupEntry
          EXIT PROGRAM
       END-IF
       CALL 'CheckClassAccess' USING reportTeacher, groupClassCode, classAccess
       IF classAccess = "N"
          DISPLAY "You are not on the staff of class " groupClassCode
          EXIT PROGRAM
       END-IF
    END-IF
    OPEN INPUT runLogFile
    IF runLogFileStatus NOT = "00"
       DISPLAY "No run-level session records exist yet, status " runLogFileStatus
       MOVE ZERO TO userRuns
    END-IF
    MOVE rlDate TO recordFull
    MOVE "Y" TO groupMember
    IF groupEntry NOT = SPACES AND recordFull >= cutoffFull
       MOVE rlDate TO memberToDate
       CALL 'CheckGroupMember' USING groupEntry, rlUserName, rlDate, memberToDate,
           groupMember
    END-IF
    IF recordFull >= cutoffFull AND groupMember = "Y"
       MOVE rlStartTime TO startStamp
       MOVE rlEndTime TO endStamp
       COMPUTE runSeconds = (endHH * 3600 + endMM * 60 + endSS)
DisplayUserMinutes.
    IF userRuns > ZERO
       COMPUTE userMinutes ROUNDED = userSeconds / 60
       IF groupEntry = SPACES
          PERFORM LookupUserClass
          DISPLAY currentUser " (class " currentClass ") - " userMinutes
              " minute(s) over " userRuns " run(s) this week"
          PERFORM AddToClassMinutes
       ELSE
          DISPLAY currentUser " (group " FUNCTION TRIM(groupEntry) ") - " userMinutes
              " minute(s) over " userRuns " run(s) this week"
          ADD userSeconds TO groupSeconds
       END-IF
    END-IF.
LookupUserClass.
    MOVE SPACES TO currentClass
    END-IF.
DisplayClassMinutes.
    DISPLAY " "
    IF groupEntry NOT = SPACES
       COMPUTE classMinutes ROUNDED = groupSeconds / 60
       DISPLAY "=== Weekly time-on-task for group " FUNCTION TRIM(groupEntry)
           " (class " groupClassCode ") ==="
       DISPLAY classMinutes " minute(s) while in the group"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "=== Weekly time-on-task per class ==="
    PERFORM VARYING classIndex FROM 1 BY 1 UNTIL classIndex > classCount
       COMPUTE classMinutes ROUNDED = classSeconds(classIndex) / 60
