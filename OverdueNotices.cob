       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OverdueNotices.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT assignmentsFile ASSIGN TO "assignments.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS asgKey
    FILE STATUS IS assignmentsFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT sessionLogFile ASSIGN TO "sessionlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS slKeyGroup
    ALTERNATE RECORD KEY IS slUserName WITH DUPLICATES
    ALTERNATE RECORD KEY IS slDate WITH DUPLICATES
    FILE STATUS IS sessionLogFileStatus.
SELECT guardianLinksFile ASSIGN TO "guardianlinks.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS glKey
    FILE STATUS IS guardianLinksFileStatus.
SELECT guardianFile ASSIGN TO "guardians.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS guardianUserName
    FILE STATUS IS guardianFileStatus.
SELECT overdueNoticesFile ASSIGN TO "overduenotices.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS onKey
    FILE STATUS IS overdueNoticesFileStatus.
SELECT noticeFile ASSIGN TO DYNAMIC noticeFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS noticeFileStatus.
DATA DIVISION.
FILE SECTION.
FD assignmentsFile.
01 assignmentData.
       02 asgKey.
           03 asgClassCode PIC X(6).
           03 asgSeq PIC 9(3).
       02 asgExercise PIC X(2).
       02 asgLevel PIC X(1).
       02 asgQuestionCount PIC 9(2).
       02 asgDueDate PIC X(8).
       02 asgCreatedDate PIC X(8).
       02 asgOpenFlag PIC X(1).
       02 asgRegroup PIC X(1).
       02 asgGroup PIC X(10).
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
COPY SESSIONREC.
FD guardianLinksFile.
01 guardianLinkData.
       02 glKey.
           03 glGuardianId PIC X(10).
           03 glStudent PIC X(10).
FD guardianFile.
01 guardianData.
       02 guardianUserName PIC X(10).
       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD overdueNoticesFile.
01 overdueNoticeData.
       02 onKey.
           03 onGuardianId PIC X(10).
           03 onStudent PIC X(10).
           03 onClassCode PIC X(6).
           03 onSeq PIC 9(3).
       02 onQueuedDate PIC X(8).
       02 onDoneCount PIC 9(2).
FD noticeFile.
01 noticeLine PIC X(80).
WORKING-STORAGE SECTION.
01 assignmentsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 guardianLinksFileStatus PIC X(2).
01 guardianFileStatus PIC X(2).
01 overdueNoticesFileStatus PIC X(2).
01 noticeFileStatus PIC X(2).
01 noticeFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 noMoreAssignments PIC X(1).
01 noMoreLinks PIC X(1).
01 noMoreLogRecords PIC X(1).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 cutoffFull PIC 9(8).
01 cutoffDate PIC X(8).
01 overdueDays PIC 9(3) VALUE 3.
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 studentName PIC X(10).
01 studentClassCode PIC X(6).
01 studentFullName PIC X(30).
01 asgExerciseName PIC X(15).
01 doneCount PIC 9(4).
01 consentKind PIC X(1) VALUE "L".
01 consentFlag PIC X(1).
01 noticeExists PIC X(1).
01 spoolType PIC X(12) VALUE "OVERDUE".
01 spoolSubject PIC X(10).
01 studentsChecked PIC 9(5) VALUE ZERO.
01 overdueFound PIC 9(5) VALUE ZERO.
01 noticesQueued PIC 9(5) VALUE ZERO.
01 alreadyQueued PIC 9(5) VALUE ZERO.
01 noConsentCount PIC 9(5) VALUE ZERO.
01 noGuardianCount PIC 9(5) VALUE ZERO.
01 guardiansForStudent PIC 9(3).
01 effectiveDueDate PIC X(8).
01 excusedCount PIC 9(5) VALUE ZERO.
01 memberFromDate PIC X(8).
01 memberToDate PIC X(8).
01 groupMember PIC X(1).
PROCEDURE DIVISION.
OverdueNoticesProcess.
    DISPLAY "=== Overdue homework notices ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE "OVERDUEDAYS" TO paramName
    MOVE 3 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO overdueDays
    MOVE todayDate TO todayFull
    COMPUTE cutoffFull =
        FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) - overdueDays)
    MOVE cutoffFull TO cutoffDate
    OPEN INPUT assignmentsFile
    IF assignmentsFileStatus NOT = "00"
       DISPLAY "No assignments on file, status " assignmentsFileStatus
       GOBACK
    END-IF
    OPEN INPUT guardianLinksFile
    IF guardianLinksFileStatus NOT = "00"
       DISPLAY "No guardian links on file, status " guardianLinksFileStatus
       CLOSE assignmentsFile
       GOBACK
    END-IF
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       CLOSE guardianLinksFile
       CLOSE assignmentsFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "Could not open session log file, status " sessionLogFileStatus
       CLOSE playersFile
       CLOSE guardianLinksFile
       CLOSE assignmentsFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN I-O overdueNoticesFile
    IF overdueNoticesFileStatus = "35"
       OPEN OUTPUT overdueNoticesFile
       CLOSE overdueNoticesFile
       OPEN I-O overdueNoticesFile
    END-IF
    IF overdueNoticesFileStatus NOT = "00"
       DISPLAY "Could not open overduenotices.txt, status " overdueNoticesFileStatus
       CLOSE sessionLogFile
       CLOSE playersFile
       CLOSE guardianLinksFile
       CLOSE assignmentsFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN INPUT guardianFile
    DISPLAY "Assignments due on or before " cutoffDate " (" overdueDays
        " day(s) ago) are checked"
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF roleFlag NOT = "T" AND classCode NOT = SPACES
                  PERFORM CheckOneStudent
               END-IF
       END-READ
    END-PERFORM
    IF guardianFileStatus = "00"
       CLOSE guardianFile
    END-IF
    CLOSE overdueNoticesFile
    CLOSE sessionLogFile
    CLOSE playersFile
    CLOSE guardianLinksFile
    CLOSE assignmentsFile
    DISPLAY studentsChecked " student(s) checked, " overdueFound
        " overdue assignment(s) found, " excusedCount " not yet due after days off"
    DISPLAY noticesQueued " notice(s) queued, " alreadyQueued " already sent, "
        noConsentCount " withheld for consent, " noGuardianCount " with no linked guardian".
    GOBACK.
CheckOneStudent.
    ADD 1 TO studentsChecked
    MOVE userName TO studentName
    MOVE classCode TO studentClassCode
    MOVE studentClassCode TO asgClassCode
    MOVE ZERO TO asgSeq
    MOVE "N" TO noMoreAssignments
    START assignmentsFile KEY IS >= asgKey
        INVALID KEY MOVE "Y" TO noMoreAssignments
    END-START
    PERFORM UNTIL noMoreAssignments = "Y"
       READ assignmentsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreAssignments
           NOT AT END
               IF asgClassCode NOT = studentClassCode
                  MOVE "Y" TO noMoreAssignments
               ELSE
                  IF asgOpenFlag = "Y" AND asgDueDate <= cutoffDate
                          AND asgCreatedDate <= asgDueDate
                     PERFORM CheckOneAssignment
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
CheckOneAssignment.
    IF asgGroup NOT = SPACES
       MOVE asgCreatedDate TO memberFromDate
       MOVE asgCreatedDate TO memberToDate
       CALL 'CheckGroupMember' USING asgGroup, studentName, memberFromDate,
           memberToDate, groupMember
       IF groupMember NOT = "Y"
          EXIT PARAGRAPH
       END-IF
    END-IF
    CALL 'ExcusedDueDate' USING studentName, asgCreatedDate, asgDueDate,
        effectiveDueDate
    IF effectiveDueDate > cutoffDate
       ADD 1 TO excusedCount
       EXIT PARAGRAPH
    END-IF
    PERFORM MapAssignmentExerciseName
    PERFORM CountAssignmentWork
    IF doneCount >= asgQuestionCount
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO overdueFound
    CALL 'GetConsent' USING studentName, consentKind, consentFlag
    IF consentFlag = "N"
       ADD 1 TO noConsentCount
       EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO guardiansForStudent
    MOVE "N" TO noMoreLinks
    MOVE LOW-VALUES TO glKey
    START guardianLinksFile KEY IS >= glKey
        INVALID KEY MOVE "Y" TO noMoreLinks
    END-START
    PERFORM UNTIL noMoreLinks = "Y"
       READ guardianLinksFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLinks
           NOT AT END
               IF glStudent = studentName
                  ADD 1 TO guardiansForStudent
                  PERFORM QueueOneNotice
               END-IF
       END-READ
    END-PERFORM
    IF guardiansForStudent = ZERO
       ADD 1 TO noGuardianCount
    END-IF.
QueueOneNotice.
    MOVE glGuardianId TO onGuardianId
    MOVE studentName TO onStudent
    MOVE asgClassCode TO onClassCode
    MOVE asgSeq TO onSeq
    MOVE "Y" TO noticeExists
    READ overdueNoticesFile
        INVALID KEY MOVE "N" TO noticeExists
    END-READ
    IF noticeExists = "Y"
       ADD 1 TO alreadyQueued
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO noticeFileName
    STRING "overdue_" FUNCTION TRIM(glGuardianId) "_" FUNCTION TRIM(studentName)
           "_" asgSeq ".txt" DELIMITED BY SIZE
        INTO noticeFileName
    END-STRING
    OPEN OUTPUT noticeFile
    IF noticeFileStatus NOT = "00"
       DISPLAY "Could not open notice file " noticeFileName
           ", status " noticeFileStatus
       EXIT PARAGRAPH
    END-IF
    PERFORM WriteNoticeText
    CLOSE noticeFile
    MOVE glGuardianId TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, noticeFileName
    CALL 'EnqueueDelivery' USING spoolType, spoolSubject, noticeFileName
    MOVE glGuardianId TO onGuardianId
    MOVE studentName TO onStudent
    MOVE asgClassCode TO onClassCode
    MOVE asgSeq TO onSeq
    MOVE todayDate TO onQueuedDate
    MOVE doneCount TO onDoneCount
    WRITE overdueNoticeData
        INVALID KEY DISPLAY "Could not record notice for " studentName
    END-WRITE
    ADD 1 TO noticesQueued.
WriteNoticeText.
    CALL 'GetStudentName' USING studentName, studentFullName
    MOVE "N" TO noticeExists
    IF guardianFileStatus = "00"
       MOVE glGuardianId TO guardianUserName
       MOVE "Y" TO noticeExists
       READ guardianFile
           INVALID KEY MOVE "N" TO noticeExists
       END-READ
    END-IF
    MOVE SPACES TO noticeLine
    IF noticeExists = "Y" AND guardianName NOT = SPACES
       STRING "Dear " FUNCTION TRIM(guardianName) "," DELIMITED BY SIZE
           INTO noticeLine
       END-STRING
    ELSE
       MOVE "Dear parent or guardian," TO noticeLine
    END-IF
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    STRING "Homework set for " FUNCTION TRIM(studentFullName)
        " (" FUNCTION TRIM(studentName) ") is overdue." DELIMITED BY SIZE
        INTO noticeLine
    END-STRING
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    STRING "  Exercise: " FUNCTION TRIM(asgExerciseName) " level " asgLevel
        DELIMITED BY SIZE INTO noticeLine
    END-STRING
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    IF effectiveDueDate NOT = asgDueDate
       STRING "  Due date: " effectiveDueDate " (moved from " asgDueDate
           " for days off school)" DELIMITED BY SIZE INTO noticeLine
       END-STRING
    ELSE
       STRING "  Due date: " asgDueDate DELIMITED BY SIZE INTO noticeLine
       END-STRING
    END-IF
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    STRING "  Completed: " doneCount " of " asgQuestionCount " questions"
        DELIMITED BY SIZE INTO noticeLine
    END-STRING
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    WRITE noticeLine
    MOVE "The assignment can still be finished from the practice menu." TO noticeLine
    WRITE noticeLine
    MOVE SPACES TO noticeLine
    WRITE noticeLine
    MOVE "Kind regards," TO noticeLine
    WRITE noticeLine
    MOVE "The Math Trainer team" TO noticeLine
    WRITE noticeLine.
CountAssignmentWork.
    MOVE ZERO TO doneCount
    MOVE "N" TO noMoreLogRecords
    MOVE studentName TO slUserName
    START sessionLogFile KEY IS = slUserName
        INVALID KEY MOVE "Y" TO noMoreLogRecords
    END-START
    PERFORM UNTIL noMoreLogRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreLogRecords
           NOT AT END
               IF slUserName NOT = studentName
                  MOVE "Y" TO noMoreLogRecords
               ELSE
                  IF slExercise = asgExerciseName AND slLevel = asgLevel
                          AND slResult NOT = "H"
                          AND slDate >= asgCreatedDate
                          AND slDate <= effectiveDueDate
                     ADD 1 TO doneCount
                  END-IF
               END-IF
       END-READ
    END-PERFORM.
MapAssignmentExerciseName.
    EVALUATE asgExercise
        WHEN "1 " MOVE "ADDITION" TO asgExerciseName
        WHEN "2 " MOVE "SUBTRACTION" TO asgExerciseName
        WHEN "3 " MOVE "MULTIPLICATION" TO asgExerciseName
        WHEN "4 " MOVE "DIVISION" TO asgExerciseName
        WHEN "5 " MOVE "SQUARE" TO asgExerciseName
        WHEN "6 " MOVE "SQUAREROOT" TO asgExerciseName
        WHEN "7 " MOVE "CUBE" TO asgExerciseName
        WHEN "8 " MOVE "CUBEROOT" TO asgExerciseName
        WHEN "9 " MOVE "PERCENTAGE" TO asgExerciseName
        WHEN "12" MOVE "WORDPROBLEM" TO asgExerciseName
        WHEN "18" MOVE "FRACTION" TO asgExerciseName
        WHEN "19" MOVE "MIXEDOP" TO asgExerciseName
        WHEN OTHER MOVE SPACES TO asgExerciseName
    END-EVALUATE.
