       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. StaffUsageReport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT staffUsageFile ASSIGN TO "staffusage.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS staffUsageFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT reportFile ASSIGN TO DYNAMIC reportFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reportFileStatus.
DATA DIVISION.
FILE SECTION.
FD staffUsageFile.
01 staffUsageData.
       02 suDate PIC X(8).
       02 suTime PIC X(8).
       02 suUserName PIC X(10).
       02 suMenu PIC X(1).
       02 suOption PIC 9(2).
FD playersFile.
COPY PLAYERREC.
FD reportFile.
01 reportLine PIC X(80).
WORKING-STORAGE SECTION.
01 staffUsageFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 reportFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 reportYear PIC 9(4).
01 reportMonthNumber PIC 9(2).
01 reportPeriod PIC X(6).
01 periodLabel PIC X(7).
01 featureCount PIC 9(2) VALUE 47.
01 featureNames.
       02 FILLER PIC X(46) VALUE "List players in your class".
       02 FILLER PIC X(46) VALUE "Session statistics for your class".
       02 FILLER PIC X(46) VALUE "Look up a guardian contact".
       02 FILLER PIC X(46) VALUE "Homework assignments".
       02 FILLER PIC X(46) VALUE "Error-pattern report for a player".
       02 FILLER PIC X(46) VALUE "Set a weekly goal for a player".
       02 FILLER PIC X(46) VALUE "Term report cards for a class".
       02 FILLER PIC X(46) VALUE "Word problem question bank".
       02 FILLER PIC X(46) VALUE "Worksheet builder".
       02 FILLER PIC X(46) VALUE "Print a paper worksheet with answer key".
       02 FILLER PIC X(46) VALUE "Weekly time-on-task report".
       02 FILLER PIC X(46) VALUE "At-risk early-warning report".
       02 FILLER PIC X(46) VALUE "Exam transcript for a player".
       02 FILLER PIC X(46) VALUE "Hint-usage report".
       02 FILLER PIC X(46) VALUE "Curriculum objective mastery report".
       02 FILLER PIC X(46) VALUE "Send a message to a student or class".
       02 FILLER PIC X(46) VALUE "Class league table (print for the wall)".
       02 FILLER PIC X(46) VALUE "Reward fulfillment queue and low stock".
       02 FILLER PIC X(46) VALUE "Browse archived session history".
       02 FILLER PIC X(46) VALUE "Peer-tutoring pairing proposals".
       02 FILLER PIC X(46) VALUE "Key in paper worksheet results".
       02 FILLER PIC X(46) VALUE "Toggle the confidence prompt for your class".
       02 FILLER PIC X(46) VALUE "Confidence calibration report".
       02 FILLER PIC X(46) VALUE "Accommodation profiles (extended time)".
       02 FILLER PIC X(46) VALUE "Delegate class access to a substitute".
       02 FILLER PIC X(46) VALUE "Print the class mastery wall chart".
       02 FILLER PIC X(46) VALUE "Twelve-week trend view (for parent meetings)".
       02 FILLER PIC X(46) VALUE "Student profiles (real names)".
       02 FILLER PIC X(46) VALUE "Live class activity monitor".
       02 FILLER PIC X(46) VALUE "Classroom marks for report cards".
       02 FILLER PIC X(46) VALUE "Toggle multiple-choice answers for your class".
       02 FILLER PIC X(46) VALUE "Multiple-choice distractor report".
       02 FILLER PIC X(46) VALUE "Toggle worked solutions for your class".
       02 FILLER PIC X(46) VALUE "Times-table fact-fluency matrix".
       02 FILLER PIC X(46) VALUE "Intervention plans for at-risk students".
       02 FILLER PIC X(46) VALUE "Intervention effectiveness report".
       02 FILLER PIC X(46) VALUE "Observation notes and follow-ups".
       02 FILLER PIC X(46) VALUE "Scheduled assessments and results".
       02 FILLER PIC X(46) VALUE "Curriculum pacing plan".
       02 FILLER PIC X(46) VALUE "Class goals and contributor report".
       02 FILLER PIC X(46) VALUE "Issue a one-time password reset code".
       02 FILLER PIC X(46) VALUE "Print login cards for the class".
       02 FILLER PIC X(46) VALUE "Session-log query and extract".
       02 FILLER PIC X(46) VALUE "Report a problem to the help desk".
       02 FILLER PIC X(46) VALUE "Report subscriptions (weekly or monthly)".
       02 FILLER PIC X(46) VALUE "End-of-term awards nominations".
       02 FILLER PIC X(46) VALUE "Ability groups within the class".
01 featureNameTable REDEFINES featureNames.
       02 featureName PIC X(46) OCCURS 47 TIMES.
01 featureIndex PIC 9(2).
01 featureTotals.
       02 featureEntry OCCURS 47 TIMES.
           03 ftUses PIC 9(6).
           03 ftTeachers PIC 9(4).
01 staffTable.
       02 staffEntry OCCURS 300 TIMES.
           03 stfName PIC X(10).
           03 stfActions PIC 9(6).
           03 stfDays PIC 9(2).
           03 stfLastDate PIC X(8).
           03 stfFeatures PIC 9(2).
           03 stfUses PIC 9(5) OCCURS 47 TIMES.
01 staffCount PIC 9(3) VALUE ZERO.
01 staffIndex PIC 9(3).
01 staffFound PIC X(1).
01 actionsRead PIC 9(7) VALUE ZERO.
01 unusedCount PIC 9(2) VALUE ZERO.
01 idleCount PIC 9(3) VALUE ZERO.
01 activeCount PIC 9(3) VALUE ZERO.
01 usesDisp PIC ZZZZZ9.
01 teachersDisp PIC ZZZ9.
01 daysDisp PIC Z9.
01 featuresDisp PIC Z9.
01 spoolType PIC X(12) VALUE "STAFFUSAGE".
01 spoolSubject PIC X(10).
PROCEDURE DIVISION.
StaffUsageProcess.
    DISPLAY "=== Monthly staff usage report ==="
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate(1:4) TO reportYear
    MOVE todayDate(5:2) TO reportMonthNumber
    IF reportMonthNumber = 1
       SUBTRACT 1 FROM reportYear
       MOVE 12 TO reportMonthNumber
    ELSE
       SUBTRACT 1 FROM reportMonthNumber
    END-IF
    MOVE SPACES TO reportPeriod
    STRING reportYear reportMonthNumber DELIMITED BY SIZE INTO reportPeriod
    END-STRING
    MOVE SPACES TO periodLabel
    STRING reportYear "-" reportMonthNumber DELIMITED BY SIZE INTO periodLabel
    END-STRING
    INITIALIZE featureTotals
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM LoadTeachers
    CLOSE playersFile
    OPEN INPUT staffUsageFile
    IF staffUsageFileStatus = "00"
       MOVE "N" TO noMoreRecords
       PERFORM UNTIL noMoreRecords = "Y"
          READ staffUsageFile
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END
                  IF suDate(1:6) = reportPeriod AND suMenu = "T"
                          AND suOption >= 1 AND suOption <= featureCount
                     PERFORM CountOneAction
                  END-IF
          END-READ
       END-PERFORM
       CLOSE staffUsageFile
    ELSE
       DISPLAY "No staff usage recorded yet, status " staffUsageFileStatus
    END-IF
    PERFORM VARYING staffIndex FROM 1 BY 1 UNTIL staffIndex > staffCount
       PERFORM VARYING featureIndex FROM 1 BY 1 UNTIL featureIndex > featureCount
          IF stfUses(staffIndex, featureIndex) > ZERO
             ADD 1 TO stfFeatures(staffIndex)
             ADD 1 TO ftTeachers(featureIndex)
          END-IF
       END-PERFORM
    END-PERFORM
    MOVE SPACES TO reportFileName
    STRING "staffusage_" reportPeriod ".txt" DELIMITED BY SIZE
        INTO reportFileName
    END-STRING
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not create " FUNCTION TRIM(reportFileName)
           ", status " reportFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE SPACES TO reportLine
    STRING "STAFF USAGE REPORT - " periodLabel " - teacher menu actions"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    PERFORM WriteByTeacher
    PERFORM WriteByFeature
    PERFORM WriteUnusedFeatures
    CLOSE reportFile
    MOVE periodLabel TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, reportFileName
    DISPLAY "Period " periodLabel ": " actionsRead " action(s), " activeCount
        " active teacher(s), " idleCount " idle, " unusedCount " unused feature(s)".
    GOBACK.
LoadTeachers.
    MOVE LOW-VALUES TO userName
    MOVE "N" TO noMoreRecords
    START playersFile KEY IS >= userName
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF roleFlag = "T" AND staffCount < 300
                  ADD 1 TO staffCount
                  INITIALIZE staffEntry(staffCount)
                  MOVE userName TO stfName(staffCount)
               END-IF
       END-READ
    END-PERFORM.
CountOneAction.
    MOVE "N" TO staffFound
    PERFORM VARYING staffIndex FROM 1 BY 1
            UNTIL staffIndex > staffCount OR staffFound = "Y"
       IF stfName(staffIndex) = suUserName
          MOVE "Y" TO staffFound
       END-IF
    END-PERFORM
    IF staffFound = "Y"
       SUBTRACT 1 FROM staffIndex
    ELSE
       IF staffCount >= 300
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO staffCount
       INITIALIZE staffEntry(staffCount)
       MOVE suUserName TO stfName(staffCount)
       MOVE staffCount TO staffIndex
    END-IF
    ADD 1 TO actionsRead
    ADD 1 TO stfActions(staffIndex)
    ADD 1 TO stfUses(staffIndex, suOption)
    ADD 1 TO ftUses(suOption)
    IF suDate NOT = stfLastDate(staffIndex)
       ADD 1 TO stfDays(staffIndex)
       MOVE suDate TO stfLastDate(staffIndex)
    END-IF.
WriteByTeacher.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "BY TEACHER (actions, days active, features used)" TO reportLine
    WRITE reportLine
    PERFORM VARYING staffIndex FROM 1 BY 1 UNTIL staffIndex > staffCount
       IF stfActions(staffIndex) > ZERO
          ADD 1 TO activeCount
          PERFORM WriteOneTeacher
       END-IF
    END-PERFORM
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "TEACHERS WITH NO RECORDED USE THIS MONTH" TO reportLine
    WRITE reportLine
    PERFORM VARYING staffIndex FROM 1 BY 1 UNTIL staffIndex > staffCount
       IF stfActions(staffIndex) = ZERO
          ADD 1 TO idleCount
          MOVE SPACES TO reportLine
          STRING "  " stfName(staffIndex) DELIMITED BY SIZE INTO reportLine
          END-STRING
          WRITE reportLine
       END-IF
    END-PERFORM
    IF idleCount = ZERO
       MOVE "  none - every teacher used the system" TO reportLine
       WRITE reportLine
    END-IF.
WriteOneTeacher.
    MOVE stfActions(staffIndex) TO usesDisp
    MOVE stfDays(staffIndex) TO daysDisp
    MOVE stfFeatures(staffIndex) TO featuresDisp
    MOVE SPACES TO reportLine
    STRING stfName(staffIndex) "  " usesDisp " action(s)  " daysDisp " day(s)  "
           featuresDisp " feature(s)"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    PERFORM VARYING featureIndex FROM 1 BY 1 UNTIL featureIndex > featureCount
       IF stfUses(staffIndex, featureIndex) > ZERO
          MOVE stfUses(staffIndex, featureIndex) TO usesDisp
          MOVE SPACES TO reportLine
          STRING "    " featureIndex " " featureName(featureIndex) " " usesDisp
              DELIMITED BY SIZE INTO reportLine
          END-STRING
          WRITE reportLine
       END-IF
    END-PERFORM.
WriteByFeature.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "BY FEATURE (uses, teachers)" TO reportLine
    WRITE reportLine
    PERFORM VARYING featureIndex FROM 1 BY 1 UNTIL featureIndex > featureCount
       IF ftUses(featureIndex) > ZERO
          MOVE ftUses(featureIndex) TO usesDisp
          MOVE ftTeachers(featureIndex) TO teachersDisp
          MOVE SPACES TO reportLine
          STRING featureIndex " " featureName(featureIndex) " " usesDisp " "
                 teachersDisp
              DELIMITED BY SIZE INTO reportLine
          END-STRING
          WRITE reportLine
       END-IF
    END-PERFORM.
WriteUnusedFeatures.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "FEATURES NOBODY USED THIS MONTH (training-day candidates)" TO reportLine
    WRITE reportLine
    PERFORM VARYING featureIndex FROM 1 BY 1 UNTIL featureIndex > featureCount
       IF ftUses(featureIndex) = ZERO
          ADD 1 TO unusedCount
          MOVE SPACES TO reportLine
          STRING featureIndex " " featureName(featureIndex)
              DELIMITED BY SIZE INTO reportLine
          END-STRING
          WRITE reportLine
       END-IF
    END-PERFORM
    IF unusedCount = ZERO
       MOVE "  none - every feature was used at least once" TO reportLine
       WRITE reportLine
    END-IF.
