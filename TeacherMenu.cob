    ACCESS MODE IS DYNAMIC
    RECORD KEY IS clsCode
    FILE STATUS IS classesFileStatus.
SELECT classStaffFile ASSIGN TO "classstaff.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS csKey
    ALTERNATE RECORD KEY IS csTeacher WITH DUPLICATES
    FILE STATUS IS classStaffFileStatus.
DATA DIVISION.
FILE SECTION.
FD playersFile.
       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD guardianLinksFile.
01 guardianLinkData.
       02 glKey.
       02 clsName PIC X(20).
       02 clsTeacher PIC X(10).
       02 clsYear PIC X(9).
FD classStaffFile.
01 classStaffData.
       02 csKey.
           03 csClassCode PIC X(6).
           03 csTeacher PIC X(10).
       02 csRole PIC X(1).
       02 csAddedBy PIC X(10).
       02 csAddedDate PIC X(8).
WORKING-STORAGE SECTION.
01 classStaffFileStatus PIC X(2).
01 noMoreStaff PIC X(1).
01 classAlreadyListed PIC X(1).
01 teacherAccess PIC X(1).
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 guardianFileStatus PIC X(2).
           "6 ", "7 ", "8 ", "9 ", "10", "11", "12", "13", "14", "15", "16",
           "17", "18", "19", "20", "21",
           "22", "23", "24", "25", "26", "27",
           "28", "29", "30", "31", "32", "33", "34", "35", "36", "37",
           "38", "39", "40", "41", "42", "43", "44", "45", "46", "47".
       88 validTeacherExitChoice VALUE "0 ".
       88 viewOnlyTeacherChoice VALUES ARE "1 ", "2 ", "3 ", "5 ", "11", "12",
           "13", "14", "15", "17", "19", "20", "23", "26", "27", "29", "32",
           "34", "36", "43", "44", "46".
01 runTeacherMenu PIC X(1) VALUE "Y".
01 ticketRole PIC X(1) VALUE "T".
01 ticketSubject PIC X(10) VALUE SPACES.
01 teacherExist PIC X(1).
01 guardianExist PIC X(1).
01 passwordTryout PIC X(10).
01 todayDate PIC X(8).
01 noMoreDelegations PIC X(1).
01 securityEvent PIC X(12).
01 noteMode PIC X(1).
01 menuKind PIC X(1) VALUE "T".
01 menuRole PIC X(10).
01 accessFunction PIC X(16) VALUE "GUARDLOOKUP".
01 menuOptionNumber PIC 9(2).
01 deniedAccount PIC X(10).
01 permFlags.
       02 permFlag PIC X(1) OCCURS 99 TIMES.
01 decryptMode PIC X(1) VALUE "D".
PROCEDURE DIVISION.
TeacherProcess.
    DISPLAY "=== Teacher menu ==="
       EXIT PROGRAM
    END-IF
    DISPLAY "Welcome " teacherName " - your class is " teacherClassCode
    IF teacherAccess = "V"
       DISPLAY "You are an assistant for this class - view-only options are available"
    END-IF
    CALL 'GetUserRole' USING teacherName, menuKind, menuRole
    CALL 'LoadPermissions' USING menuRole, menuKind, permFlags
    IF menuRole NOT = "TEACHER"
       DISPLAY "Your role is " FUNCTION TRIM(menuRole) " - only its permitted options are shown"
    END-IF
    CALL 'CheckMessages' USING teacherName
    MOVE "S" TO noteMode
    CALL 'ObservationNotes' USING teacherName, teacherClassCode, noteMode, menuRole
    PERFORM UNTIL runTeacherMenu = "N"
       PERFORM DisplayTeacherMenu
       ACCEPT teacherChoice
       MOVE ZERO TO menuOptionNumber
       IF validTeacherChoice
          COMPUTE menuOptionNumber = FUNCTION NUMVAL(teacherChoice)
       END-IF
       EVALUATE TRUE
           WHEN validTeacherChoice AND permFlag(menuOptionNumber) NOT = "Y"
               PERFORM DenyMenuOption
           WHEN validTeacherChoice AND teacherAccess = "V"
                   AND NOT viewOnlyTeacherChoice
               DISPLAY "Assistants have view-only access - that option is not available"
           WHEN validTeacherChoice
               CALL 'LogStaffAction' USING teacherName, menuKind, menuOptionNumber
               EVALUATE teacherChoice
                   WHEN "1" PERFORM ListOwnClass
                   WHEN "2" PERFORM ShowClassSessionStats
                   WHEN "3" PERFORM LookupGuardian
                   WHEN "4" CALL 'HomeworkMenu' USING teacherName
                   WHEN "5" CALL 'ErrorPatternReport' USING teacherName, menuRole
                   WHEN "6" PERFORM SetPlayerGoal
                   WHEN "7" CALL 'ReportCards' USING teacherName
                   WHEN "8" CALL 'QuestionBankEditor'
                   WHEN "9" CALL 'WorksheetBuilder'
                   WHEN "10" CALL 'PrintWorksheet'
                   WHEN "11" CALL 'TimeOnTaskReport' USING teacherName
                   WHEN "12" CALL 'AtRiskReport'
                   WHEN "13" CALL 'ExamTranscript' USING teacherName, menuRole
                   WHEN "14" CALL 'HintReport'
                   WHEN "15" CALL 'CurriculumReport' USING teacherName
                   WHEN "16" CALL 'MessageCompose' USING teacherName
                   WHEN "17" CALL 'LeagueTable'
                   WHEN "18" CALL 'FulfillmentQueue'
                   WHEN "19" CALL 'ArchiveBrowse' USING teacherName, menuRole
                   WHEN "20" CALL 'PeerTutorReport' USING teacherName
                   WHEN "21" CALL 'PaperCapture'
                   WHEN "22" CALL 'ConfidenceToggle' USING teacherClassCode
                   WHEN "23" CALL 'ConfidenceReport' USING teacherName
                   WHEN "24" CALL 'AccomMaint'
                   WHEN "25" CALL 'DelegationMenu' USING teacherName
                   WHEN "26" CALL 'WallChart' USING teacherName
                   WHEN "27" CALL 'TrendView' USING teacherName, menuRole
                   WHEN "28" CALL 'ProfileMaint'
                   WHEN "29" CALL 'ClassMonitor' USING teacherClassCode, teacherName
                   WHEN "30" CALL 'MarkEntry' USING teacherClassCode
                   WHEN "31" CALL 'ChoiceFormatToggle' USING teacherClassCode
                   WHEN "32" CALL 'DistractorReport' USING teacherName
                   WHEN "33" CALL 'SolutionToggle' USING teacherClassCode
                   WHEN "34" CALL 'FactMatrixReport' USING teacherClassCode, teacherName,
                       menuRole
                   WHEN "35" CALL 'InterventionMaint' USING teacherName, teacherClassCode
                   WHEN "36" CALL 'InterventionReport' USING teacherName
                   WHEN "37"
                       MOVE "M" TO noteMode
                       CALL 'ObservationNotes' USING teacherName, teacherClassCode,
                           noteMode, menuRole
                   WHEN "38" CALL 'AssessmentMaint' USING teacherName, teacherClassCode
                   WHEN "39" CALL 'PacingMaint' USING teacherName, teacherClassCode
                   WHEN "40" CALL 'ClassGoalMaint' USING teacherName, teacherClassCode
                   WHEN "41" CALL 'IssueResetCode' USING teacherName, teacherClassCode
                   WHEN "42" CALL 'LoginCards' USING teacherName, teacherClassCode
                   WHEN "43" CALL 'SessionQuery' USING teacherName, menuRole, menuKind
                   WHEN "44" CALL 'RaiseTicket' USING teacherName, ticketRole, ticketSubject
                   WHEN "45" CALL 'SubscriptionMaint' USING teacherName, teacherClassCode
                   WHEN "46"
                       IF teacherClassCode = SPACES
                          DISPLAY "Choose a class first"
                       ELSE
                          CALL 'AwardsReport' USING teacherClassCode, teacherName
                       END-IF
                   WHEN "47" CALL 'GroupMaint' USING teacherName, teacherClassCode
               END-EVALUATE
           WHEN validTeacherExitChoice
               MOVE "N" TO runTeacherMenu
       END-EVALUATE
    END-PERFORM.
    EXIT PROGRAM.
DenyMenuOption.
    DISPLAY "Your role does not permit that option"
    MOVE SPACES TO securityEvent
    STRING "DENIED T" menuOptionNumber DELIMITED BY SIZE INTO securityEvent
    END-STRING
    MOVE teacherName TO deniedAccount
    CALL 'LogSecurityEvent' USING deniedAccount, teacherName, securityEvent.
PickTeacherClass.
    MOVE ZERO TO teacherClassCount
    MOVE "N" TO actingDelegated
       CLOSE classesFile
    END-IF
    PERFORM AddDelegatedClasses
    PERFORM AddStaffedClasses
    EVALUATE TRUE
        WHEN teacherClassCount = 1
            MOVE teacherClassEntry(1) TO teacherClassCode
               MOVE "Y" TO actingDelegated
            END-IF
        WHEN teacherClassCount > 1
            DISPLAY "Your classes (Y = delegated to you, C = co-teaching, A = assistant):"
            PERFORM VARYING teacherClassIndex FROM 1 BY 1
                    UNTIL teacherClassIndex > teacherClassCount
               DISPLAY "  " teacherClassEntry(teacherClassIndex) " "
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    CALL 'CheckClassAccess' USING teacherName, teacherClassCode, teacherAccess
    IF teacherAccess = "N" AND teacherClassCode NOT = SPACES
       DISPLAY "You have no access to class " teacherClassCode
       MOVE "CLASSDENIED" TO securityEvent
       CALL 'LogSecurityEvent' USING teacherClassCode, teacherName,
           securityEvent
       MOVE SPACES TO teacherClassCode
       MOVE "N" TO actingDelegated
    END-IF
    IF actingDelegated = "Y"
       DISPLAY "You are working under a delegation for class " teacherClassCode
       MOVE "DELEGATED" TO securityEvent
       END-READ
    END-PERFORM
    CLOSE delegationsFile.
AddStaffedClasses.
    OPEN INPUT classStaffFile
    IF classStaffFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreStaff
    MOVE teacherName TO csTeacher
    START classStaffFile KEY IS = csTeacher
        INVALID KEY MOVE "Y" TO noMoreStaff
    END-START
    PERFORM UNTIL noMoreStaff = "Y"
       READ classStaffFile NEXT RECORD
           AT END MOVE "Y" TO noMoreStaff
           NOT AT END
               IF csTeacher NOT = teacherName
                  MOVE "Y" TO noMoreStaff
               ELSE
                  MOVE "N" TO classAlreadyListed
                  PERFORM VARYING teacherClassIndex FROM 1 BY 1
                          UNTIL teacherClassIndex > teacherClassCount
                     IF teacherClassEntry(teacherClassIndex) = csClassCode
                        MOVE "Y" TO classAlreadyListed
                     END-IF
                  END-PERFORM
                  IF classAlreadyListed = "N" AND teacherClassCount < 10
                     ADD 1 TO teacherClassCount
                     MOVE csClassCode TO teacherClassEntry(teacherClassCount)
                     IF csRole = "A"
                        MOVE "A" TO delegatedClassFlag(teacherClassCount)
                     ELSE
                        MOVE "C" TO delegatedClassFlag(teacherClassCount)
                     END-IF
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE classStaffFile.
VerifyTeacher.
    MOVE "Y" TO teacherExist
    DISPLAY "Enter your teacher username"
    END-IF.
DisplayTeacherMenu.
    DISPLAY "=== Teacher menu for class " teacherClassCode " ===".
    IF permFlag(1) = "Y"
       DISPLAY "1: List players in your class"
    END-IF
    IF permFlag(2) = "Y"
       DISPLAY "2: Session statistics for your class"
    END-IF
    IF permFlag(3) = "Y"
       DISPLAY "3: Look up a guardian contact"
    END-IF
    IF permFlag(4) = "Y"
       DISPLAY "4: Homework assignments"
    END-IF
    IF permFlag(5) = "Y"
       DISPLAY "5: Error-pattern report for a player"
    END-IF
    IF permFlag(6) = "Y"
       DISPLAY "6: Set a weekly goal for a player"
    END-IF
    IF permFlag(7) = "Y"
       DISPLAY "7: Term report cards for a class"
    END-IF
    IF permFlag(8) = "Y"
       DISPLAY "8: Word problem question bank"
    END-IF
    IF permFlag(9) = "Y"
       DISPLAY "9: Worksheet builder"
    END-IF
    IF permFlag(10) = "Y"
       DISPLAY "10: Print a paper worksheet with answer key"
    END-IF
    IF permFlag(11) = "Y"
       DISPLAY "11: Weekly time-on-task report"
    END-IF
    IF permFlag(12) = "Y"
       DISPLAY "12: At-risk early-warning report"
    END-IF
    IF permFlag(13) = "Y"
       DISPLAY "13: Exam transcript for a player"
    END-IF
    IF permFlag(14) = "Y"
       DISPLAY "14: Hint-usage report"
    END-IF
    IF permFlag(15) = "Y"
       DISPLAY "15: Curriculum objective mastery report"
    END-IF
    IF permFlag(16) = "Y"
       DISPLAY "16: Send a message to a student or class"
    END-IF
    IF permFlag(17) = "Y"
       DISPLAY "17: Class league table (print for the wall)"
    END-IF
    IF permFlag(18) = "Y"
       DISPLAY "18: Reward fulfillment queue and low stock"
    END-IF
    IF permFlag(19) = "Y"
       DISPLAY "19: Browse archived session history"
    END-IF
    IF permFlag(20) = "Y"
       DISPLAY "20: Peer-tutoring pairing proposals"
    END-IF
    IF permFlag(21) = "Y"
       DISPLAY "21: Key in paper worksheet results"
    END-IF
    IF permFlag(22) = "Y"
       DISPLAY "22: Toggle the confidence prompt for your class"
    END-IF
    IF permFlag(23) = "Y"
       DISPLAY "23: Confidence calibration report"
    END-IF
    IF permFlag(24) = "Y"
       DISPLAY "24: Accommodation profiles (extended time)"
    END-IF
    IF permFlag(25) = "Y"
       DISPLAY "25: Delegate class access to a substitute"
    END-IF
    IF permFlag(26) = "Y"
       DISPLAY "26: Print the class mastery wall chart"
    END-IF
    IF permFlag(27) = "Y"
       DISPLAY "27: Twelve-week trend view (for parent meetings)"
    END-IF
    IF permFlag(28) = "Y"
       DISPLAY "28: Student profiles (real names)"
    END-IF
    IF permFlag(29) = "Y"
       DISPLAY "29: Live class activity monitor"
    END-IF
    IF permFlag(30) = "Y"
       DISPLAY "30: Classroom marks for report cards"
    END-IF
    IF permFlag(31) = "Y"
       DISPLAY "31: Toggle multiple-choice answers for your class"
    END-IF
    IF permFlag(32) = "Y"
       DISPLAY "32: Multiple-choice distractor report"
    END-IF
    IF permFlag(33) = "Y"
       DISPLAY "33: Toggle worked solutions for your class"
    END-IF
    IF permFlag(34) = "Y"
       DISPLAY "34: Times-table fact-fluency matrix"
    END-IF
    IF permFlag(35) = "Y"
       DISPLAY "35: Intervention plans for at-risk students"
    END-IF
    IF permFlag(36) = "Y"
       DISPLAY "36: Intervention effectiveness report"
    END-IF
    IF permFlag(37) = "Y"
       DISPLAY "37: Observation notes and follow-ups"
    END-IF
    IF permFlag(38) = "Y"
       DISPLAY "38: Scheduled assessments and results"
    END-IF
    IF permFlag(39) = "Y"
       DISPLAY "39: Curriculum pacing plan"
    END-IF
    IF permFlag(40) = "Y"
       DISPLAY "40: Class goals and contributor report"
    END-IF
    IF permFlag(41) = "Y"
       DISPLAY "41: Issue a one-time password reset code"
    END-IF
    IF permFlag(42) = "Y"
       DISPLAY "42: Print login cards for the class"
    END-IF
    IF permFlag(43) = "Y"
       DISPLAY "43: Session-log query and extract"
    END-IF
    IF permFlag(44) = "Y"
       DISPLAY "44: Report a problem to the help desk"
    END-IF
    IF permFlag(45) = "Y"
       DISPLAY "45: Report subscriptions (weekly or monthly)"
    END-IF
    IF permFlag(46) = "Y"
       DISPLAY "46: End-of-term awards nominations"
    END-IF
    IF permFlag(47) = "Y"
       DISPLAY "47: Ability groups within the class"
    END-IF
    DISPLAY "0: Return to main menu".
ListOwnClass.
    MOVE "N" TO noMoreRecords
       CLOSE playersFile
    ELSE
       CLOSE playersFile
       CALL 'LogDataAccess' USING teacherName, menuRole, lookupName, accessFunction
       OPEN INPUT guardianFile
       IF guardianFileStatus NOT = "00"
          DISPLAY "Could not open guardian contact file, status " guardianFileStatus
    END-PERFORM
    CLOSE guardianLinksFile.
ShowOneGuardianContact.
    CALL 'GuardianCipher' USING decryptMode, guardianUserName, guardianPhone,
        guardianEmail, guardianCipherFlag
    DISPLAY "Guardian " guardianUserName ": " guardianName
    DISPLAY "Phone: " guardianPhone
    DISPLAY "Email: " guardianEmail.
