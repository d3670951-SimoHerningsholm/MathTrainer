       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LicenceUsage.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT schoolsFile ASSIGN TO "schools.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS schoolsFileStatus.
SELECT schoolPlayersFile ASSIGN TO DYNAMIC schoolPlayersName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS schoolPlayersFileStatus.
SELECT schoolSessionsFile ASSIGN TO DYNAMIC schoolSessionsName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS schoolSessionsFileStatus.
SELECT schoolRunLogFile ASSIGN TO DYNAMIC schoolRunLogName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS schoolRunLogFileStatus.
SELECT billingFile ASSIGN TO DYNAMIC billingFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS billingFileStatus.
SELECT summaryFile ASSIGN TO DYNAMIC summaryFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS summaryFileStatus.
DATA DIVISION.
FILE SECTION.
FD schoolsFile.
01 schoolRecord PIC X(40).
FD schoolPlayersFile.
01 schoolPlayerData.
       02 spUserName PIC X(10).
       02 spPass PIC X(10).
       02 spPoints PIC 9(7).
       02 spLockedFlag PIC X(1).
       02 spUnlockedLevel PIC 9(1).
       02 spClassCode PIC X(6).
       02 spLastActiveDate PIC X(8).
       02 spRoleFlag PIC X(1).
       02 spDailyLimitMinutes PIC 9(3).
FD schoolSessionsFile.
COPY SESSIONREC.
FD schoolRunLogFile.
01 runLogData.
       02 rlKey.
           03 rlUserName PIC X(10).
           03 rlDate PIC X(8).
           03 rlStartTime PIC X(8).
       02 rlEndTime PIC X(8).
       02 rlExercise PIC X(15).
       02 rlLevel PIC X(1).
       02 rlQuestions PIC 9(2).
       02 rlTerminal PIC X(8).
FD billingFile.
01 billingRecord PIC X(80).
FD summaryFile.
01 summaryLine PIC X(80).
WORKING-STORAGE SECTION.
01 schoolsFileStatus PIC X(2).
01 schoolPlayersFileStatus PIC X(2).
01 schoolSessionsFileStatus PIC X(2).
01 schoolRunLogFileStatus PIC X(2).
01 billingFileStatus PIC X(2).
01 summaryFileStatus PIC X(2).
01 schoolPlayersName PIC X(30).
01 schoolSessionsName PIC X(34).
01 schoolRunLogName PIC X(30).
01 billingFileName PIC X(40).
01 summaryFileName PIC X(40).
01 noMoreSchools PIC X(1) VALUE "N".
01 noMoreRecords PIC X(1).
01 schoolCode PIC X(6).
01 schoolName PIC X(30).
01 runDate PIC X(8).
01 todayFull PIC 9(8).
01 monthStartFull PIC 9(8).
01 monthEndFull PIC 9(8).
01 billingMonth PIC X(6).
01 monthStartDate PIC X(8).
01 monthEndDate PIC X(8).
01 excludedTable.
       02 excludedEntry OCCURS 500 TIMES.
           03 exUserName PIC X(10).
01 excludedCount PIC 9(3).
01 activeTable.
       02 activeEntry OCCURS 3000 TIMES.
           03 atUserName PIC X(10).
01 activeCount PIC 9(4).
01 tableIndex PIC 9(4).
01 entryFound PIC X(1).
01 candidateUser PIC X(10).
01 notBillable PIC X(1).
01 schoolSessions PIC 9(8).
01 schoolRuns PIC 9(8).
01 schoolExcludedRuns PIC 9(8).
01 districtActive PIC 9(8) VALUE ZERO.
01 districtSessions PIC 9(10) VALUE ZERO.
01 districtRuns PIC 9(10) VALUE ZERO.
01 schoolsBilled PIC 9(6) VALUE ZERO.
01 schoolsIncomplete PIC 9(3) VALUE ZERO.
01 schoolNote PIC X(20).
01 billingHeader.
       02 bhType PIC X(1).
       02 bhMonth PIC X(6).
       02 bhRunDate PIC X(8).
       02 bhPeriodStart PIC X(8).
       02 bhPeriodEnd PIC X(8).
       02 FILLER PIC X(49) VALUE SPACES.
01 billingDetail.
       02 bdType PIC X(1).
       02 bdSchoolCode PIC X(6).
       02 bdSchoolName PIC X(30).
       02 bdActiveStudents PIC 9(6).
       02 bdSessions PIC 9(8).
       02 bdRuns PIC 9(8).
       02 bdCompleteFlag PIC X(1).
       02 FILLER PIC X(20) VALUE SPACES.
01 billingTrailer.
       02 btType PIC X(1).
       02 btRecordCount PIC 9(6).
       02 btActiveTotal PIC 9(8).
       02 btSessionTotal PIC 9(10).
       02 btRunTotal PIC 9(10).
       02 FILLER PIC X(45) VALUE SPACES.
01 spoolType PIC X(12) VALUE "LICENCEUSE".
01 spoolSubject PIC X(10).
PROCEDURE DIVISION.
LicenceUsageProcess.
    DISPLAY "=== Monthly district licence-usage billing ==="
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE runDate TO todayFull
    COMPUTE monthStartFull = (todayFull / 100) * 100 + 1
    COMPUTE monthEndFull =
        FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(monthStartFull) - 1)
    COMPUTE monthStartFull = (monthEndFull / 100) * 100 + 1
    MOVE monthStartFull TO monthStartDate
    MOVE monthEndFull TO monthEndDate
    MOVE monthStartDate(1:6) TO billingMonth
    DISPLAY "Billing month " billingMonth " (" monthStartDate " to " monthEndDate ")"
    OPEN INPUT schoolsFile
    IF schoolsFileStatus NOT = "00"
       DISPLAY "No schools.txt present - licence-usage billing skipped"
       GOBACK
    END-IF
    MOVE SPACES TO billingFileName
    STRING "licenceusage_" billingMonth ".txt" DELIMITED BY SIZE
        INTO billingFileName
    END-STRING
    MOVE SPACES TO summaryFileName
    STRING "licencesummary_" billingMonth ".txt" DELIMITED BY SIZE
        INTO summaryFileName
    END-STRING
    OPEN OUTPUT billingFile
    IF billingFileStatus NOT = "00"
       DISPLAY "Could not open " FUNCTION TRIM(billingFileName) ", status "
           billingFileStatus
       CLOSE schoolsFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT summaryFile
    IF summaryFileStatus NOT = "00"
       DISPLAY "Could not open " FUNCTION TRIM(summaryFileName) ", status "
           summaryFileStatus
       CLOSE billingFile
       CLOSE schoolsFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE "H" TO bhType
    MOVE billingMonth TO bhMonth
    MOVE runDate TO bhRunDate
    MOVE monthStartDate TO bhPeriodStart
    MOVE monthEndDate TO bhPeriodEnd
    MOVE billingHeader TO billingRecord
    WRITE billingRecord
    PERFORM WriteSummaryHeader
    PERFORM UNTIL noMoreSchools = "Y"
       READ schoolsFile
           AT END MOVE "Y" TO noMoreSchools
           NOT AT END PERFORM BillOneSchool
       END-READ
    END-PERFORM
    MOVE "T" TO btType
    MOVE schoolsBilled TO btRecordCount
    MOVE districtActive TO btActiveTotal
    MOVE districtSessions TO btSessionTotal
    MOVE districtRuns TO btRunTotal
    MOVE billingTrailer TO billingRecord
    WRITE billingRecord
    PERFORM WriteSummaryTotals
    CLOSE summaryFile
    CLOSE billingFile
    CLOSE schoolsFile
    MOVE billingMonth TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, summaryFileName
    DISPLAY schoolsBilled " school(s), " districtActive " active student(s) billed to "
        FUNCTION TRIM(billingFileName)
    IF schoolsIncomplete > ZERO
       DISPLAY schoolsIncomplete " school(s) with missing extracts - see "
           FUNCTION TRIM(summaryFileName)
    END-IF.
    GOBACK.
BillOneSchool.
    IF schoolRecord = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO schoolCode
    MOVE SPACES TO schoolName
    UNSTRING schoolRecord DELIMITED BY ","
        INTO schoolCode, schoolName
    END-UNSTRING
    MOVE ZERO TO excludedCount
    MOVE ZERO TO activeCount
    MOVE ZERO TO schoolSessions
    MOVE ZERO TO schoolRuns
    MOVE ZERO TO schoolExcludedRuns
    MOVE SPACES TO schoolNote
    PERFORM LoadExcludedUsers
    PERFORM ReadSchoolSessions
    PERFORM ReadSchoolRunLog
    MOVE "D" TO bdType
    MOVE schoolCode TO bdSchoolCode
    MOVE schoolName TO bdSchoolName
    MOVE activeCount TO bdActiveStudents
    MOVE schoolSessions TO bdSessions
    MOVE schoolRuns TO bdRuns
    IF schoolNote = SPACES
       MOVE "Y" TO bdCompleteFlag
    ELSE
       MOVE "N" TO bdCompleteFlag
       ADD 1 TO schoolsIncomplete
    END-IF
    MOVE billingDetail TO billingRecord
    WRITE billingRecord
    PERFORM WriteSummarySchool
    ADD activeCount TO districtActive
    ADD schoolSessions TO districtSessions
    ADD schoolRuns TO districtRuns
    ADD 1 TO schoolsBilled.
LoadExcludedUsers.
    MOVE SPACES TO schoolPlayersName
    STRING "players_" FUNCTION TRIM(schoolCode) ".txt" DELIMITED BY SIZE
        INTO schoolPlayersName
    END-STRING
    OPEN INPUT schoolPlayersFile
    IF schoolPlayersFileStatus NOT = "00"
       DISPLAY "Missing player extract " schoolPlayersName
           ", status " schoolPlayersFileStatus
       MOVE "NO PLAYER EXTRACT" TO schoolNote
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ schoolPlayersFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF spRoleFlag = "T" AND excludedCount < 500
                  ADD 1 TO excludedCount
                  MOVE spUserName TO exUserName(excludedCount)
               END-IF
       END-READ
    END-PERFORM
    CLOSE schoolPlayersFile.
ReadSchoolSessions.
    MOVE SPACES TO schoolSessionsName
    STRING "sessionlog_" FUNCTION TRIM(schoolCode) ".txt" DELIMITED BY SIZE
        INTO schoolSessionsName
    END-STRING
    OPEN INPUT schoolSessionsFile
    IF schoolSessionsFileStatus NOT = "00"
       DISPLAY "Missing session extract " schoolSessionsName
           ", status " schoolSessionsFileStatus
       MOVE "NO SESSION EXTRACT" TO schoolNote
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ schoolSessionsFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF slDate >= monthStartDate AND slDate <= monthEndDate
                  MOVE slUserName TO candidateUser
                  PERFORM CountActiveUser
                  IF notBillable = "N"
                     ADD 1 TO schoolSessions
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE schoolSessionsFile.
ReadSchoolRunLog.
    MOVE SPACES TO schoolRunLogName
    STRING "runlog_" FUNCTION TRIM(schoolCode) ".txt" DELIMITED BY SIZE
        INTO schoolRunLogName
    END-STRING
    OPEN INPUT schoolRunLogFile
    IF schoolRunLogFileStatus NOT = "00"
       DISPLAY "Missing run-log extract " schoolRunLogName
           ", status " schoolRunLogFileStatus
       MOVE "NO RUN-LOG EXTRACT" TO schoolNote
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ schoolRunLogFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF rlDate >= monthStartDate AND rlDate <= monthEndDate
                  MOVE rlUserName TO candidateUser
                  PERFORM CountActiveUser
                  IF notBillable = "N"
                     ADD 1 TO schoolRuns
                  ELSE
                     ADD 1 TO schoolExcludedRuns
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE schoolRunLogFile.
CountActiveUser.
    MOVE "N" TO notBillable
    IF candidateUser = "*GUEST*" OR candidateUser = SPACES
       MOVE "Y" TO notBillable
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING tableIndex FROM 1 BY 1 UNTIL tableIndex > excludedCount
       IF exUserName(tableIndex) = candidateUser
          MOVE "Y" TO notBillable
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    MOVE "N" TO entryFound
    PERFORM VARYING tableIndex FROM 1 BY 1
            UNTIL tableIndex > activeCount OR entryFound = "Y"
       IF atUserName(tableIndex) = candidateUser
          MOVE "Y" TO entryFound
       END-IF
    END-PERFORM
    IF entryFound = "N" AND activeCount < 3000
       ADD 1 TO activeCount
       MOVE candidateUser TO atUserName(activeCount)
    END-IF.
WriteSummaryHeader.
    MOVE SPACES TO summaryLine
    STRING "DISTRICT LICENCE-USAGE SUMMARY - billing month " billingMonth
        DELIMITED BY SIZE INTO summaryLine
    END-STRING
    WRITE summaryLine
    MOVE SPACES TO summaryLine
    STRING "Period " monthStartDate " to " monthEndDate "   run " runDate
        DELIMITED BY SIZE INTO summaryLine
    END-STRING
    WRITE summaryLine
    MOVE "Active student = at least one run or session in the month;" TO summaryLine
    WRITE summaryLine
    MOVE "guest play and teacher/admin accounts are not counted." TO summaryLine
    WRITE summaryLine
    MOVE SPACES TO summaryLine
    WRITE summaryLine
    MOVE "School Name                           Active  Sessions      Runs"
        TO summaryLine
    WRITE summaryLine.
WriteSummarySchool.
    MOVE SPACES TO summaryLine
    STRING schoolCode " " schoolName "  " activeCount "  " schoolSessions
           "  " schoolRuns DELIMITED BY SIZE INTO summaryLine
    END-STRING
    WRITE summaryLine
    IF schoolNote NOT = SPACES
       MOVE SPACES TO summaryLine
       STRING "       ** " FUNCTION TRIM(schoolNote)
           " - count incomplete, chase the school before paying"
           DELIMITED BY SIZE INTO summaryLine
       END-STRING
       WRITE summaryLine
    END-IF
    IF schoolExcludedRuns > ZERO
       MOVE SPACES TO summaryLine
       STRING "       (" schoolExcludedRuns " guest/teacher run(s) not billed)"
           DELIMITED BY SIZE INTO summaryLine
       END-STRING
       WRITE summaryLine
    END-IF.
WriteSummaryTotals.
    MOVE SPACES TO summaryLine
    WRITE summaryLine
    MOVE SPACES TO summaryLine
    STRING "CONTROL TOTALS: schools " schoolsBilled
           "  active students " districtActive
        DELIMITED BY SIZE INTO summaryLine
    END-STRING
    WRITE summaryLine
    MOVE SPACES TO summaryLine
    STRING "                sessions " districtSessions
           "  runs " districtRuns
        DELIMITED BY SIZE INTO summaryLine
    END-STRING
    WRITE summaryLine
    MOVE SPACES TO summaryLine
    STRING "Billing file " FUNCTION TRIM(billingFileName)
           " trailer must show the same totals"
        DELIMITED BY SIZE INTO summaryLine
    END-STRING
    WRITE summaryLine
    MOVE SPACES TO summaryLine
    WRITE summaryLine
    MOVE "Checked by (finance): ____________________  Date: __________"
        TO summaryLine
    WRITE summaryLine
    MOVE SPACES TO summaryLine
    WRITE summaryLine
    MOVE "Approved for payment: ____________________  Date: __________"
        TO summaryLine
    WRITE summaryLine.
