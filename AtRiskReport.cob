    ACCESS MODE IS DYNAMIC
    RECORD KEY IS guardianUserName
    FILE STATUS IS guardianFileStatus.
SELECT interventionsFile ASSIGN TO "interventions.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ivKey
    FILE STATUS IS interventionsFileStatus.
DATA DIVISION.
FILE SECTION.
FD sessionLogFile.
       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD interventionsFile.
01 interventionData.
       02 ivKey.
           03 ivUserName PIC X(10).
           03 ivStartDate PIC X(8).
       02 ivFlagDate PIC X(8).
       02 ivAction PIC X(1).
       02 ivNote PIC X(30).
       02 ivOwner PIC X(10).
       02 ivReviewDate PIC X(8).
       02 ivOutcome PIC X(1).
       02 ivOutcomeNote PIC X(30).
WORKING-STORAGE SECTION.
01 sessionLogFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 guardianFileStatus PIC X(2).
01 interventionsFileStatus PIC X(2).
01 noMoreInterventions PIC X(1).
01 latestStart PIC X(8).
01 latestAction PIC X(1).
01 latestOwner PIC X(10).
01 latestOutcome PIC X(1).
01 actionText PIC X(16).
01 noMoreRecords PIC X(1) VALUE "N".
01 playerExist PIC X(1).
01 guardianExist PIC X(1).
01 classCount PIC 9(2) VALUE ZERO.
01 classIndex PIC 9(2).
01 classFound PIC X(1).
01 todayInteger PIC 9(8).
01 dayInteger PIC 9(8).
01 dayFull PIC 9(8).
01 dayDate PIC X(8).
01 excusedFlag PIC X(1).
01 recentSchoolDays PIC 9(2).
01 minRecentSchoolDays PIC 9(2) VALUE 7.
01 excusedCount PIC 9(3) VALUE ZERO.
01 decryptMode PIC X(1) VALUE "D".
PROCEDURE DIVISION.
AtRiskProcess.
    DISPLAY "=== At-risk early-warning report ==="
       DISPLAY "No players are flagged at risk"
    ELSE
       PERFORM DisplayFlaggedByClass
    END-IF
    IF excusedCount > ZERO
       DISPLAY excusedCount " player(s) with no recent practice not flagged - mostly off school"
    END-IF.
    EXIT PROGRAM.
TallyOneSessionRecord.
    COMPUTE baseAccuracy ROUNDED =
        (riskBaseCorrect(riskIndex) * 100) / riskBaseAttempts(riskIndex)
    IF riskRecentAttempts(riskIndex) = ZERO
       PERFORM CountRecentSchoolDays
       IF recentSchoolDays < minRecentSchoolDays
          ADD 1 TO excusedCount
          EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO riskFlag(riskIndex)
       MOVE "stopped practicing" TO riskReason(riskIndex)
    ELSE
       ADD 1 TO flaggedCount
       PERFORM LookupRiskClass
    END-IF.
CountRecentSchoolDays.
    MOVE ZERO TO recentSchoolDays
    COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(todayFull)
    PERFORM VARYING dayInteger FROM todayInteger BY -1
            UNTIL dayInteger <= todayInteger - 14
       COMPUTE dayFull = FUNCTION DATE-OF-INTEGER(dayInteger)
       MOVE dayFull TO dayDate
       CALL 'CheckExcusedDay' USING riskPlayer(riskIndex), dayDate, excusedFlag
       IF excusedFlag = "N"
          ADD 1 TO recentSchoolDays
       END-IF
    END-PERFORM.
LookupRiskClass.
    MOVE SPACES TO riskClass(riskIndex)
    OPEN INPUT playersFile
                  AND riskClass(riskIndex) = classListCode(classIndex)
             DISPLAY riskPlayer(riskIndex) " - " riskReason(riskIndex)
             PERFORM DisplayGuardianForPlayer
             PERFORM DisplayInterventionForPlayer
          END-IF
       END-PERFORM
    END-PERFORM.
        INVALID KEY MOVE "N" TO guardianExist
    END-READ
    IF guardianExist = "Y"
       CALL 'GuardianCipher' USING decryptMode, guardianUserName, guardianPhone,
           guardianEmail, guardianCipherFlag
       DISPLAY "   Guardian: " guardianName " - " guardianPhone " - " guardianEmail
    ELSE
       DISPLAY "   (no guardian contact on file)"
    END-IF
    CLOSE guardianFile.
DisplayInterventionForPlayer.
    OPEN INPUT interventionsFile
    IF interventionsFileStatus NOT = "00"
       DISPLAY "   (no intervention recorded)"
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO latestStart
    MOVE "N" TO noMoreInterventions
    MOVE riskPlayer(riskIndex) TO ivUserName
    MOVE SPACES TO ivStartDate
    START interventionsFile KEY IS >= ivKey
        INVALID KEY MOVE "Y" TO noMoreInterventions
    END-START
    PERFORM UNTIL noMoreInterventions = "Y"
       READ interventionsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreInterventions
           NOT AT END
               IF ivUserName NOT = riskPlayer(riskIndex)
                  MOVE "Y" TO noMoreInterventions
               ELSE
                  MOVE ivStartDate TO latestStart
                  MOVE ivAction TO latestAction
                  MOVE ivOwner TO latestOwner
                  MOVE ivOutcome TO latestOutcome
               END-IF
       END-READ
    END-PERFORM
    CLOSE interventionsFile
    IF latestStart = SPACES
       DISPLAY "   (no intervention recorded)"
       EXIT PARAGRAPH
    END-IF
    EVALUATE latestAction
        WHEN "D" MOVE "drill plan" TO actionText
        WHEN "S" MOVE "small group" TO actionText
        WHEN "G" MOVE "guardian contact" TO actionText
        WHEN OTHER MOVE "other" TO actionText
    END-EVALUATE
    IF latestOutcome = SPACE
       DISPLAY "   Intervention: " actionText " since " latestStart
           " (owner " latestOwner ")"
    ELSE
       DISPLAY "   Last intervention: " actionText " from " latestStart
           " - reviewed"
    END-IF.
