       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RescoreSimulator.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
SELECT gradePolicyFile ASSIGN TO "gradepolicy.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gpClassCode
    FILE STATUS IS gradePolicyFileStatus.
SELECT reportFile ASSIGN TO DYNAMIC reportFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS reportFileStatus.
DATA DIVISION.
FILE SECTION.
FD playersFile.
COPY PLAYERREC.
FD sessionLogFile.
COPY SESSIONREC.
FD gradePolicyFile.
01 gradePolicyData.
       02 gpClassCode PIC X(6).
       02 gpPolicy PIC X(1).
FD reportFile.
01 reportLine PIC X(100).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 gradePolicyFileStatus PIC X(2).
01 reportFileStatus PIC X(2).
01 reportFileName PIC X(40).
01 noMoreRecords PIC X(1).
01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 fromDate PIC X(8).
01 toDate PIC X(8).
01 fromFull PIC 9(8).
01 simClass PIC X(6).
01 currentWeights PIC X(10) VALUE "0102030403".
01 currentWeightTable REDEFINES currentWeights.
       02 currentWeight PIC 9(2) OCCURS 5 TIMES.
01 proposedWeightTable.
       02 proposedWeight PIC 9(2) OCCURS 5 TIMES.
01 levelIndex PIC 9(1).
01 currentStreakEvery PIC 9(2) VALUE 3.
01 currentStreakBonus PIC 9(2) VALUE 1.
01 proposedStreakEvery PIC 9(2).
01 proposedStreakBonus PIC 9(2).
01 numberEntry PIC X(3).
01 policyEntry PIC X(1).
01 classEntry PIC X(6).
01 allClassesPolicy PIC X(1) VALUE SPACE.
01 policyTable.
       02 policyEntryRow OCCURS 50 TIMES.
           03 ptClassCode PIC X(6).
           03 ptCurrentPolicy PIC X(1).
           03 ptProposedPolicy PIC X(1).
           03 ptOverride PIC X(1).
01 policyCount PIC 9(2) VALUE ZERO.
01 policyIndex PIC 9(2).
01 policyFound PIC X(1).
01 currentRule PIC X(1).
01 proposedRule PIC X(1).
01 ruleText PIC X(14).
01 currentRuleText PIC X(14).
01 simTable.
       02 simEntry OCCURS 500 TIMES.
           03 simPlayer PIC X(10).
           03 simClassCode PIC X(6).
           03 simActual PIC 9(7).
           03 simCurrentReplay PIC S9(7).
           03 simProposedReplay PIC S9(7).
           03 simPoints PIC 9(7).
           03 simInARow PIC 9(3).
           03 simLastDate PIC X(8).
           03 simLastExercise PIC X(15).
           03 simAnswers PIC 9(5).
           03 actualRank PIC 9(3).
           03 simulatedRank PIC 9(3).
01 simCount PIC 9(3) VALUE ZERO.
01 simIndex PIC 9(3).
01 innerIndex PIC 9(3).
01 bestIndex PIC 9(3).
01 swapIndex PIC 9(3).
01 rankedIndexes.
       02 rankedIndex PIC 9(3) OCCURS 500 TIMES.
01 sortKind PIC X(1).
01 rankNumber PIC 9(3).
01 previousKey PIC 9(7).
01 currentKey PIC 9(7).
01 tieKey PIC 9(7).
01 simWork PIC S9(8).
01 weightCurrent PIC 9(2).
01 weightProposed PIC 9(2).
01 penaltyWeight PIC 9(2).
01 penaltyRule PIC X(1).
01 penaltyAmount PIC 9(2).
01 answersReplayed PIC 9(7) VALUE ZERO.
01 playersUp PIC 9(3) VALUE ZERO.
01 playersDown PIC 9(3) VALUE ZERO.
01 classTable.
       02 classRow OCCURS 50 TIMES.
           03 ctClassCode PIC X(6).
           03 ctMembers PIC 9(3).
           03 ctActualTotal PIC 9(9).
           03 ctSimulatedTotal PIC 9(9).
01 classCount PIC 9(2) VALUE ZERO.
01 classIndex PIC 9(2).
01 classFound PIC X(1).
01 classDifference PIC S9(9).
01 actualDisp PIC Z(6)9.
01 simulatedDisp PIC Z(6)9.
01 actualRankDisp PIC ZZ9.
01 simulatedRankDisp PIC ZZ9.
01 changeDisp PIC +(6)9.
01 moveText PIC X(8).
01 rankMove PIC S9(3).
01 rankMoveDisp PIC ZZ9.
01 membersDisp PIC ZZ9.
01 totalActualDisp PIC Z(8)9.
01 totalSimulatedDisp PIC Z(8)9.
01 totalChangeDisp PIC +(8)9.
01 weightDisp PIC Z9.
01 currentWeightDisp PIC Z9.
01 spoolType PIC X(12) VALUE "RESCORESIM".
01 spoolSubject PIC X(10).
PROCEDURE DIVISION.
RescoreProcess.
    DISPLAY "=== What-if rescoring simulator ==="
    DISPLAY "Replays the session log under proposed scoring rules."
    DISPLAY "No points, parameters or policies are changed."
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE todayDate TO todayFull
    DISPLAY "From date (YYYYMMDD, blank = last 28 days)"
    ACCEPT fromDate
    DISPLAY "To date (YYYYMMDD, blank = today)"
    ACCEPT toDate
    IF fromDate = SPACES
       COMPUTE fromFull =
           FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(todayFull) - 28)
       MOVE fromFull TO fromDate
    END-IF
    IF toDate = SPACES
       MOVE todayDate TO toDate
    END-IF
    IF fromDate NOT NUMERIC OR toDate NOT NUMERIC
       DISPLAY "Dates must be entered as YYYYMMDD"
       EXIT PROGRAM
    END-IF
    DISPLAY "Class code (blank = whole school)"
    ACCEPT simClass
    PERFORM LoadCurrentPolicies
    PERFORM EnterProposedWeights
    PERFORM EnterProposedStreak
    PERFORM EnterProposedPolicies
    PERFORM LoadPlayers
    IF simCount = ZERO
       DISPLAY "No students found"
       EXIT PROGRAM
    END-IF
    PERFORM ReplaySessionLog
    PERFORM VARYING simIndex FROM 1 BY 1 UNTIL simIndex > simCount
       PERFORM ApplyReplay
    END-PERFORM
    MOVE "A" TO sortKind
    PERFORM RankPlayers
    MOVE "S" TO sortKind
    PERFORM RankPlayers
    MOVE SPACES TO reportFileName
    IF simClass = SPACES
       STRING "rescore_school_" todayDate ".txt"
           DELIMITED BY SIZE INTO reportFileName
       END-STRING
    ELSE
       STRING "rescore_" FUNCTION TRIM(simClass) "_" todayDate ".txt"
           DELIMITED BY SIZE INTO reportFileName
       END-STRING
    END-IF
    OPEN OUTPUT reportFile
    IF reportFileStatus NOT = "00"
       DISPLAY "Could not create " FUNCTION TRIM(reportFileName)
           ", status " reportFileStatus
       EXIT PROGRAM
    END-IF
    PERFORM WriteReportHeading
    PERFORM WritePlayerLines
    PERFORM WriteClassTotals
    CLOSE reportFile
    MOVE simClass TO spoolSubject
    IF simClass = SPACES
       MOVE "SCHOOL" TO spoolSubject
    END-IF
    CALL 'RegisterSpool' USING spoolType, spoolSubject, reportFileName
    DISPLAY " "
    DISPLAY answersReplayed " answer(s) replayed for " simCount " student(s)"
    DISPLAY playersUp " student(s) would move up and " playersDown
        " would move down the leaderboard"
    DISPLAY "Simulation written to " FUNCTION TRIM(reportFileName).
    EXIT PROGRAM.
LoadCurrentPolicies.
    OPEN INPUT gradePolicyFile
    IF gradePolicyFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ gradePolicyFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF policyCount < 50
                  ADD 1 TO policyCount
                  MOVE gpClassCode TO ptClassCode(policyCount)
                  MOVE gpPolicy TO ptCurrentPolicy(policyCount)
                  IF gpPolicy NOT = "H" AND gpPolicy NOT = "N"
                     MOVE "F" TO ptCurrentPolicy(policyCount)
                  END-IF
                  MOVE ptCurrentPolicy(policyCount) TO ptProposedPolicy(policyCount)
                  MOVE "N" TO ptOverride(policyCount)
               END-IF
       END-READ
    END-PERFORM
    CLOSE gradePolicyFile.
EnterProposedWeights.
    DISPLAY "Points for a correct answer at each level (Enter = keep current)"
    PERFORM VARYING levelIndex FROM 1 BY 1 UNTIL levelIndex > 5
       MOVE currentWeight(levelIndex) TO proposedWeight(levelIndex)
       MOVE currentWeight(levelIndex) TO weightDisp
       DISPLAY "Level " levelIndex " (current " weightDisp ")"
       MOVE SPACES TO numberEntry
       ACCEPT numberEntry
       IF numberEntry NOT = SPACES
          IF FUNCTION TEST-NUMVAL(numberEntry) = 0
             COMPUTE proposedWeight(levelIndex) = FUNCTION NUMVAL(numberEntry)
          ELSE
             DISPLAY "Not a number - level " levelIndex " kept at " weightDisp
          END-IF
       END-IF
    END-PERFORM.
EnterProposedStreak.
    MOVE currentStreakEvery TO proposedStreakEvery
    MOVE currentStreakBonus TO proposedStreakBonus
    DISPLAY "Streak bonus after how many correct in a row (current "
        currentStreakEvery ", 0 = no streak bonus, Enter = keep)"
    MOVE SPACES TO numberEntry
    ACCEPT numberEntry
    IF numberEntry NOT = SPACES AND FUNCTION TEST-NUMVAL(numberEntry) = 0
       COMPUTE proposedStreakEvery = FUNCTION NUMVAL(numberEntry)
    END-IF
    IF proposedStreakEvery > ZERO
       DISPLAY "Streak bonus points (current " currentStreakBonus
           ", Enter = keep)"
       MOVE SPACES TO numberEntry
       ACCEPT numberEntry
       IF numberEntry NOT = SPACES AND FUNCTION TEST-NUMVAL(numberEntry) = 0
          COMPUTE proposedStreakBonus = FUNCTION NUMVAL(numberEntry)
       END-IF
    END-IF.
EnterProposedPolicies.
    DISPLAY "Wrong-answer penalty: F = full, H = half, N = no deduction"
    PERFORM VARYING policyIndex FROM 1 BY 1 UNTIL policyIndex > policyCount
       DISPLAY "  " ptClassCode(policyIndex) " currently " ptCurrentPolicy(policyIndex)
    END-PERFORM
    DISPLAY "  Classes not listed currently use F"
    MOVE "N" TO policyFound
    PERFORM UNTIL policyFound = "Y"
       DISPLAY "Class to change the penalty for (* = every class, Enter when done)"
       MOVE SPACES TO classEntry
       ACCEPT classEntry
       IF classEntry = SPACES
          MOVE "Y" TO policyFound
       ELSE
          DISPLAY "Proposed penalty (F, H or N)"
          MOVE SPACES TO policyEntry
          ACCEPT policyEntry
          MOVE FUNCTION UPPER-CASE(policyEntry) TO policyEntry
          IF policyEntry NOT = "F" AND policyEntry NOT = "H" AND policyEntry NOT = "N"
             DISPLAY "The penalty must be F, H or N"
          ELSE
             PERFORM SetProposedPolicy
          END-IF
       END-IF
    END-PERFORM.
SetProposedPolicy.
    IF classEntry = "*"
       MOVE policyEntry TO allClassesPolicy
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING policyIndex FROM 1 BY 1
            UNTIL policyIndex > policyCount OR ptClassCode(policyIndex) = classEntry
       CONTINUE
    END-PERFORM
    IF policyIndex > policyCount
       IF policyCount >= 50
          DISPLAY "Too many classes - " classEntry " not changed"
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO policyCount
       MOVE policyCount TO policyIndex
       MOVE classEntry TO ptClassCode(policyIndex)
       MOVE "F" TO ptCurrentPolicy(policyIndex)
    END-IF
    MOVE policyEntry TO ptProposedPolicy(policyIndex)
    MOVE "Y" TO ptOverride(policyIndex).
LoadPlayers.
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " playersFileStatus
       EXIT PROGRAM
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF roleFlag NOT = "T" AND classCode NOT = SPACES
                       AND (simClass = SPACES OR classCode = simClass)
                  IF simCount < 500
                     ADD 1 TO simCount
                     INITIALIZE simEntry(simCount)
                     MOVE userName TO simPlayer(simCount)
                     MOVE classCode TO simClassCode(simCount)
                     MOVE points TO simActual(simCount)
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE playersFile.
ReplaySessionLog.
    OPEN INPUT sessionLogFile
    IF sessionLogFileStatus NOT = "00"
       DISPLAY "Could not open session log file, status " sessionLogFileStatus
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    MOVE fromDate TO slDate
    START sessionLogFile KEY IS >= slDate
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ sessionLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF slDate > toDate
                  MOVE "Y" TO noMoreRecords
               ELSE
                  PERFORM ReplayOneAnswer
               END-IF
       END-READ
    END-PERFORM
    CLOSE sessionLogFile.
ReplayOneAnswer.
    PERFORM VARYING simIndex FROM 1 BY 1
            UNTIL simIndex > simCount OR simPlayer(simIndex) = slUserName
       CONTINUE
    END-PERFORM
    IF simIndex > simCount
       EXIT PARAGRAPH
    END-IF
    IF slResult NOT = "Y" AND slResult NOT = "N" AND slResult NOT = "H"
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO answersReplayed
    ADD 1 TO simAnswers(simIndex)
    IF slDate NOT = simLastDate(simIndex) OR slExercise NOT = simLastExercise(simIndex)
       MOVE ZERO TO simInARow(simIndex)
    END-IF
    MOVE slDate TO simLastDate(simIndex)
    MOVE slExercise TO simLastExercise(simIndex)
    MOVE 1 TO levelIndex
    IF slLevel >= "1" AND slLevel <= "5"
       MOVE slLevel TO levelIndex
    END-IF
    MOVE currentWeight(levelIndex) TO weightCurrent
    MOVE proposedWeight(levelIndex) TO weightProposed
    EVALUATE slResult
        WHEN "Y"
            ADD 1 TO simInARow(simIndex)
            ADD weightCurrent TO simCurrentReplay(simIndex)
            ADD weightProposed TO simProposedReplay(simIndex)
            IF FUNCTION MOD(simInARow(simIndex), currentStreakEvery) = 0
               ADD currentStreakBonus TO simCurrentReplay(simIndex)
            END-IF
            IF proposedStreakEvery > ZERO
               IF FUNCTION MOD(simInARow(simIndex), proposedStreakEvery) = 0
                  ADD proposedStreakBonus TO simProposedReplay(simIndex)
               END-IF
            END-IF
        WHEN "N"
            MOVE ZERO TO simInARow(simIndex)
            PERFORM FindClassRules
            MOVE currentRule TO penaltyRule
            MOVE weightCurrent TO penaltyWeight
            PERFORM ComputePenalty
            SUBTRACT penaltyAmount FROM simCurrentReplay(simIndex)
            MOVE proposedRule TO penaltyRule
            MOVE weightProposed TO penaltyWeight
            PERFORM ComputePenalty
            SUBTRACT penaltyAmount FROM simProposedReplay(simIndex)
        WHEN OTHER
            MOVE ZERO TO simInARow(simIndex)
    END-EVALUATE.
FindClassRules.
    MOVE "F" TO currentRule
    MOVE SPACE TO proposedRule
    PERFORM VARYING policyIndex FROM 1 BY 1 UNTIL policyIndex > policyCount
       IF ptClassCode(policyIndex) = simClassCode(simIndex)
          MOVE ptCurrentPolicy(policyIndex) TO currentRule
          IF ptOverride(policyIndex) = "Y"
             MOVE ptProposedPolicy(policyIndex) TO proposedRule
          END-IF
       END-IF
    END-PERFORM
    IF proposedRule = SPACE
       MOVE allClassesPolicy TO proposedRule
    END-IF
    IF proposedRule = SPACE
       MOVE currentRule TO proposedRule
    END-IF.
ComputePenalty.
    EVALUATE penaltyRule
        WHEN "N" MOVE ZERO TO penaltyAmount
        WHEN "H" COMPUTE penaltyAmount = penaltyWeight / 2
        WHEN OTHER MOVE penaltyWeight TO penaltyAmount
    END-EVALUATE.
ApplyReplay.
    COMPUTE simWork = simActual(simIndex) - simCurrentReplay(simIndex)
        + simProposedReplay(simIndex)
    IF simWork < ZERO
       MOVE ZERO TO simWork
    END-IF
    MOVE simWork TO simPoints(simIndex).
RankPlayers.
    PERFORM VARYING simIndex FROM 1 BY 1 UNTIL simIndex > simCount
       MOVE simIndex TO rankedIndex(simIndex)
    END-PERFORM
    PERFORM VARYING simIndex FROM 1 BY 1 UNTIL simIndex >= simCount
       MOVE simIndex TO bestIndex
       PERFORM VARYING innerIndex FROM 1 BY 1 UNTIL innerIndex > simCount
          IF innerIndex > simIndex
             MOVE rankedIndex(innerIndex) TO swapIndex
             PERFORM SetSortKey
             MOVE currentKey TO previousKey
             MOVE rankedIndex(bestIndex) TO swapIndex
             PERFORM SetSortKey
             IF previousKey > currentKey
                MOVE innerIndex TO bestIndex
             END-IF
          END-IF
       END-PERFORM
       IF bestIndex NOT = simIndex
          MOVE rankedIndex(simIndex) TO swapIndex
          MOVE rankedIndex(bestIndex) TO rankedIndex(simIndex)
          MOVE swapIndex TO rankedIndex(bestIndex)
       END-IF
    END-PERFORM
    MOVE ZERO TO rankNumber
    PERFORM VARYING simIndex FROM 1 BY 1 UNTIL simIndex > simCount
       MOVE rankedIndex(simIndex) TO swapIndex
       PERFORM SetSortKey
       IF simIndex = 1 OR currentKey NOT = tieKey
          MOVE simIndex TO rankNumber
       END-IF
       MOVE currentKey TO tieKey
       IF sortKind = "A"
          MOVE rankNumber TO actualRank(swapIndex)
       ELSE
          MOVE rankNumber TO simulatedRank(swapIndex)
       END-IF
    END-PERFORM.
SetSortKey.
    IF sortKind = "A"
       MOVE simActual(swapIndex) TO currentKey
    ELSE
       MOVE simPoints(swapIndex) TO currentKey
    END-IF.
WriteReportHeading.
    MOVE SPACES TO reportLine
    IF simClass = SPACES
       STRING "What-if rescoring - whole school - session log " fromDate
              " to " toDate DELIMITED BY SIZE INTO reportLine
       END-STRING
    ELSE
       STRING "What-if rescoring - class " simClass " - session log " fromDate
              " to " toDate DELIMITED BY SIZE INTO reportLine
       END-STRING
    END-IF
    WRITE reportLine
    MOVE SPACES TO reportLine
    STRING "Run " todayDate " - simulation only, no live file was changed"
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "Proposed rules (current in brackets)" TO reportLine
    WRITE reportLine
    PERFORM VARYING levelIndex FROM 1 BY 1 UNTIL levelIndex > 5
       MOVE SPACES TO reportLine
       MOVE proposedWeight(levelIndex) TO weightDisp
       MOVE currentWeight(levelIndex) TO currentWeightDisp
       STRING "  Level " levelIndex " correct answer: " weightDisp " point(s) ("
              currentWeightDisp ")"
           DELIMITED BY SIZE INTO reportLine
       END-STRING
       WRITE reportLine
    END-PERFORM
    MOVE SPACES TO reportLine
    IF proposedStreakEvery = ZERO
       STRING "  Streak bonus: none (" currentStreakBonus " every "
              currentStreakEvery " in a row)"
           DELIMITED BY SIZE INTO reportLine
       END-STRING
    ELSE
       STRING "  Streak bonus: " proposedStreakBonus " every " proposedStreakEvery
              " in a row (" currentStreakBonus " every " currentStreakEvery ")"
           DELIMITED BY SIZE INTO reportLine
       END-STRING
    END-IF
    WRITE reportLine
    IF allClassesPolicy NOT = SPACE
       MOVE allClassesPolicy TO penaltyRule
       PERFORM SetRuleText
       MOVE SPACES TO reportLine
       STRING "  Wrong-answer penalty, every class: " ruleText
           DELIMITED BY SIZE INTO reportLine
       END-STRING
       WRITE reportLine
    END-IF
    PERFORM VARYING policyIndex FROM 1 BY 1 UNTIL policyIndex > policyCount
       IF ptOverride(policyIndex) = "Y"
          MOVE ptCurrentPolicy(policyIndex) TO penaltyRule
          PERFORM SetRuleText
          MOVE ruleText TO currentRuleText
          MOVE ptProposedPolicy(policyIndex) TO penaltyRule
          PERFORM SetRuleText
          MOVE SPACES TO reportLine
          STRING "  Wrong-answer penalty, class " ptClassCode(policyIndex) ": "
                 ruleText " (" FUNCTION TRIM(currentRuleText) ")"
              DELIMITED BY SIZE INTO reportLine
          END-STRING
          WRITE reportLine
       END-IF
    END-PERFORM
    MOVE "  Speed bonuses and non-exercise postings are carried over unchanged"
        TO reportLine
    WRITE reportLine
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "Player     Class   Actual Rank  Simulated Rank   Change  Move" TO reportLine
    WRITE reportLine.
SetRuleText.
    EVALUATE penaltyRule
        WHEN "N" MOVE "no deduction" TO ruleText
        WHEN "H" MOVE "half penalty" TO ruleText
        WHEN OTHER MOVE "full penalty" TO ruleText
    END-EVALUATE.
WritePlayerLines.
    PERFORM VARYING simIndex FROM 1 BY 1 UNTIL simIndex > simCount
       MOVE rankedIndex(simIndex) TO swapIndex
       PERFORM WriteOnePlayer
       PERFORM AddToClassTotals
    END-PERFORM.
WriteOnePlayer.
    MOVE simActual(swapIndex) TO actualDisp
    MOVE simPoints(swapIndex) TO simulatedDisp
    MOVE actualRank(swapIndex) TO actualRankDisp
    MOVE simulatedRank(swapIndex) TO simulatedRankDisp
    COMPUTE simWork = simPoints(swapIndex) - simActual(swapIndex)
    MOVE simWork TO changeDisp
    COMPUTE rankMove = actualRank(swapIndex) - simulatedRank(swapIndex)
    MOVE SPACES TO moveText
    EVALUATE TRUE
        WHEN rankMove > ZERO
            ADD 1 TO playersUp
            MOVE rankMove TO rankMoveDisp
            STRING "up " FUNCTION TRIM(rankMoveDisp) DELIMITED BY SIZE INTO moveText
            END-STRING
        WHEN rankMove < ZERO
            ADD 1 TO playersDown
            COMPUTE rankMoveDisp = 0 - rankMove
            STRING "down " FUNCTION TRIM(rankMoveDisp) DELIMITED BY SIZE
                INTO moveText
            END-STRING
        WHEN OTHER
            MOVE "same" TO moveText
    END-EVALUATE
    MOVE SPACES TO reportLine
    STRING simPlayer(swapIndex) " " simClassCode(swapIndex) " " actualDisp "  "
           actualRankDisp "    " simulatedDisp "  " simulatedRankDisp " "
           changeDisp "  " moveText
        DELIMITED BY SIZE INTO reportLine
    END-STRING
    WRITE reportLine.
AddToClassTotals.
    MOVE "N" TO classFound
    PERFORM VARYING classIndex FROM 1 BY 1
            UNTIL classIndex > classCount OR classFound = "Y"
       IF ctClassCode(classIndex) = simClassCode(swapIndex)
          MOVE "Y" TO classFound
       END-IF
    END-PERFORM
    IF classFound = "Y"
       SUBTRACT 1 FROM classIndex
    ELSE
       IF classCount >= 50
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO classCount
       MOVE classCount TO classIndex
       MOVE simClassCode(swapIndex) TO ctClassCode(classIndex)
       MOVE ZERO TO ctMembers(classIndex)
       MOVE ZERO TO ctActualTotal(classIndex)
       MOVE ZERO TO ctSimulatedTotal(classIndex)
    END-IF
    ADD 1 TO ctMembers(classIndex)
    ADD simActual(swapIndex) TO ctActualTotal(classIndex)
    ADD simPoints(swapIndex) TO ctSimulatedTotal(classIndex).
WriteClassTotals.
    MOVE SPACES TO reportLine
    WRITE reportLine
    MOVE "CLASS TOTALS" TO reportLine
    WRITE reportLine
    MOVE "Class  Students     Actual  Simulated     Change" TO reportLine
    WRITE reportLine
    DISPLAY " "
    DISPLAY "Class  Students     Actual  Simulated     Change"
    PERFORM VARYING classIndex FROM 1 BY 1 UNTIL classIndex > classCount
       MOVE ctMembers(classIndex) TO membersDisp
       MOVE ctActualTotal(classIndex) TO totalActualDisp
       MOVE ctSimulatedTotal(classIndex) TO totalSimulatedDisp
       COMPUTE classDifference =
           ctSimulatedTotal(classIndex) - ctActualTotal(classIndex)
       MOVE classDifference TO totalChangeDisp
       MOVE SPACES TO reportLine
       STRING ctClassCode(classIndex) "      " membersDisp " " totalActualDisp
              "  " totalSimulatedDisp " " totalChangeDisp
           DELIMITED BY SIZE INTO reportLine
       END-STRING
       WRITE reportLine
       DISPLAY FUNCTION TRIM(reportLine TRAILING)
    END-PERFORM.
