       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckClassGoal.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT classGoalsFile ASSIGN TO "classgoals.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cgKey
    FILE STATUS IS classGoalsFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
DATA DIVISION.
FILE SECTION.
FD classGoalsFile.
01 classGoalData.
       02 cgKey.
           03 cgClassCode PIC X(6).
           03 cgSeq PIC 9(3).
       02 cgReward PIC X(30).
       02 cgTarget PIC 9(7).
       02 cgStartDate PIC X(8).
       02 cgDeadline PIC X(8).
       02 cgSetBy PIC X(10).
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 classGoalsFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 playerExist PIC X(1).
01 playerClassCode PIC X(6).
01 todayDate PIC X(8).
01 goalPercent PIC 9(3).
01 barLength PIC 9(2).
01 barText PIC X(20).
01 ownShare PIC 9(7).
01 tallyIndex PIC 9(3).
01 tallyResult.
       02 tallyTotal PIC 9(7).
       02 tallyStudentCount PIC 9(3).
       02 tallyEntry OCCURS 60 TIMES.
           03 tallyPlayer PIC X(10).
           03 tallyPoints PIC 9(7).
LINKAGE SECTION.
01 goalPlayer PIC X(10).
PROCEDURE DIVISION USING goalPlayer.
CheckClassGoalProcess.
    IF goalPlayer = "*GUEST*"
       EXIT PROGRAM
    END-IF
    MOVE "Y" TO playerExist
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE goalPlayer TO userName
    READ playersFile
        INVALID KEY MOVE "N" TO playerExist
    END-READ
    MOVE classCode TO playerClassCode
    CLOSE playersFile
    IF playerExist = "N" OR playerClassCode = SPACES
       EXIT PROGRAM
    END-IF
    OPEN INPUT classGoalsFile
    IF classGoalsFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    ACCEPT todayDate FROM DATE YYYYMMDD
    MOVE playerClassCode TO cgClassCode
    MOVE ZERO TO cgSeq
    MOVE "N" TO noMoreRecords
    START classGoalsFile KEY IS >= cgKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ classGoalsFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF cgClassCode NOT = playerClassCode
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF cgStartDate <= todayDate AND cgDeadline >= todayDate
                     PERFORM ShowGoalProgress
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE classGoalsFile.
    EXIT PROGRAM.
ShowGoalProgress.
    CALL 'TallyClassGoal' USING cgClassCode, cgStartDate, cgDeadline, tallyResult
    MOVE ZERO TO goalPercent
    IF cgTarget > ZERO
       IF tallyTotal >= cgTarget
          MOVE 100 TO goalPercent
       ELSE
          COMPUTE goalPercent = (tallyTotal * 100) / cgTarget
       END-IF
    END-IF
    COMPUTE barLength = goalPercent / 5
    MOVE ALL "." TO barText
    IF barLength > ZERO
       MOVE ALL "#" TO barText(1:barLength)
    END-IF
    MOVE ZERO TO ownShare
    PERFORM VARYING tallyIndex FROM 1 BY 1 UNTIL tallyIndex > tallyStudentCount
       IF tallyPlayer(tallyIndex) = goalPlayer
          MOVE tallyPoints(tallyIndex) TO ownShare
       END-IF
    END-PERFORM
    DISPLAY "Class goal for " cgClassCode ": " FUNCTION TRIM(cgReward)
    DISPLAY "  [" barText "] " tallyTotal " of " cgTarget " points ("
        goalPercent "%) - deadline " cgDeadline
    IF tallyTotal >= cgTarget
       DISPLAY "  The class has reached the goal - well done everyone!"
    END-IF
    DISPLAY "  Your contribution so far: " ownShare " points".
