       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TallyClassGoal.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
SELECT ledgerFile ASSIGN TO "pointsledger.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ledgerFileStatus.
DATA DIVISION.
FILE SECTION.
FD playersFile.
COPY PLAYERREC.
FD ledgerFile.
01 ledgerRecord PIC X(70).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 ledgerFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 ledgerLineDate PIC X(8).
01 ledgerLineTime PIC X(8).
01 ledgerLinePlayer PIC X(10).
01 ledgerLineSource PIC X(15).
01 ledgerLineDeltaText PIC X(8).
01 ledgerLineBalanceText PIC X(8).
01 ledgerDelta PIC S9(7).
01 tallyIndex PIC 9(3).
LINKAGE SECTION.
01 tallyClass PIC X(6).
01 tallyStartDate PIC X(8).
01 tallyEndDate PIC X(8).
01 tallyResult.
       02 tallyTotal PIC 9(7).
       02 tallyStudentCount PIC 9(3).
       02 tallyEntry OCCURS 60 TIMES.
           03 tallyPlayer PIC X(10).
           03 tallyPoints PIC 9(7).
PROCEDURE DIVISION USING tallyClass, tallyStartDate, tallyEndDate, tallyResult.
TallyClassGoalProcess.
    MOVE ZERO TO tallyTotal
    MOVE ZERO TO tallyStudentCount
    OPEN INPUT playersFile
    IF playersFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ playersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF classCode = tallyClass AND roleFlag NOT = "T"
                       AND tallyStudentCount < 60
                  ADD 1 TO tallyStudentCount
                  MOVE userName TO tallyPlayer(tallyStudentCount)
                  MOVE ZERO TO tallyPoints(tallyStudentCount)
               END-IF
       END-READ
    END-PERFORM
    CLOSE playersFile
    IF tallyStudentCount = ZERO
       EXIT PROGRAM
    END-IF
    OPEN INPUT ledgerFile
    IF ledgerFileStatus NOT = "00"
       EXIT PROGRAM
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ ledgerFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               UNSTRING ledgerRecord DELIMITED BY ","
                   INTO ledgerLineDate, ledgerLineTime, ledgerLinePlayer,
                        ledgerLineSource, ledgerLineDeltaText, ledgerLineBalanceText
               END-UNSTRING
               IF ledgerLineDate >= tallyStartDate AND ledgerLineDate <= tallyEndDate
                       AND ledgerLineSource NOT = "TRANSFERIN"
                       AND FUNCTION TEST-NUMVAL(ledgerLineDeltaText) = 0
                  PERFORM PostLedgerLine
               END-IF
       END-READ
    END-PERFORM
    CLOSE ledgerFile.
    EXIT PROGRAM.
PostLedgerLine.
    COMPUTE ledgerDelta = FUNCTION NUMVAL(ledgerLineDeltaText)
    IF ledgerDelta NOT > ZERO
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING tallyIndex FROM 1 BY 1 UNTIL tallyIndex > tallyStudentCount
       IF tallyPlayer(tallyIndex) = ledgerLinePlayer
          ADD ledgerDelta TO tallyPoints(tallyIndex)
          ADD ledgerDelta TO tallyTotal
          MOVE tallyStudentCount TO tallyIndex
       END-IF
    END-PERFORM.
