       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BuildChoices.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT missedLogFile ASSIGN TO "missedlog.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS mqKey
    FILE STATUS IS missedLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD missedLogFile.
01 missedData.
       02 mqKey.
           03 mqUserName PIC X(10).
           03 mqDate PIC X(8).
           03 mqTime PIC X(8).
           03 mqSeq PIC 9(2).
       02 mqExercise PIC X(15).
       02 mqLevel PIC X(1).
       02 mqOperand1 PIC S9(5).
       02 mqOperand2 PIC S9(5).
       02 mqOperator PIC X(1).
       02 mqCorrectAnswer PIC 9(5)V99.
       02 mqGivenAnswer PIC 9(5)V99.
       02 mqCorrectCount PIC 9(1).
       02 mqLastCorrectDate PIC X(8).
       02 mqRetiredFlag PIC X(1).
       02 mqForm PIC X(1).
WORKING-STORAGE SECTION.
01 missedLogFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 cachedExercise PIC X(15) VALUE SPACES.
01 cachedLevel PIC X(1) VALUE SPACE.
01 cachedOperator PIC X(1) VALUE SPACE.
01 offsetTally.
       02 offsetEntry OCCURS 30 TIMES.
           03 tallyOffset PIC S9(6)V99.
           03 tallyCount PIC 9(5).
01 offsetTallyCount PIC 9(2) VALUE ZERO.
01 tallyIndex PIC 9(2).
01 tallyFound PIC X(1).
01 missOffset PIC S9(6)V99.
01 historyOffsets.
       02 historyOffset PIC S9(6)V99 OCCURS 3 TIMES.
01 historyCount PIC 9(1) VALUE ZERO.
01 historyIndex PIC 9(1).
01 bestIndex PIC 9(2).
01 bestCount PIC 9(5).
01 nearMissOffsets.
       02 nearMissOffset PIC S9(6)V99 OCCURS 8 TIMES.
01 nearMissIndex PIC 9(1).
01 distractorCount PIC 9(1).
01 candidateValue PIC S9(6)V99.
01 candidateOrigin PIC X(1).
01 candidateGood PIC X(1).
01 slotIndex PIC 9(1).
01 sortPass PIC 9(1).
01 holdValue PIC S9(5)V99.
01 holdOrigin PIC X(1).
01 choiceText PIC -(5)9.99.
01 choiceWholeText PIC -(5)9.
01 linePointer PIC 9(3).
01 choiceLetters VALUE "ABCD".
       02 choiceLetter PIC X(1) OCCURS 4 TIMES.
LINKAGE SECTION.
01 choiceExercise PIC X(15).
01 choiceLevel PIC X(1).
01 choiceOperator PIC X(1).
01 choiceCorrect PIC S9(5)V99.
01 choiceTable.
       02 choiceValue PIC S9(5)V99 OCCURS 4 TIMES.
       02 choiceOrigin PIC X(1) OCCURS 4 TIMES.
01 choiceLine PIC X(60).
PROCEDURE DIVISION USING choiceExercise, choiceLevel, choiceOperator, choiceCorrect,
        choiceTable, choiceLine.
BuildChoicesProcess.
    IF choiceExercise NOT = cachedExercise OR choiceLevel NOT = cachedLevel
            OR choiceOperator NOT = cachedOperator
       PERFORM LoadCommonMistakes
    END-IF
    PERFORM SetNearMisses
    MOVE choiceCorrect TO choiceValue(1)
    MOVE "C" TO choiceOrigin(1)
    MOVE 1 TO distractorCount
    PERFORM VARYING historyIndex FROM 1 BY 1
            UNTIL historyIndex > historyCount OR distractorCount >= 4
       COMPUTE candidateValue = choiceCorrect + historyOffset(historyIndex)
       MOVE "H" TO candidateOrigin
       PERFORM TryCandidate
    END-PERFORM
    PERFORM VARYING nearMissIndex FROM 1 BY 1
            UNTIL nearMissIndex > 8 OR distractorCount >= 4
       COMPUTE candidateValue = choiceCorrect + nearMissOffset(nearMissIndex)
       MOVE "G" TO candidateOrigin
       PERFORM TryCandidate
    END-PERFORM
    PERFORM SortChoices
    PERFORM BuildChoiceLine.
    EXIT PROGRAM.
LoadCommonMistakes.
    MOVE choiceExercise TO cachedExercise
    MOVE choiceLevel TO cachedLevel
    MOVE choiceOperator TO cachedOperator
    MOVE ZERO TO offsetTallyCount
    MOVE ZERO TO historyCount
    OPEN INPUT missedLogFile
    IF missedLogFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ missedLogFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF mqExercise = choiceExercise AND mqLevel = choiceLevel
                       AND mqOperator = choiceOperator
                  PERFORM TallyOneMistake
               END-IF
       END-READ
    END-PERFORM
    CLOSE missedLogFile
    PERFORM VARYING historyIndex FROM 1 BY 1 UNTIL historyIndex > 3
       MOVE ZERO TO bestIndex
       MOVE ZERO TO bestCount
       PERFORM VARYING tallyIndex FROM 1 BY 1 UNTIL tallyIndex > offsetTallyCount
          IF tallyCount(tallyIndex) > bestCount
             MOVE tallyCount(tallyIndex) TO bestCount
             MOVE tallyIndex TO bestIndex
          END-IF
       END-PERFORM
       IF bestIndex > ZERO
          ADD 1 TO historyCount
          MOVE tallyOffset(bestIndex) TO historyOffset(historyCount)
          MOVE ZERO TO tallyCount(bestIndex)
       END-IF
    END-PERFORM.
TallyOneMistake.
    COMPUTE missOffset = mqGivenAnswer - mqCorrectAnswer
    IF missOffset = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO tallyFound
    PERFORM VARYING tallyIndex FROM 1 BY 1 UNTIL tallyIndex > offsetTallyCount
       IF tallyOffset(tallyIndex) = missOffset
          ADD 1 TO tallyCount(tallyIndex)
          MOVE "Y" TO tallyFound
       END-IF
    END-PERFORM
    IF tallyFound = "N" AND offsetTallyCount < 30
       ADD 1 TO offsetTallyCount
       MOVE missOffset TO tallyOffset(offsetTallyCount)
       MOVE 1 TO tallyCount(offsetTallyCount)
    END-IF.
SetNearMisses.
    IF choiceCorrect = FUNCTION INTEGER-PART(choiceCorrect)
       MOVE 1 TO nearMissOffset(1)
       MOVE -1 TO nearMissOffset(2)
       MOVE 10 TO nearMissOffset(3)
       MOVE -10 TO nearMissOffset(4)
       MOVE 2 TO nearMissOffset(5)
       MOVE -2 TO nearMissOffset(6)
       MOVE 100 TO nearMissOffset(7)
       MOVE 3 TO nearMissOffset(8)
    ELSE
       MOVE 0.1 TO nearMissOffset(1)
       MOVE -0.1 TO nearMissOffset(2)
       MOVE 1 TO nearMissOffset(3)
       MOVE -1 TO nearMissOffset(4)
       MOVE 0.01 TO nearMissOffset(5)
       MOVE -0.01 TO nearMissOffset(6)
       MOVE 10 TO nearMissOffset(7)
       MOVE 0.2 TO nearMissOffset(8)
    END-IF.
TryCandidate.
    MOVE "Y" TO candidateGood
    IF candidateValue < ZERO AND choiceCorrect >= ZERO
       MOVE "N" TO candidateGood
    END-IF
    IF candidateValue > 99999.99 OR candidateValue < -99999.99
       MOVE "N" TO candidateGood
    END-IF
    PERFORM VARYING slotIndex FROM 1 BY 1 UNTIL slotIndex > distractorCount
       IF choiceValue(slotIndex) = candidateValue
          MOVE "N" TO candidateGood
       END-IF
    END-PERFORM
    IF candidateGood = "Y"
       ADD 1 TO distractorCount
       MOVE candidateValue TO choiceValue(distractorCount)
       MOVE candidateOrigin TO choiceOrigin(distractorCount)
    END-IF.
SortChoices.
    PERFORM VARYING sortPass FROM 1 BY 1 UNTIL sortPass > 3
       PERFORM VARYING slotIndex FROM 1 BY 1 UNTIL slotIndex > 3
          IF choiceValue(slotIndex) > choiceValue(slotIndex + 1)
             MOVE choiceValue(slotIndex) TO holdValue
             MOVE choiceOrigin(slotIndex) TO holdOrigin
             MOVE choiceValue(slotIndex + 1) TO choiceValue(slotIndex)
             MOVE choiceOrigin(slotIndex + 1) TO choiceOrigin(slotIndex)
             MOVE holdValue TO choiceValue(slotIndex + 1)
             MOVE holdOrigin TO choiceOrigin(slotIndex + 1)
          END-IF
       END-PERFORM
    END-PERFORM.
BuildChoiceLine.
    MOVE SPACES TO choiceLine
    MOVE 1 TO linePointer
    PERFORM VARYING slotIndex FROM 1 BY 1 UNTIL slotIndex > 4
       IF choiceValue(slotIndex) = FUNCTION INTEGER-PART(choiceValue(slotIndex))
          MOVE choiceValue(slotIndex) TO choiceWholeText
          STRING choiceLetter(slotIndex) ") " FUNCTION TRIM(choiceWholeText) "   "
              DELIMITED BY SIZE INTO choiceLine WITH POINTER linePointer
          END-STRING
       ELSE
          MOVE choiceValue(slotIndex) TO choiceText
          STRING choiceLetter(slotIndex) ") " FUNCTION TRIM(choiceText) "   "
              DELIMITED BY SIZE INTO choiceLine WITH POINTER linePointer
          END-STRING
       END-IF
    END-PERFORM.
