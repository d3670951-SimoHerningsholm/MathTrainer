       02 mqCorrectCount PIC 9(1).
       02 mqLastCorrectDate PIC X(8).
       02 mqRetiredFlag PIC X(1).
       02 mqForm PIC X(1).
WORKING-STORAGE SECTION.
01 missedLogFileStatus PIC X(2).
01 noMoreRecords PIC X(1) VALUE "N".
01 levelCounts.
       02 levelMissCount PIC 9(5) OCCURS 4 TIMES.
01 exerciseCounts.
       02 exerciseMissEntry OCCURS 12 TIMES.
           03 exerciseMissName PIC X(15).
           03 exerciseMissCount PIC 9(5).
01 exerciseIndex PIC 9(2).
01 unitsOp2 PIC 9(1).
01 operandAbs1 PIC 9(5).
01 operandAbs2 PIC 9(5).
01 areaMissCount PIC 9(5) VALUE ZERO.
01 perimeterMissCount PIC 9(5) VALUE ZERO.
01 areaGivenPerimeterCount PIC 9(5) VALUE ZERO.
01 perimeterGivenAreaCount PIC 9(5) VALUE ZERO.
01 resultFormMissCount PIC 9(5) VALUE ZERO.
01 missingFormMissCount PIC 9(5) VALUE ZERO.
01 geoShape PIC 9(1).
01 geoSides PIC 9(4).
01 geoSideA PIC 9(2).
01 geoSideB PIC 9(2).
01 geoSideC PIC 9(2).
01 geoNotchA PIC 9(2).
01 geoNotchB PIC 9(2).
01 geoArea PIC 9(5)V99.
01 geoPerimeter PIC 9(5)V99.
01 accessFunction PIC X(16) VALUE "ERRORPATTERN".
LINKAGE SECTION.
01 accessViewer PIC X(10).
01 accessRole PIC X(10).
PROCEDURE DIVISION USING accessViewer, accessRole.
ErrorPatternProcess.
    DISPLAY "=== Error-pattern report ==="
    DISPLAY "Enter the player's username"
    ACCEPT reportPlayer
    CALL 'LogDataAccess' USING accessViewer, accessRole, reportPlayer, accessFunction
    PERFORM InitCounters
    OPEN INPUT missedLogFile
    IF missedLogFileStatus NOT = "00"
    PERFORM VARYING levelIndex FROM 1 BY 1 UNTIL levelIndex > 4
       MOVE ZERO TO levelMissCount(levelIndex)
    END-PERFORM
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 12
       MOVE SPACES TO exerciseMissName(exerciseIndex)
       MOVE ZERO TO exerciseMissCount(exerciseIndex)
    END-PERFORM
    MOVE "CUBEROOT" TO exerciseMissName(8)
    MOVE "PERCENTAGE" TO exerciseMissName(9)
    MOVE "WORDPROBLEM" TO exerciseMissName(10)
    MOVE "UNITCONV" TO exerciseMissName(11)
    MOVE "GEOMETRY" TO exerciseMissName(12)
    PERFORM VARYING tableIndex FROM 1 BY 1 UNTIL tableIndex > 12
       MOVE ZERO TO tableMissCount(tableIndex)
    END-PERFORM.
       MOVE mqLevel TO levelIndex
       ADD 1 TO levelMissCount(levelIndex)
    END-IF
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 12
       IF exerciseMissName(exerciseIndex) = mqExercise
          ADD 1 TO exerciseMissCount(exerciseIndex)
       END-IF
    END-PERFORM
    EVALUATE mqForm
        WHEN "R" ADD 1 TO resultFormMissCount
        WHEN "A" ADD 1 TO missingFormMissCount
        WHEN "B" ADD 1 TO missingFormMissCount
    END-EVALUATE
    COMPUTE operandAbs1 = FUNCTION ABS(mqOperand1)
    COMPUTE operandAbs2 = FUNCTION ABS(mqOperand2)
    EVALUATE mqOperator
               MOVE operandAbs2 TO tableIndex
               ADD 1 TO tableMissCount(tableIndex)
            END-IF
        WHEN "A"
            IF mqExercise = "GEOMETRY"
               ADD 1 TO areaMissCount
               PERFORM DecodeGeometryMiss
               IF mqGivenAnswer = geoPerimeter
                  ADD 1 TO areaGivenPerimeterCount
               END-IF
            END-IF
        WHEN "O"
            IF mqExercise = "GEOMETRY"
               ADD 1 TO perimeterMissCount
               PERFORM DecodeGeometryMiss
               IF mqGivenAnswer = geoArea
                  ADD 1 TO perimeterGivenAreaCount
               END-IF
            END-IF
    END-EVALUATE.
DecodeGeometryMiss.
    DIVIDE operandAbs1 BY 10000 GIVING geoShape REMAINDER geoSides
    DIVIDE geoSides BY 100 GIVING geoSideA REMAINDER geoSideB
    MOVE ZERO TO geoSideC
    MOVE ZERO TO geoNotchA
    MOVE ZERO TO geoNotchB
    EVALUATE geoShape
        WHEN 3
            MOVE operandAbs2 TO geoSideC
            COMPUTE geoArea = geoSideA * geoSideB / 2
            COMPUTE geoPerimeter = geoSideA + geoSideB + geoSideC
        WHEN 4
            DIVIDE operandAbs2 BY 100 GIVING geoNotchA REMAINDER geoNotchB
            COMPUTE geoArea = geoSideA * geoSideB - geoNotchA * geoNotchB
            COMPUTE geoPerimeter = 2 * (geoSideA + geoSideB)
        WHEN OTHER
            COMPUTE geoArea = geoSideA * geoSideB
            COMPUTE geoPerimeter = 2 * (geoSideA + geoSideB)
    END-EVALUATE.
DisplayPatterns.
    DISPLAY reportPlayer " has " missedTotal " recorded missed question(s)"
    DISPLAY " "
    DISPLAY "Misses by exercise:"
    PERFORM VARYING exerciseIndex FROM 1 BY 1 UNTIL exerciseIndex > 12
       IF exerciseMissCount(exerciseIndex) > ZERO
          DISPLAY "  " exerciseMissName(exerciseIndex) " - "
              exerciseMissCount(exerciseIndex)
       IF tableMissCount(tableIndex) > ZERO
          DISPLAY "Times table " tableIndex " misses: " tableMissCount(tableIndex)
       END-IF
    END-PERFORM
    IF areaMissCount > ZERO
       DISPLAY "Area: " areaGivenPerimeterCount " of " areaMissCount
           " misses gave the perimeter instead"
    END-IF
    IF perimeterMissCount > ZERO
       DISPLAY "Perimeter: " perimeterGivenAreaCount " of " perimeterMissCount
           " misses gave the area instead"
    END-IF
    IF areaGivenPerimeterCount + perimeterGivenAreaCount > ZERO
       DISPLAY "This student is mixing up area and perimeter"
    END-IF
    IF missingFormMissCount > ZERO
       DISPLAY " "
       DISPLAY "Basic operations: " resultFormMissCount " result-form and "
           missingFormMissCount " missing-number misses"
    END-IF.
