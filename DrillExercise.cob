       02 mqCorrectCount PIC 9(1).
       02 mqLastCorrectDate PIC X(8).
       02 mqRetiredFlag PIC X(1).
       02 mqForm PIC X(1).
FD sessionLogFile.
COPY SESSIONREC.
WORKING-STORAGE SECTION.
01 penaltyPoints PIC 9(1).
01 questionText1 PIC X(60) VALUE SPACES.
01 questionText2 PIC X(60) VALUE SPACES.
01 unitNames VALUE "mmcmm kmg kgmlcll ".
       02 unitName PIC X(2) OCCURS 9 TIMES.
01 drillFromUnit PIC 9(1).
01 drillToUnit PIC 9(1).
01 drillUnitRest PIC 9(2).
01 drillDecimals PIC 9(1).
01 drillQuantity PIC 9(5)V999.
01 drillQuantityText PIC Z(4)9.999.
01 geoShape PIC 9(1).
01 geoSides PIC 9(4).
01 geoSideA PIC 9(2).
01 geoSideB PIC 9(2).
01 geoNotchA PIC 9(2).
01 geoNotchB PIC 9(2).
01 geoSideAText PIC Z9.
01 geoSideBText PIC Z9.
01 geoSideCText PIC Z9.
01 geoNotchAText PIC Z9.
01 geoNotchBText PIC Z9.
01 roundSource PIC 9(5)V999.
01 roundSourceText PIC Z(4)9.999.
01 roundUnitText PIC Z(3)9.
01 roundUnit PIC 9(4).
01 estimateText1 PIC Z(4)9.
01 estimateText2 PIC Z(4)9.
01 estimateBandPct PIC 9(3).
01 bandAmount PIC 9(5)V99.
01 answerDistance PIC 9(5)V99.
01 answerGood PIC X(1).
01 drillFormResult PIC S9(9).
01 drillFormResultText PIC -(8)9.
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 remainingCount PIC 9(2).
01 panelQuestionCount PIC 9(2).
01 panelPoints PIC 9(7).
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF mqRetiredFlag NOT = "Y" AND mqLastCorrectDate NOT = todayDate
                     AND mqOperator NOT = "S" AND mqOperator NOT = "V"
                     ADD 1 TO dueCount
                     MOVE mqKey TO dueKey(dueCount)
                  END-IF
       MOVE SPACES TO userInputStage
       DISPLAY questionPanel
       ACCEPT questionPanel
       IF mqOperator = "I"
          EVALUATE userInputStage
              WHEN "Y" MOVE "1" TO userInputStage
              WHEN "y" MOVE "1" TO userInputStage
              WHEN "N" MOVE "0" TO userInputStage
              WHEN "n" MOVE "0" TO userInputStage
          END-EVALUATE
       END-IF
       MOVE ZERO TO commaTally
       INSPECT userInputStage TALLYING commaTally FOR ALL ","
       IF commaTally > ZERO
    END-PERFORM
    COMPUTE userAnswer = FUNCTION NUMVAL(userInputStage)
    MOVE playerPoints TO pointsBeforeAnswer
    PERFORM CheckDrillAnswer
    IF answerGood = "Y"
       ADD 1 TO playerPoints
       ADD 1 TO playerCorrectCount
       DISPLAY "Correct answer"
                        DELIMITED BY SIZE INTO questionText1
                    END-STRING
            END-EVALUATE
        WHEN "U"
            PERFORM BuildUnitConversionLine
        WHEN "N"
            PERFORM BuildRoundingLine
        WHEN "I"
            MOVE mqOperand1 TO estimateText1
            STRING "Is " FUNCTION TRIM(estimateText1) " a prime number?"
                DELIMITED BY SIZE INTO questionText1
            END-STRING
            MOVE "Answer Y for yes or N for no" TO questionText2
        WHEN "F"
            MOVE mqOperand1 TO estimateText1
            STRING "How many factors does " FUNCTION TRIM(estimateText1) " have?"
                DELIMITED BY SIZE INTO questionText1
            END-STRING
        WHEN "D"
            MOVE mqOperand1 TO estimateText1
            MOVE mqOperand2 TO estimateText2
            STRING "What is the greatest common divisor of "
                FUNCTION TRIM(estimateText1) " and " FUNCTION TRIM(estimateText2) "?"
                DELIMITED BY SIZE INTO questionText1
            END-STRING
        WHEN "L"
            MOVE mqOperand1 TO estimateText1
            MOVE mqOperand2 TO estimateText2
            STRING "What is the least common multiple of "
                FUNCTION TRIM(estimateText1) " and " FUNCTION TRIM(estimateText2) "?"
                DELIMITED BY SIZE INTO questionText1
            END-STRING
        WHEN "E"
            PERFORM BuildEstimateLine
        WHEN "A"
            PERFORM BuildGeometryLine
        WHEN "O"
            PERFORM BuildGeometryLine
        WHEN OTHER
            STRING mqOperand1 " ? " mqOperand2
                DELIMITED BY SIZE INTO questionText1
            END-STRING
    END-EVALUATE.
BuildUnitConversionLine.
    DIVIDE mqOperand1 BY 100 GIVING drillFromUnit REMAINDER drillUnitRest
    DIVIDE drillUnitRest BY 10 GIVING drillToUnit REMAINDER drillDecimals
    IF drillFromUnit < 1 OR drillToUnit < 1
       STRING mqOperand1 " ? " mqOperand2
           DELIMITED BY SIZE INTO questionText1
       END-STRING
       EXIT PARAGRAPH
    END-IF
    COMPUTE drillQuantity = mqOperand2 / (10 ** drillDecimals)
    MOVE drillQuantity TO drillQuantityText
    INSPECT drillQuantityText REPLACING ALL "." BY ","
    STRING "How many " FUNCTION TRIM(unitName(drillToUnit)) " is "
        FUNCTION TRIM(drillQuantityText) " "
        FUNCTION TRIM(unitName(drillFromUnit)) "?"
        DELIMITED BY SIZE INTO questionText1
    END-STRING
    MOVE "Use a decimal comma where needed, e.g. 2,5" TO questionText2.
BuildRoundingLine.
    IF mqOperand2 < ZERO
       COMPUTE roundSource = mqOperand1 / 1000
       MOVE roundSource TO roundSourceText
       INSPECT roundSourceText REPLACING ALL "." BY ","
       IF mqOperand2 = -1
          STRING "Round " FUNCTION TRIM(roundSourceText) " to one decimal place."
              DELIMITED BY SIZE INTO questionText1
          END-STRING
       ELSE
          STRING "Round " FUNCTION TRIM(roundSourceText) " to two decimal places."
              DELIMITED BY SIZE INTO questionText1
          END-STRING
       END-IF
       MOVE "Use a decimal comma, e.g. 2,5" TO questionText2
    ELSE
       COMPUTE roundUnit = 10 ** mqOperand2
       MOVE roundUnit TO roundUnitText
       MOVE mqOperand1 TO estimateText1
       STRING "Round " FUNCTION TRIM(estimateText1) " to the nearest "
           FUNCTION TRIM(roundUnitText) "."
           DELIMITED BY SIZE INTO questionText1
       END-STRING
    END-IF.
BuildEstimateLine.
    MOVE mqOperand1 TO estimateText1
    MOVE mqOperand2 TO estimateText2
    IF mqLevel = "1" OR mqLevel = "2"
       STRING "Estimate " FUNCTION TRIM(estimateText1) " + "
           FUNCTION TRIM(estimateText2)
           DELIMITED BY SIZE INTO questionText1
       END-STRING
    ELSE
       STRING "Estimate " FUNCTION TRIM(estimateText1) " x "
           FUNCTION TRIM(estimateText2)
           DELIMITED BY SIZE INTO questionText1
       END-STRING
    END-IF
    PERFORM GetEstimateBand
    MOVE estimateBandPct TO roundUnitText
    STRING "Any answer within " FUNCTION TRIM(roundUnitText)
        "% of the exact result counts"
        DELIMITED BY SIZE INTO questionText2
    END-STRING.
GetEstimateBand.
    MOVE SPACES TO paramName
    STRING "ESTBANDPCT" mqLevel DELIMITED BY SIZE INTO paramName
    EVALUATE mqLevel
        WHEN "1" MOVE 25 TO paramDefault
        WHEN "2" MOVE 20 TO paramDefault
        WHEN "3" MOVE 15 TO paramDefault
        WHEN OTHER MOVE 10 TO paramDefault
    END-EVALUATE
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    IF paramValue > 100
       MOVE 100 TO paramValue
    END-IF
    MOVE paramValue TO estimateBandPct.
CheckDrillAnswer.
    MOVE "N" TO answerGood
    IF mqOperator NOT = "E"
       IF userAnswer = mqCorrectAnswer
          MOVE "Y" TO answerGood
       END-IF
       EXIT PARAGRAPH
    END-IF
    COMPUTE bandAmount = mqCorrectAnswer * estimateBandPct / 100
    IF userAnswer > mqCorrectAnswer
       COMPUTE answerDistance = userAnswer - mqCorrectAnswer
    ELSE
       COMPUTE answerDistance = mqCorrectAnswer - userAnswer
    END-IF
    IF answerDistance <= bandAmount
       MOVE "Y" TO answerGood
    END-IF.
BuildGeometryLine.
    DIVIDE mqOperand1 BY 10000 GIVING geoShape REMAINDER geoSides
    DIVIDE geoSides BY 100 GIVING geoSideA REMAINDER geoSideB
    MOVE geoSideA TO geoSideAText
    MOVE geoSideB TO geoSideBText
    EVALUATE geoShape
        WHEN 1
            STRING "A rectangle " FUNCTION TRIM(geoSideAText) " cm by "
                FUNCTION TRIM(geoSideBText) " cm."
                DELIMITED BY SIZE INTO questionText1
            END-STRING
        WHEN 2
            STRING "A square with sides of " FUNCTION TRIM(geoSideAText) " cm."
                DELIMITED BY SIZE INTO questionText1
            END-STRING
        WHEN 3
            MOVE mqOperand2 TO geoSideCText
            STRING "A right triangle: legs " FUNCTION TRIM(geoSideAText) " cm and "
                FUNCTION TRIM(geoSideBText) " cm, long side "
                FUNCTION TRIM(geoSideCText) " cm."
                DELIMITED BY SIZE INTO questionText1
            END-STRING
        WHEN 4
            DIVIDE mqOperand2 BY 100 GIVING geoNotchA REMAINDER geoNotchB
            MOVE geoNotchA TO geoNotchAText
            MOVE geoNotchB TO geoNotchBText
            STRING "L-shape: " FUNCTION TRIM(geoSideAText) " cm by "
                FUNCTION TRIM(geoSideBText) " cm with a "
                FUNCTION TRIM(geoNotchAText) " cm by "
                FUNCTION TRIM(geoNotchBText) " cm corner cut off"
                DELIMITED BY SIZE INTO questionText1
            END-STRING
        WHEN OTHER
            STRING mqOperand1 " ? " mqOperand2
                DELIMITED BY SIZE INTO questionText1
            END-STRING
            EXIT PARAGRAPH
    END-EVALUATE
    IF mqOperator = "A"
       MOVE "What is its area in square cm?" TO questionText2
    ELSE
       MOVE "What is its perimeter in cm?" TO questionText2
    END-IF.
BuildTwoOperandLine.
    IF mqForm = "A" OR mqForm = "B"
       PERFORM BuildMissingOperandLine
       EXIT PARAGRAPH
    END-IF
    STRING mqOperand1 " " mqOperator " " mqOperand2
        DELIMITED BY SIZE INTO questionText1
    END-STRING.
BuildMissingOperandLine.
    EVALUATE mqOperator
        WHEN "+" COMPUTE drillFormResult = mqOperand1 + mqOperand2
        WHEN "-" COMPUTE drillFormResult = mqOperand1 - mqOperand2
        WHEN "*" COMPUTE drillFormResult = mqOperand1 * mqOperand2
        WHEN OTHER
            IF mqOperand2 = ZERO
               MOVE ZERO TO drillFormResult
            ELSE
               DIVIDE mqOperand1 BY mqOperand2 GIVING drillFormResult
            END-IF
    END-EVALUATE
    MOVE mqOperand1 TO estimateText1
    MOVE mqOperand2 TO estimateText2
    MOVE drillFormResult TO drillFormResultText
    IF mqForm = "A"
       STRING "? " mqOperator " " FUNCTION TRIM(estimateText2) " = "
           FUNCTION TRIM(drillFormResultText)
           DELIMITED BY SIZE INTO questionText1
       END-STRING
    ELSE
       STRING FUNCTION TRIM(estimateText1) " " mqOperator " ? = "
           FUNCTION TRIM(drillFormResultText)
           DELIMITED BY SIZE INTO questionText1
       END-STRING
    END-IF
    MOVE "Find the missing number" TO questionText2.
LogDrillSession.
    ACCEPT slDate FROM DATE YYYYMMDD
    ACCEPT slTime FROM TIME
    MOVE ZERO TO slSeconds
    CALL 'GetObjective' USING slExercise, slLevel, slObjective
    MOVE SPACES TO slItemKey
    MOVE ZERO TO slItemVersion
    MOVE SPACE TO slConfidence
    MOVE mqForm TO slForm
    MOVE SPACES TO slChoiceInfo
    MOVE SPACE TO slSolutionViewed
    WRITE sessionLogData
        INVALID KEY DISPLAY "Could not log session entry"
    END-WRITE
