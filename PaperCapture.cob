           03 worksheetSegExercise PIC X(2).
           03 worksheetSegLevel PIC X(1).
           03 worksheetSegCount PIC 9(2).
01 worksheetRegroups PIC X(10).
01 worksheetTargetClass PIC X(6).
01 worksheetTargetGroup PIC X(10).
01 worksheetIndex PIC 9(2).
01 studentEntry PIC X(10).
01 correctEntry PIC 9(2).
    DISPLAY "Enter the worksheet code"
    ACCEPT worksheetCode
    CALL 'GetWorksheet' USING worksheetCode, worksheetFound, worksheetName,
        worksheetSegmentCount, worksheetSegments, worksheetRegroups,
        worksheetTargetClass, worksheetTargetGroup
    IF worksheetFound NOT = "Y"
       DISPLAY "No worksheet found for code " worksheetCode
       EXIT PROGRAM
    CLOSE sessionLogFile
    IF pointsEarned > ZERO
       ADD pointsEarned TO points
       CALL 'SealPlayer' USING playersData
       REWRITE playersData
           INVALID KEY DISPLAY "Could not update player points"
       END-REWRITE
    MOVE ZERO TO slSeconds
    CALL 'GetObjective' USING slExercise, slLevel, slObjective
    MOVE SPACES TO slItemKey
    MOVE ZERO TO slItemVersion
    MOVE SPACE TO slConfidence
    MOVE SPACE TO slForm
    MOVE SPACES TO slChoiceInfo
    MOVE SPACE TO slSolutionViewed
    WRITE sessionLogData
        INVALID KEY CONTINUE
    END-WRITE
        WHEN "20" MOVE "MONEY" TO exerciseNameText
        WHEN "21" MOVE "CLOCK" TO exerciseNameText
        WHEN "22" MOVE "EQUATION" TO exerciseNameText
        WHEN "26" MOVE "UNITCONV" TO exerciseNameText
        WHEN "27" MOVE "GEOMETRY" TO exerciseNameText
        WHEN "28" MOVE "ROUNDING" TO exerciseNameText
        WHEN "29" MOVE "NUMBERTHEORY" TO exerciseNameText
        WHEN "30" MOVE "STATISTICS" TO exerciseNameText
        WHEN "31" MOVE "SEQUENCE" TO exerciseNameText
        WHEN OTHER MOVE "PAPERWORK" TO exerciseNameText
    END-EVALUATE.
