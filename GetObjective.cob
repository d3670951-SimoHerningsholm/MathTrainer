        WHEN "EQUATION" MOVE "22" TO objExerciseCode
        WHEN "FRACTION" MOVE "18" TO objExerciseCode
        WHEN "MIXEDOP" MOVE "19" TO objExerciseCode
        WHEN "UNITCONV" MOVE "26" TO objExerciseCode
        WHEN "GEOMETRY" MOVE "27" TO objExerciseCode
        WHEN "ROUNDING" MOVE "28" TO objExerciseCode
        WHEN "NUMBERTHEORY" MOVE "29" TO objExerciseCode
        WHEN "STATISTICS" MOVE "30" TO objExerciseCode
        WHEN "SEQUENCE" MOVE "31" TO objExerciseCode
        WHEN OTHER MOVE SPACES TO objExerciseCode
    END-EVALUATE.
