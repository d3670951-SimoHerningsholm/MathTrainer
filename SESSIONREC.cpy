       02 slSeconds PIC 9(3).
       02 slObjective PIC X(12).
       02 slItemKey PIC X(4).
       02 slItemVersion PIC 9(3).
       02 slConfidence PIC X(1).
       02 slForm PIC X(1).
       02 slChoiceInfo.
           03 slAnswerFormat PIC X(1).
           03 slChoicePicked PIC X(1).
           03 slChoiceSource PIC X(1).
       02 slSolutionViewed PIC X(1).
