       02 nslSeconds PIC 9(3).
       02 nslObjective PIC X(12).
       02 nslItemKey PIC X(4).
       02 nslItemVersion PIC 9(3).
       02 nslConfidence PIC X(1).
       02 nslForm PIC X(1).
       02 nslChoiceInfo.
           03 nslAnswerFormat PIC X(1).
           03 nslChoicePicked PIC X(1).
           03 nslChoiceSource PIC X(1).
       02 nslSolutionViewed PIC X(1).
FD monthlyArchiveFile.
01 monthlyArchiveRecord PIC X(71).
WORKING-STORAGE SECTION.
01 sessionLogFileStatus PIC X(2).
01 newSessionLogFileStatus PIC X(2).
