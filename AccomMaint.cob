       02 acUserName PIC X(10).
       02 acTimeMultPct PIC 9(3).
       02 acNote PIC X(20).
       02 acAnswerFormat PIC X(1).
WORKING-STORAGE SECTION.
01 accommodationsFileStatus PIC X(2).
01 accomChoice PIC X(1).
           NOT AT END
               DISPLAY acUserName " - time multiplier " acTimeMultPct
                   "% - " acNote
               IF acAnswerFormat = "M"
                  DISPLAY "           multiple-choice answers"
               END-IF
       END-READ
    END-PERFORM.
SetProfile.
    END-IF
    DISPLAY "Enter a short note (e.g. IEP reference)"
    ACCEPT acNote
    DISPLAY "Answer questions by multiple choice? (Y/N)"
    ACCEPT acAnswerFormat
    EVALUATE acAnswerFormat
        WHEN "Y" MOVE "M" TO acAnswerFormat
        WHEN "y" MOVE "M" TO acAnswerFormat
        WHEN OTHER MOVE "F" TO acAnswerFormat
    END-EVALUATE
    REWRITE accommodationData
        INVALID KEY
           WRITE accommodationData
