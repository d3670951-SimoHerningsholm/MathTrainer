01 questionVersionData.
       02 qvKey.
           03 qvItemKey PIC X(4).
           03 qvVersion PIC 9(3).
       02 qvEffectiveDate PIC X(8).
       02 qvSupersededDate PIC X(8).
       02 qvQuestionImage PIC X(344).
