01 eventData.
       02 evSeq PIC 9(8).
       02 evType PIC X(12).
       02 evUserName PIC X(10).
       02 evDate PIC X(8).
       02 evTime PIC X(8).
       02 evDetail PIC X(30).
       02 evStatus PIC X(1).
       02 evSendCount PIC 9(3).
       02 evLastSentDate PIC X(8).
01 eventControlData.
       02 ecSeq PIC 9(8).
       02 ecLastSeq PIC 9(8).
       02 ecAckedSeq PIC 9(8).
       02 ecAckedDate PIC X(8).
       02 FILLER PIC X(56).
