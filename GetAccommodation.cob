       02 acUserName PIC X(10).
       02 acTimeMultPct PIC 9(3).
       02 acNote PIC X(20).
       02 acAnswerFormat PIC X(1).
WORKING-STORAGE SECTION.
01 accommodationsFileStatus PIC X(2).
LINKAGE SECTION.
