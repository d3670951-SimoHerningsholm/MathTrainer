       02 oldQbMin2 PIC 9(3).
       02 oldQbMax2 PIC 9(3).
       02 oldQbRetiredFlag PIC X(1).
       02 oldQbPartCount PIC 9(1).
       02 oldQbPart2 PIC X(67).
       02 oldQbPart3 PIC X(67).
FD newQuestionBankFile.
COPY QBANKREC.
WORKING-STORAGE SECTION.
01 newQuestionBankFileStatus PIC X(2).
01 noMoreRecords PIC X(1) VALUE "N".
01 questionsConverted PIC 9(4) VALUE ZERO.
01 conversionDate PIC X(8).
PROCEDURE DIVISION.
ConvertProcess.
    DISPLAY "=== Question-bank versioning conversion ==="
    DISPLAY "Rebuilding questionbank.txt into questionbanknew.txt with every"
    DISPLAY "item as version 001, effective from today"
    ACCEPT conversionDate FROM DATE YYYYMMDD
    OPEN INPUT oldQuestionBankFile
    IF oldQuestionBankFileStatus NOT = "00"
       DISPLAY "Could not open question bank, status " oldQuestionBankFileStatus
    MOVE oldQbMin2 TO qbMin2
    MOVE oldQbMax2 TO qbMax2
    MOVE oldQbRetiredFlag TO qbRetiredFlag
    MOVE oldQbPartCount TO qbPartCount
    MOVE oldQbPart2 TO qbPart2
    MOVE oldQbPart3 TO qbPart3
    MOVE 1 TO qbVersion
    MOVE conversionDate TO qbEffectiveDate
    WRITE questionBankData
        INVALID KEY DISPLAY "Could not convert " oldQbKey
    END-WRITE
