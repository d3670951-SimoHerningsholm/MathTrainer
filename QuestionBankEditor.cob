    ACCESS MODE IS DYNAMIC
    RECORD KEY IS qbKey
    FILE STATUS IS questionBankFileStatus.
SELECT questionVersionFile ASSIGN TO "questionversions.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS qvKey
    FILE STATUS IS questionVersionFileStatus.
SELECT flagQueueFile ASSIGN TO "flagqueue.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
FILE SECTION.
FD questionBankFile.
COPY QBANKREC.
FD questionVersionFile.
COPY QVERSREC.
FD flagQueueFile.
01 flagQueueData.
       02 fqKey.
WORKING-STORAGE SECTION.
01 questionBankFileStatus PIC X(2).
01 flagQueueFileStatus PIC X(2).
01 questionVersionFileStatus PIC X(2).
01 todayDate PIC X(8).
01 historyItemKey PIC X(4).
01 historyCount PIC 9(3).
01 currentImage PIC X(344).
01 noMoreFlags PIC X(1).
01 flagsShown PIC 9(3).
01 flagsCleared PIC 9(3).
01 clearItemKey PIC X(4).
01 editorChoice PIC X(1).
       88 validEditorChoice VALUES ARE 1 THRU 8.
       88 validEditorExitChoice VALUE 0.
01 runEditorMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 partCountEntry PIC 9(1).
PROCEDURE DIVISION.
EditorProcess.
    ACCEPT todayDate FROM DATE YYYYMMDD
    OPEN I-O questionBankFile
    IF questionBankFileStatus = "35"
       OPEN OUTPUT questionBankFile
       DISPLAY "5: Preview a question"
       DISPLAY "6: Review flagged questions"
       DISPLAY "7: Clear the flags on a question"
       DISPLAY "8: Show the version history of a question"
       DISPLAY "0: Return"
       ACCEPT editorChoice
       EVALUATE TRUE
                   WHEN "5" PERFORM PreviewQuestion
                   WHEN "6" PERFORM ReviewFlagQueue
                   WHEN "7" PERFORM ClearItemFlags
                   WHEN "8" PERFORM ShowVersionHistory
               END-EVALUATE
           WHEN validEditorExitChoice
               MOVE "N" TO runEditorMenu
                  DISPLAY qbSeq ": " FUNCTION TRIM(qbTextA) " #1 "
                      FUNCTION TRIM(qbTextB) " #2 " FUNCTION TRIM(qbTextC)
                      " [" qbOperator "] parts " qbPartCount
                      " retired " qbRetiredFlag " v" qbVersion
               END-IF
       END-READ
    END-PERFORM.
    MOVE nextSeq TO qbSeq
    PERFORM AcceptQuestionFields
    MOVE "N" TO qbRetiredFlag
    MOVE 1 TO qbVersion
    MOVE todayDate TO qbEffectiveDate
    WRITE questionBankData
        INVALID KEY DISPLAY "Could not add question"
    END-WRITE
    END-READ
    IF questionExist = "N"
       DISPLAY "No such question"
       EXIT PARAGRAPH
    END-IF
    IF qbVersion = ZERO
       MOVE 1 TO qbVersion
    END-IF
    PERFORM SaveSupersededVersion
    IF questionVersionFileStatus NOT = "00"
       DISPLAY "Could not keep the old version - question not changed"
       EXIT PARAGRAPH
    END-IF
    PERFORM AcceptQuestionFields
    ADD 1 TO qbVersion
    MOVE todayDate TO qbEffectiveDate
    REWRITE questionBankData
        INVALID KEY DISPLAY "Could not update question"
    END-REWRITE
    IF questionBankFileStatus = "00"
       DISPLAY "Question updated - now version " qbVersion
           ", effective " qbEffectiveDate
    END-IF.
SaveSupersededVersion.
    OPEN I-O questionVersionFile
    IF questionVersionFileStatus = "35"
       OPEN OUTPUT questionVersionFile
       CLOSE questionVersionFile
       OPEN I-O questionVersionFile
    END-IF
    IF questionVersionFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE qbKey TO qvItemKey
    MOVE qbVersion TO qvVersion
    MOVE qbEffectiveDate TO qvEffectiveDate
    MOVE todayDate TO qvSupersededDate
    MOVE questionBankData TO qvQuestionImage
    WRITE questionVersionData
        INVALID KEY
            REWRITE questionVersionData
                INVALID KEY CONTINUE
            END-REWRITE
    END-WRITE
    CLOSE questionVersionFile.
RetireQuestion.
    DISPLAY "Enter the level (1-4)"
    ACCEPT levelEntry
    END-PERFORM
    CLOSE flagQueueFile
    DISPLAY flagsCleared " flag(s) cleared for item " clearItemKey.
ShowVersionHistory.
    DISPLAY "Enter the level (1-4)"
    ACCEPT levelEntry
    DISPLAY "Enter the question number"
    ACCEPT seqEntry
    MOVE "Y" TO questionExist
    MOVE levelEntry TO qbLevel
    MOVE seqEntry TO qbSeq
    READ questionBankFile
        INVALID KEY MOVE "N" TO questionExist
    END-READ
    IF questionExist = "N"
       DISPLAY "No such question"
       EXIT PARAGRAPH
    END-IF
    MOVE qbKey TO historyItemKey
    MOVE questionBankData TO currentImage
    DISPLAY "=== Version history for item " qbLevel "/" qbSeq " ==="
    MOVE ZERO TO historyCount
    OPEN INPUT questionVersionFile
    IF questionVersionFileStatus = "00"
       MOVE historyItemKey TO qvItemKey
       MOVE ZERO TO qvVersion
       MOVE "N" TO noMoreRecords
       START questionVersionFile KEY IS >= qvKey
           INVALID KEY MOVE "Y" TO noMoreRecords
       END-START
       PERFORM UNTIL noMoreRecords = "Y"
          READ questionVersionFile NEXT RECORD
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END
                  IF qvItemKey NOT = historyItemKey
                     MOVE "Y" TO noMoreRecords
                  ELSE
                     ADD 1 TO historyCount
                     MOVE qvQuestionImage TO questionBankData
                     DISPLAY "Version " qvVersion " effective " qvEffectiveDate
                         " until " qvSupersededDate
                     PERFORM DisplayVersionDetail
                  END-IF
          END-READ
       END-PERFORM
       CLOSE questionVersionFile
    END-IF
    MOVE currentImage TO questionBankData
    IF qbVersion = ZERO
       MOVE 1 TO qbVersion
    END-IF
    DISPLAY "Version " qbVersion " effective " qbEffectiveDate " (current)"
    PERFORM DisplayVersionDetail
    IF historyCount = ZERO
       DISPLAY "No earlier versions - this question has not been changed"
    END-IF.
DisplayVersionDetail.
    DISPLAY "  " FUNCTION TRIM(qbTextA) " #1 " FUNCTION TRIM(qbTextB) " #2 "
        FUNCTION TRIM(qbTextC)
    DISPLAY "  " FUNCTION TRIM(qbQuestion)
    DISPLAY "  [" qbOperator "] #1 " qbMin1 "-" qbMax1 "  #2 " qbMin2 "-" qbMax2
        "  parts " qbPartCount
    IF qbPartCount >= 2
       DISPLAY "  part 2 [" qbOp2 "] " qbP2Min "-" qbP2Max " "
           FUNCTION TRIM(qbQuestion2)
    END-IF
    IF qbPartCount = 3
       DISPLAY "  part 3 [" qbOp3 "] " qbP3Min "-" qbP3Max " "
           FUNCTION TRIM(qbQuestion3)
    END-IF.
