SELECT answerKeyFile ASSIGN TO DYNAMIC answerKeyName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS answerKeyStatus.
SELECT questionBankFile ASSIGN TO "questionbank.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS qbKey
    FILE STATUS IS questionBankFileStatus.
DATA DIVISION.
FILE SECTION.
FD worksheetPrintFile.
01 worksheetPrintLine PIC X(80).
FD answerKeyFile.
01 answerKeyLine PIC X(80).
FD questionBankFile.
COPY QBANKREC.
WORKING-STORAGE SECTION.
01 worksheetPrintStatus PIC X(2).
01 answerKeyStatus PIC X(2).
01 answerWhole PIC Z(6)9.
01 answerDecimal PIC Z(4)9.99.
01 exerciseTitle PIC X(15).
01 questionBankFileStatus PIC X(2).
01 noMoreBank PIC X(1).
01 bankTable.
       02 bankSeq PIC 9(3) OCCURS 100 TIMES.
01 bankCount PIC 9(3) VALUE ZERO.
01 bankPick PIC 9(3).
01 bankOp1 PIC 9(3).
01 bankOp2 PIC 9(3).
01 bankShow1 PIC 9(5).
01 bankVersion PIC 9(3).
01 bankText PIC X(60).
01 partIndex PIC 9(1).
01 partOperator PIC X(1).
01 partMin PIC 9(3).
01 partMax PIC 9(3).
01 partOperand PIC 9(3).
01 partPrevAnswer PIC 9(5)V99.
01 partAnswerText PIC X(20).
01 partLetter PIC X(1).
01 partLetters PIC X(3) VALUE "abc".
01 itemReference PIC X(20).
PROCEDURE DIVISION.
PrintWorksheetProcess.
    DISPLAY "=== Printable worksheet generator ==="
    DISPLAY "Exercise: 1-Addition 2-Subtraction 3-Multiplication 4-Division"
    DISPLAY "          5-Word problems from the question bank"
    ACCEPT sheetExercise
    IF sheetExercise NOT = "1" AND sheetExercise NOT = "2"
            AND sheetExercise NOT = "3" AND sheetExercise NOT = "4"
            AND sheetExercise NOT = "5"
       DISPLAY "Only exercises 1 through 5 can be printed"
       GOBACK
    END-IF
    DISPLAY "Enter the level (1-4)"
    IF sheetCount = ZERO
       MOVE 20 TO sheetCount
    END-IF
    IF sheetExercise = "5"
       PERFORM LoadBankQuestions
       IF bankCount = ZERO
          DISPLAY "No active word problems at level " sheetLevel
          GOBACK
       END-IF
    END-IF
    ACCEPT sheetDate FROM DATE YYYYMMDD
    ACCEPT sheetTime FROM TIME
    PERFORM SetExerciseTitle
    END-IF
    PERFORM WriteSheetHeadings
    PERFORM VARYING counter FROM 1 BY 1 UNTIL counter > sheetCount
       IF sheetExercise = "5"
          PERFORM WriteOneBankProblem
       ELSE
          PERFORM GenerateOneProblem
          PERFORM WriteOneProblem
       END-IF
    END-PERFORM
    CLOSE worksheetPrintFile
    CLOSE answerKeyFile
    IF sheetExercise = "5"
       CLOSE questionBankFile
    END-IF
    MOVE "WORKSHEET" TO spoolType
    MOVE SPACES TO spoolSubject
    CALL 'RegisterSpool' USING spoolType, spoolSubject, worksheetPrintName
                 MOVE "*" TO operatorSign
        WHEN "4" MOVE "DIVISION" TO exerciseTitle
                 MOVE "/" TO operatorSign
        WHEN "5" MOVE "WORD PROBLEMS" TO exerciseTitle
                 MOVE SPACE TO operatorSign
    END-EVALUATE.
WriteSheetHeadings.
    MOVE SPACES TO worksheetPrintLine
        DELIMITED BY SIZE INTO answerKeyLine
    END-STRING
    WRITE answerKeyLine.
LoadBankQuestions.
    MOVE ZERO TO bankCount
    OPEN INPUT questionBankFile
    IF questionBankFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreBank
    MOVE sheetLevel TO qbLevel
    MOVE ZERO TO qbSeq
    START questionBankFile KEY IS >= qbKey
        INVALID KEY MOVE "Y" TO noMoreBank
    END-START
    PERFORM UNTIL noMoreBank = "Y" OR bankCount >= 100
       READ questionBankFile NEXT RECORD
           AT END MOVE "Y" TO noMoreBank
           NOT AT END
               IF qbLevel NOT = sheetLevel
                  MOVE "Y" TO noMoreBank
               ELSE
                  IF qbRetiredFlag NOT = "Y"
                     ADD 1 TO bankCount
                     MOVE qbSeq TO bankSeq(bankCount)
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    IF bankCount = ZERO
       CLOSE questionBankFile
    END-IF.
WriteOneBankProblem.
    COMPUTE randomNum01 = FUNCTION RANDOM
    COMPUTE bankPick = randomNum01 * bankCount + 1
    IF bankPick > bankCount
       MOVE bankCount TO bankPick
    END-IF
    MOVE sheetLevel TO qbLevel
    MOVE bankSeq(bankPick) TO qbSeq
    READ questionBankFile
        INVALID KEY
            DISPLAY "Could not read question bank entry " qbLevel "/" qbSeq
            EXIT PARAGRAPH
    END-READ
    MOVE qbVersion TO bankVersion
    IF bankVersion = ZERO
       MOVE 1 TO bankVersion
    END-IF
    MOVE SPACES TO itemReference
    STRING "[item " qbLevel "/" qbSeq " v" bankVersion "]"
        DELIMITED BY SIZE INTO itemReference
    END-STRING
    PERFORM GenerateBankOperands
    MOVE SPACES TO bankText
    STRING FUNCTION TRIM(qbTextA) " " bankShow1 " "
        FUNCTION TRIM(qbTextB) " " bankOp2 " " FUNCTION TRIM(qbTextC)
        DELIMITED BY SIZE INTO bankText
    END-STRING
    MOVE SPACES TO worksheetPrintLine
    STRING counter ")  " bankText DELIMITED BY SIZE INTO worksheetPrintLine
    END-STRING
    WRITE worksheetPrintLine
    MOVE SPACES TO worksheetPrintLine
    STRING "     " FUNCTION TRIM(qbQuestion) " ______________"
        DELIMITED BY SIZE INTO worksheetPrintLine
    END-STRING
    WRITE worksheetPrintLine
    MOVE correctAnswer TO answerDecimal
    MOVE SPACES TO answerKeyLine
    IF qbPartCount < 2 OR qbPartCount > 3
       STRING counter ")  " FUNCTION TRIM(answerDecimal) "   " itemReference
           DELIMITED BY SIZE INTO answerKeyLine
       END-STRING
       WRITE answerKeyLine
    ELSE
       STRING counter ")  a) " FUNCTION TRIM(answerDecimal) "   " itemReference
           DELIMITED BY SIZE INTO answerKeyLine
       END-STRING
       WRITE answerKeyLine
       MOVE correctAnswer TO partPrevAnswer
       PERFORM VARYING partIndex FROM 2 BY 1 UNTIL partIndex > qbPartCount
          PERFORM WriteOneBankPart
          MOVE correctAnswer TO partPrevAnswer
       END-PERFORM
    END-IF
    MOVE SPACES TO worksheetPrintLine
    WRITE worksheetPrintLine.
GenerateBankOperands.
    IF qbMin1 = ZERO
       MOVE 1 TO qbMin1
    END-IF
    IF qbMin2 = ZERO
       MOVE 1 TO qbMin2
    END-IF
    IF qbMax1 < qbMin1 OR qbMax1 > 255
       MOVE qbMin1 TO qbMax1
    END-IF
    IF qbMax2 < qbMin2 OR qbMax2 > 255
       MOVE qbMin2 TO qbMax2
    END-IF
    COMPUTE randomNum01 = FUNCTION RANDOM
    COMPUTE randomNum02 = FUNCTION RANDOM
    COMPUTE bankOp1 = qbMin1 + randomNum01 * (qbMax1 - qbMin1 + 1)
    COMPUTE bankOp2 = qbMin2 + randomNum02 * (qbMax2 - qbMin2 + 1)
    IF bankOp1 > qbMax1
       MOVE qbMax1 TO bankOp1
    END-IF
    IF bankOp2 > qbMax2
       MOVE qbMax2 TO bankOp2
    END-IF
    EVALUATE qbOperator
        WHEN "-"
            IF bankOp2 > bankOp1
               MOVE bankOp1 TO bankShow1
               MOVE bankOp2 TO bankOp1
               MOVE bankShow1 TO bankOp2
            END-IF
            MOVE bankOp1 TO bankShow1
            SUBTRACT bankOp2 FROM bankOp1 GIVING correctAnswer
        WHEN "*"
            MOVE bankOp1 TO bankShow1
            MULTIPLY bankOp1 BY bankOp2 GIVING correctAnswer
        WHEN "/"
            MULTIPLY bankOp1 BY bankOp2 GIVING bankShow1
            MOVE bankOp1 TO correctAnswer
        WHEN OTHER
            MOVE bankOp1 TO bankShow1
            ADD bankOp1 TO bankOp2 GIVING correctAnswer
    END-EVALUATE.
WriteOneBankPart.
    IF partIndex = 2
       MOVE qbOp2 TO partOperator
       MOVE qbP2Min TO partMin
       MOVE qbP2Max TO partMax
       MOVE qbQuestion2 TO bankText
    ELSE
       MOVE qbOp3 TO partOperator
       MOVE qbP3Min TO partMin
       MOVE qbP3Max TO partMax
       MOVE qbQuestion3 TO bankText
    END-IF
    IF partMin = ZERO
       MOVE 1 TO partMin
    END-IF
    IF partMax < partMin OR partMax > 255
       MOVE partMin TO partMax
    END-IF
    COMPUTE randomNum01 = FUNCTION RANDOM
    COMPUTE partOperand = partMin + randomNum01 * (partMax - partMin + 1)
    IF partOperand > partMax
       MOVE partMax TO partOperand
    END-IF
    EVALUATE partOperator
        WHEN "-"
            IF partOperand > partPrevAnswer
               MOVE 1 TO partOperand
            END-IF
            COMPUTE correctAnswer = partPrevAnswer - partOperand
        WHEN "*"
            COMPUTE correctAnswer = partPrevAnswer * partOperand
               ON SIZE ERROR
                  MOVE 2 TO partOperand
                  COMPUTE correctAnswer = partPrevAnswer * partOperand
            END-COMPUTE
        WHEN OTHER
            COMPUTE correctAnswer = partPrevAnswer + partOperand
    END-EVALUATE
    MOVE partLetters(partIndex:1) TO partLetter
    MOVE SPACES TO worksheetPrintLine
    STRING "     " partLetter ") Take your last answer and the number " partOperand
           ". " FUNCTION TRIM(bankText) " ______"
        DELIMITED BY SIZE INTO worksheetPrintLine
    END-STRING
    WRITE worksheetPrintLine
    MOVE correctAnswer TO answerDecimal
    MOVE SPACES TO answerKeyLine
    STRING "     " partLetter ") " FUNCTION TRIM(answerDecimal)
        DELIMITED BY SIZE INTO answerKeyLine
    END-STRING
    WRITE answerKeyLine.
