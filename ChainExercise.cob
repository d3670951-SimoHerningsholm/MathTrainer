       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ChainExercise.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT chainBestsFile ASSIGN TO "chainbests.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS cbKey
    FILE STATUS IS chainBestsFileStatus.
DATA DIVISION.
FILE SECTION.
FD chainBestsFile.
01 chainBestData.
       02 cbKey.
           03 cbUserName PIC X(10).
           03 cbLevel PIC X(1).
       02 cbBestLength PIC 9(3).
       02 cbBestDate PIC X(8).
WORKING-STORAGE SECTION.
01 chainBestsFileStatus PIC X(2).
01 bestExist PIC X(1).
01 levelChoice PIC X(1).
01 maxLinks PIC 9(3) VALUE 20.
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 randomNum01 PIC 9(3)V9(4).
01 runningTotal PIC 9(5).
01 totalCap PIC 9(5).
01 operandCap PIC 9(2).
01 operatorCount PIC 9(1).
01 linkOperand PIC 9(2).
01 linkOperator PIC X(1).
01 linkOk PIC X(1).
01 linkWords PIC X(14).
01 linkCount PIC 9(3) VALUE ZERO.
01 chainLength PIC 9(3) VALUE ZERO.
01 chainBroken PIC X(1) VALUE "N".
01 startText PIC Z(4)9.
01 operandText PIC Z9.
01 totalText PIC Z(4)9.
01 userAnswer PIC 9(7).
01 userInputStage PIC X(10).
01 validInput PIC X(1).
01 chainDate PIC X(8).
01 ledgerDelta PIC S9(7).
01 ledgerBalance PIC 9(7).
01 ledgerSource PIC X(15) VALUE "CHAIN".
LINKAGE SECTION.
01 loggedInPlayer PIC X(10).
01 playerPoints PIC 9(7).
01 playerUnlockedLevel PIC 9(1).
PROCEDURE DIVISION USING loggedInPlayer, playerPoints, playerUnlockedLevel.
ChainProcess.
    DISPLAY "=== Chain calculation ==="
    ACCEPT chainDate FROM DATE YYYYMMDD
    MOVE "CHAINMAXLINKS" TO paramName
    MOVE 20 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO maxLinks
    IF maxLinks = ZERO
       MOVE 20 TO maxLinks
    END-IF
    DISPLAY "Pick a level (1-" playerUnlockedLevel ")"
    ACCEPT levelChoice
    IF levelChoice < "1" OR levelChoice > playerUnlockedLevel
       MOVE "1" TO levelChoice
    END-IF
    EVALUATE levelChoice
        WHEN "1"
            MOVE 2 TO operatorCount
            MOVE 9 TO operandCap
            MOVE 50 TO totalCap
        WHEN "2"
            MOVE 3 TO operatorCount
            MOVE 9 TO operandCap
            MOVE 100 TO totalCap
        WHEN "3"
            MOVE 4 TO operatorCount
            MOVE 12 TO operandCap
            MOVE 500 TO totalCap
        WHEN OTHER
            MOVE 4 TO operatorCount
            MOVE 25 TO operandCap
            MOVE 999 TO totalCap
    END-EVALUATE
    COMPUTE randomNum01 = FUNCTION RANDOM
    COMPUTE runningTotal = randomNum01 * 9 + 1
    MOVE runningTotal TO startText
    DISPLAY "Keep the running total in your head and type it after each step."
    DISPLAY "One wrong total ends the chain."
    DISPLAY "Start at " FUNCTION TRIM(startText)
    PERFORM AskOneLink
        UNTIL chainBroken = "Y" OR linkCount >= maxLinks
    DISPLAY " "
    IF chainBroken = "N"
       DISPLAY "You finished the whole chain!"
    END-IF
    DISPLAY "Chain length: " chainLength " link(s)"
    IF chainLength > ZERO AND loggedInPlayer NOT = "*GUEST*"
       ADD chainLength TO playerPoints
       MOVE chainLength TO ledgerDelta
       MOVE playerPoints TO ledgerBalance
       CALL 'PointsLedger' USING loggedInPlayer, ledgerSource, ledgerDelta,
           ledgerBalance
       DISPLAY chainLength " chain point(s) added - total " playerPoints
    END-IF
    IF loggedInPlayer NOT = "*GUEST*"
       PERFORM SaveChainBest
    END-IF.
    EXIT PROGRAM.
AskOneLink.
    PERFORM PickLink
    ADD 1 TO linkCount
    MOVE linkOperand TO operandText
    MOVE "N" TO validInput
    PERFORM UNTIL validInput = "Y"
       DISPLAY "Step " linkCount ": " FUNCTION TRIM(linkWords) " "
           FUNCTION TRIM(operandText)
       ACCEPT userInputStage
       IF FUNCTION TEST-NUMVAL(userInputStage) = 0
          MOVE "Y" TO validInput
       ELSE
          DISPLAY "Type the running total as a number"
       END-IF
    END-PERFORM
    COMPUTE userAnswer = FUNCTION NUMVAL(userInputStage)
    IF userAnswer = runningTotal
       ADD 1 TO chainLength
    ELSE
       MOVE runningTotal TO totalText
       DISPLAY "The chain breaks here - the running total was "
           FUNCTION TRIM(totalText)
       MOVE "Y" TO chainBroken
    END-IF.
PickLink.
    MOVE "N" TO linkOk
    PERFORM UNTIL linkOk = "Y"
       COMPUTE randomNum01 = FUNCTION RANDOM
       EVALUATE TRUE
           WHEN randomNum01 * operatorCount < 1 MOVE "+" TO linkOperator
           WHEN randomNum01 * operatorCount < 2 MOVE "-" TO linkOperator
           WHEN randomNum01 * operatorCount < 3 MOVE "*" TO linkOperator
           WHEN OTHER MOVE "/" TO linkOperator
       END-EVALUATE
       COMPUTE randomNum01 = FUNCTION RANDOM
       IF linkOperator = "*" OR linkOperator = "/"
          COMPUTE linkOperand = randomNum01 * (operandCap - 1) + 2
          IF linkOperand > 10 AND levelChoice NOT = "4"
             MOVE 10 TO linkOperand
          END-IF
       ELSE
          COMPUTE linkOperand = randomNum01 * operandCap + 1
       END-IF
       EVALUATE linkOperator
           WHEN "+"
               IF runningTotal + linkOperand <= totalCap
                  ADD linkOperand TO runningTotal
                  MOVE "add" TO linkWords
                  MOVE "Y" TO linkOk
               END-IF
           WHEN "-"
               IF linkOperand <= runningTotal
                  SUBTRACT linkOperand FROM runningTotal
                  MOVE "take away" TO linkWords
                  MOVE "Y" TO linkOk
               END-IF
           WHEN "*"
               IF runningTotal * linkOperand <= totalCap
                  MULTIPLY linkOperand BY runningTotal
                  MOVE "times" TO linkWords
                  MOVE "Y" TO linkOk
               END-IF
           WHEN "/"
               IF runningTotal > ZERO
                       AND FUNCTION MOD(runningTotal, linkOperand) = ZERO
                  DIVIDE linkOperand INTO runningTotal
                  MOVE "divide by" TO linkWords
                  MOVE "Y" TO linkOk
               END-IF
       END-EVALUATE
    END-PERFORM.
SaveChainBest.
    OPEN I-O chainBestsFile
    IF chainBestsFileStatus = "35"
       OPEN OUTPUT chainBestsFile
       CLOSE chainBestsFile
       OPEN I-O chainBestsFile
    END-IF
    IF chainBestsFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO bestExist
    MOVE loggedInPlayer TO cbUserName
    MOVE levelChoice TO cbLevel
    READ chainBestsFile
        INVALID KEY MOVE "N" TO bestExist
    END-READ
    IF bestExist = "N"
       MOVE loggedInPlayer TO cbUserName
       MOVE levelChoice TO cbLevel
       MOVE chainLength TO cbBestLength
       MOVE chainDate TO cbBestDate
       WRITE chainBestData
           INVALID KEY CONTINUE
       END-WRITE
       DISPLAY "First chain at this level - that's your personal best!"
    ELSE
       IF chainLength > cbBestLength
          MOVE chainLength TO cbBestLength
          MOVE chainDate TO cbBestDate
          REWRITE chainBestData
              INVALID KEY CONTINUE
          END-REWRITE
          DISPLAY "NEW LONGEST CHAIN!"
       ELSE
          DISPLAY "Your longest chain at this level is " cbBestLength
              " link(s) from " cbBestDate
       END-IF
    END-IF
    CLOSE chainBestsFile.
