01 runParamsMenu PIC X(1) VALUE "Y".
01 paramExist PIC X(1).
01 knownParams.
       02 knownParamEntry OCCURS 22 TIMES.
           03 knownParamName PIC X(20).
           03 knownParamDefault PIC 9(5).
           03 knownParamText PIC X(34).
    MOVE "Dormant days before purge" TO knownParamText(10)
    MOVE "HINTBUDGET" TO knownParamName(11)
    MOVE 3 TO knownParamDefault(11)
    MOVE "Hints allowed per exercise run" TO knownParamText(11)
    MOVE "ESTBANDPCT1" TO knownParamName(12)
    MOVE 25 TO knownParamDefault(12)
    MOVE "Estimation band percent, level 1" TO knownParamText(12)
    MOVE "ESTBANDPCT2" TO knownParamName(13)
    MOVE 20 TO knownParamDefault(13)
    MOVE "Estimation band percent, level 2" TO knownParamText(13)
    MOVE "ESTBANDPCT3" TO knownParamName(14)
    MOVE 15 TO knownParamDefault(14)
    MOVE "Estimation band percent, level 3" TO knownParamText(14)
    MOVE "ESTBANDPCT4" TO knownParamName(15)
    MOVE 10 TO knownParamDefault(15)
    MOVE "Estimation band percent, level 4" TO knownParamText(15)
    MOVE "CHAINMAXLINKS" TO knownParamName(16)
    MOVE 20 TO knownParamDefault(16)
    MOVE "Steps in a full calculation chain" TO knownParamText(16)
    MOVE "REPEATWINDOW" TO knownParamName(17)
    MOVE 7 TO knownParamDefault(17)
    MOVE "Days before a question may repeat" TO knownParamText(17)
    MOVE "FACTFASTSECS" TO knownParamName(18)
    MOVE 3 TO knownParamDefault(18)
    MOVE "Seconds for a times fact to count" TO knownParamText(18)
    MOVE "INTERVWEEKS" TO knownParamName(19)
    MOVE 3 TO knownParamDefault(19)
    MOVE "Weeks compared around intervention" TO knownParamText(19)
    MOVE "PACEBEHINDWEEKS" TO knownParamName(20)
    MOVE 2 TO knownParamDefault(20)
    MOVE "Weeks behind plan before flagging" TO knownParamText(20)
    MOVE "OVERDUEDAYS" TO knownParamName(21)
    MOVE 3 TO knownParamDefault(21)
    MOVE "Days past due before guardian note" TO knownParamText(21)
    MOVE "EVENTBACKLOG" TO knownParamName(22)
    MOVE 500 TO knownParamDefault(22)
    MOVE "Unacknowledged events before alert" TO knownParamText(22).
ListParameters.
    PERFORM VARYING knownIndex FROM 1 BY 1 UNTIL knownIndex > 22
       MOVE "Y" TO paramExist
       MOVE knownParamName(knownIndex) TO pmName
       READ paramsFile
    ACCEPT nameEntry
    MOVE "N" TO paramExist
    PERFORM VARYING knownIndex FROM 1 BY 1
            UNTIL knownIndex > 22 OR paramExist = "Y"
       IF knownParamName(knownIndex) = nameEntry
          MOVE "Y" TO paramExist
       END-IF
