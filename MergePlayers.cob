       02 mqCorrectCount PIC 9(1).
       02 mqLastCorrectDate PIC X(8).
       02 mqRetiredFlag PIC X(1).
       02 mqForm PIC X(1).
FD runLogFile.
01 runLogData.
       02 rlKey.
       02 rlExercise PIC X(15).
       02 rlLevel PIC X(1).
       02 rlQuestions PIC 9(2).
       02 rlTerminal PIC X(8).
FD examResultsFile.
01 examResultData.
       02 exKey.
       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD guardianLinksFile.
01 guardianLinkData.
       02 glKey.
01 ledgerSource PIC X(15).
01 mergeDate PIC X(8).
01 mergeTime PIC X(8).
01 encryptMode PIC X(1) VALUE "E".
01 decryptMode PIC X(1) VALUE "D".
LINKAGE SECTION.
01 mergeActor PIC X(10).
PROCEDURE DIVISION USING mergeActor.
       DELETE guardianFile
           INVALID KEY CONTINUE
       END-DELETE
       CALL 'GuardianCipher' USING decryptMode, guardianUserName, guardianPhone,
           guardianEmail, guardianCipherFlag
       MOVE targetUser TO guardianUserName
       CALL 'GuardianCipher' USING encryptMode, guardianUserName, guardianPhone,
           guardianEmail, guardianCipherFlag
       WRITE guardianData
           INVALID KEY
              DISPLAY "Kept " targetUser "'s existing guardian contact"
    END-READ
    ADD sourcePoints TO points
    MOVE points TO targetPoints
    CALL 'SealPlayer' USING playersData
    REWRITE playersData
        INVALID KEY DISPLAY "Could not update " targetUser
    END-REWRITE
