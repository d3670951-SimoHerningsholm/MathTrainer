       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD guardianLinksFile.
01 guardianLinkData.
       02 glKey.
       88 validGuardianExitChoice VALUE 0.
01 runGuardianMenu PIC X(1) VALUE "Y".
01 guardianExist PIC X(1).
01 encryptMode PIC X(1) VALUE "E".
01 decryptMode PIC X(1) VALUE "D".
PROCEDURE DIVISION.
GuardianProcess.
    OPEN I-O guardianFile
    ACCEPT guardianPhone
    DISPLAY "Enter guardian's email address"
    ACCEPT guardianEmail
    MOVE SPACE TO guardianCipherFlag
    CALL 'GuardianCipher' USING encryptMode, guardianUserName, guardianPhone,
        guardianEmail, guardianCipherFlag
    WRITE guardianData
        INVALID KEY DISPLAY "A guardian contact already exists for that player"
    END-WRITE
       ACCEPT guardianPhone
       DISPLAY "Enter guardian's email address"
       ACCEPT guardianEmail
       MOVE SPACE TO guardianCipherFlag
       CALL 'GuardianCipher' USING encryptMode, guardianUserName, guardianPhone,
           guardianEmail, guardianCipherFlag
       REWRITE guardianData
           INVALID KEY DISPLAY "Could not update guardian contact"
       END-REWRITE
    IF guardianExist = "N"
       DISPLAY "No guardian contact found for that player"
    ELSE
       CALL 'GuardianCipher' USING decryptMode, guardianUserName, guardianPhone,
           guardianEmail, guardianCipherFlag
       DISPLAY "Guardian for " guardianUserName ": " guardianName
       DISPLAY "Phone: " guardianPhone
       DISPLAY "Email: " guardianEmail
