       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD guardianLinksFile.
01 guardianLinkData.
       02 glKey.
01 runDate PIC X(8).
01 sentCount PIC 9(4) VALUE ZERO.
01 failedCount PIC 9(4) VALUE ZERO.
01 decryptMode PIC X(1) VALUE "D".
PROCEDURE DIVISION.
DispatchProcess.
    DISPLAY "=== Outbound delivery dispatcher ==="
    IF contactFound = "Y"
       MOVE "S" TO dqStatus
       ADD 1 TO sentCount
       CALL 'GuardianCipher' USING decryptMode, guardianUserName, guardianPhone,
           guardianEmail, guardianCipherFlag
       DISPLAY "Sent " dqType " " dqFileName " to "
           FUNCTION TRIM(guardianName) " (" FUNCTION TRIM(guardianEmail) ")"
    ELSE
