       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
WORKING-STORAGE SECTION.
01 playersFileStatus PIC X(2).
01 sessionLogFileStatus PIC X(2).
01 previousKey PIC X(26).
01 currentKey PIC X(26).
01 problemCount PIC 9(3) VALUE ZERO.
01 clearTextCount PIC 9(7).
01 checkedFileName PIC X(15).
01 alertSource PIC X(12) VALUE "VERIFYFILES".
01 alertSeverity PIC X(1) VALUE "E".
VerifyGuardianFile.
    MOVE "guardians" TO checkedFileName
    MOVE ZERO TO recordCount
    MOVE ZERO TO clearTextCount
    MOVE ZERO TO sequenceErrors
    MOVE LOW-VALUES TO previousKey
    OPEN INPUT guardianFile
               MOVE SPACES TO currentKey
               MOVE guardianUserName TO currentKey
               PERFORM CheckKeySequence
               IF guardianCipherFlag NOT = "E"
                       AND (guardianPhone NOT = SPACES OR guardianEmail NOT = SPACES)
                  ADD 1 TO clearTextCount
               END-IF
       END-READ
    END-PERFORM
    IF guardianFileStatus NOT = "00" AND guardianFileStatus NOT = "10"
       PERFORM ReportReadProblem
    END-IF
    CLOSE guardianFile
    PERFORM ReportFileResult
    IF clearTextCount > ZERO
       ADD 1 TO problemCount
       DISPLAY checkedFileName " - " clearTextCount
           " record(s) with UNENCRYPTED CONTACT DETAILS"
    END-IF.
CheckKeySequence.
    IF currentKey <= previousKey
       ADD 1 TO sequenceErrors
