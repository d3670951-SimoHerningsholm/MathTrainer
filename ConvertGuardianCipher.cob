       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ConvertGuardianCipher.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT oldGuardianFile ASSIGN TO "guardians.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS oldGuardianUserName
    FILE STATUS IS oldGuardianFileStatus.
SELECT newGuardianFile ASSIGN TO "guardiansnew.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS guardianUserName
    FILE STATUS IS newGuardianFileStatus.
SELECT backupCatalogFile ASSIGN TO "backupcatalog.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS backupCatalogFileStatus.
SELECT backupInFile ASSIGN TO DYNAMIC backupInName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS backupInFileStatus.
SELECT backupOutFile ASSIGN TO DYNAMIC backupOutName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS backupOutFileStatus.
DATA DIVISION.
FILE SECTION.
FD oldGuardianFile.
01 oldGuardianData.
       02 oldGuardianUserName PIC X(10).
       02 oldGuardianName PIC X(20).
       02 oldGuardianPhone PIC X(15).
       02 oldGuardianEmail PIC X(25).
FD newGuardianFile.
01 guardianData.
       02 guardianUserName PIC X(10).
       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD backupCatalogFile.
01 backupCatalogRecord PIC X(60).
FD backupInFile.
01 backupInRecord PIC X(200).
FD backupOutFile.
01 backupOutRecord PIC X(200).
WORKING-STORAGE SECTION.
01 oldGuardianFileStatus PIC X(2).
01 newGuardianFileStatus PIC X(2).
01 backupCatalogFileStatus PIC X(2).
01 backupInFileStatus PIC X(2).
01 backupOutFileStatus PIC X(2).
01 backupInName PIC X(48).
01 backupOutName PIC X(52).
01 catalogDate PIC X(8).
01 catalogTag PIC X(14).
01 catalogCount PIC X(7).
01 noMoreRecords PIC X(1).
01 noMoreCatalog PIC X(1).
01 encryptMode PIC X(1) VALUE "E".
01 deleteResult PIC 9(4) COMP.
01 guardiansConverted PIC 9(5) VALUE ZERO.
01 backupSetsConverted PIC 9(5) VALUE ZERO.
01 backupRecordsConverted PIC 9(7) VALUE ZERO.
01 backupGuardian.
       02 bgUserName PIC X(10).
       02 bgName PIC X(20).
       02 bgPhone PIC X(15).
       02 bgEmail PIC X(25).
       02 bgCipherFlag PIC X(1).
PROCEDURE DIVISION.
ConvertProcess.
    DISPLAY "=== Guardian contact encryption conversion ==="
    DISPLAY "Rebuilding guardians.txt into guardiansnew.txt with phone and email encrypted"
    OPEN INPUT oldGuardianFile
    IF oldGuardianFileStatus NOT = "00"
       DISPLAY "Could not open guardian contact file, status " oldGuardianFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT newGuardianFile
    IF newGuardianFileStatus NOT = "00"
       DISPLAY "Could not open guardiansnew.txt, status " newGuardianFileStatus
       CLOSE oldGuardianFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ oldGuardianFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM ConvertOneGuardian
       END-READ
    END-PERFORM
    CLOSE oldGuardianFile
    CLOSE newGuardianFile
    DISPLAY guardiansConverted " guardian record(s) encrypted"
    PERFORM ConvertBackupSets
    DISPLAY backupSetsConverted " guardian backup set(s) rewritten, "
        backupRecordsConverted " record(s) encrypted"
    DISPLAY "When the count looks right, replace guardians.txt with guardiansnew.txt".
    EXIT PROGRAM.
ConvertOneGuardian.
    MOVE oldGuardianUserName TO guardianUserName
    MOVE oldGuardianName TO guardianName
    MOVE oldGuardianPhone TO guardianPhone
    MOVE oldGuardianEmail TO guardianEmail
    MOVE SPACE TO guardianCipherFlag
    CALL 'GuardianCipher' USING encryptMode, guardianUserName, guardianPhone,
        guardianEmail, guardianCipherFlag
    WRITE guardianData
        INVALID KEY DISPLAY "Could not convert " oldGuardianUserName
    END-WRITE
    ADD 1 TO guardiansConverted.
ConvertBackupSets.
    OPEN INPUT backupCatalogFile
    IF backupCatalogFileStatus NOT = "00"
       DISPLAY "No backup catalog - no backup sets to convert"
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreCatalog
    PERFORM UNTIL noMoreCatalog = "Y"
       READ backupCatalogFile
           AT END MOVE "Y" TO noMoreCatalog
           NOT AT END
               MOVE SPACES TO catalogTag
               UNSTRING backupCatalogRecord DELIMITED BY ","
                   INTO catalogDate, catalogTag, catalogCount
               END-UNSTRING
               IF catalogTag = "guardians"
                  PERFORM ConvertOneBackupSet
               END-IF
       END-READ
    END-PERFORM
    CLOSE backupCatalogFile.
ConvertOneBackupSet.
    MOVE SPACES TO backupInName
    STRING "backup_guardians_" catalogDate ".txt"
        DELIMITED BY SIZE INTO backupInName
    END-STRING
    MOVE SPACES TO backupOutName
    STRING FUNCTION TRIM(backupInName) ".new" DELIMITED BY SIZE INTO backupOutName
    END-STRING
    OPEN INPUT backupInFile
    IF backupInFileStatus NOT = "00"
       DISPLAY "  " FUNCTION TRIM(backupInName) " - not on disk, skipped"
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT backupOutFile
    IF backupOutFileStatus NOT = "00"
       DISPLAY "  Could not open " FUNCTION TRIM(backupOutName)
           ", status " backupOutFileStatus
       CLOSE backupInFile
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ backupInFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM ConvertOneBackupRecord
       END-READ
    END-PERFORM
    CLOSE backupInFile
    CLOSE backupOutFile
    CALL "CBL_DELETE_FILE" USING backupInName RETURNING deleteResult
    CALL "CBL_RENAME_FILE" USING backupOutName, backupInName RETURNING deleteResult
    ADD 1 TO backupSetsConverted
    DISPLAY "  " FUNCTION TRIM(backupInName) " - converted".
ConvertOneBackupRecord.
    MOVE backupInRecord(1:71) TO backupGuardian
    IF bgCipherFlag NOT = "E"
       MOVE SPACE TO bgCipherFlag
       CALL 'GuardianCipher' USING encryptMode, bgUserName, bgPhone,
           bgEmail, bgCipherFlag
       ADD 1 TO backupRecordsConverted
    END-IF
    MOVE SPACES TO backupOutRecord
    MOVE backupGuardian TO backupOutRecord
    WRITE backupOutRecord.
