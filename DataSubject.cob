    ACCESS MODE IS DYNAMIC
    RECORD KEY IS tmKey
    FILE STATUS IS tournamentFileStatus.
SELECT periodBalancesFile ASSIGN TO "periodbalances.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS pbKey
    FILE STATUS IS periodBalancesFileStatus.
SELECT periodLinesFile ASSIGN TO "periodlines.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS plKey
    FILE STATUS IS periodLinesFileStatus.
SELECT flatInFile ASSIGN TO DYNAMIC flatInName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS flatInStatus.
       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD checkpointFile.
01 checkpointData.
       02 ckPlayer PIC X(10).
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
FD goalsFile.
01 goalData.
       02 goalUserName PIC X(10).
       02 tmLevel PIC X(1).
       02 tmQuestionCount PIC 9(2).
       02 tmFinalRound PIC 9(1).
FD periodBalancesFile.
01 periodBalanceData.
       02 pbKey.
           03 pbPeriod PIC X(6).
           03 pbUserName PIC X(10).
           03 pbKind PIC X(1).
           03 pbSource PIC X(15).
       02 pbAmount PIC S9(9) SIGN LEADING SEPARATE.
       02 pbCount PIC 9(5).
FD periodLinesFile.
01 periodLineData.
       02 plKey.
           03 plPeriod PIC X(6).
           03 plUserName PIC X(10).
           03 plSeq PIC 9(7).
       02 plDate PIC X(8).
       02 plTime PIC X(8).
       02 plSource PIC X(15).
       02 plDelta PIC S9(7) SIGN LEADING SEPARATE.
FD flatInFile.
01 flatInRecord PIC X(100).
FD flatOutFile.
01 dormantFileStatus PIC X(2).
01 examResultsFileStatus PIC X(2).
01 tournamentFileStatus PIC X(2).
01 periodBalancesFileStatus PIC X(2).
01 periodLinesFileStatus PIC X(2).
01 periodRowsRemoved PIC 9(7).
01 flatInStatus PIC X(2).
01 flatOutStatus PIC X(2).
01 packageStatus PIC X(2).
01 flatNameFieldNumber PIC 9(1).
01 flatLinesChanged PIC 9(5).
01 deleteResult PIC 9(4) COMP.
01 decryptMode PIC X(1) VALUE "D".
PROCEDURE DIVISION.
DataSubjectProcess.
    DISPLAY "=== Student data package and erasure utility ==="
    PERFORM ExportTournament
    PERFORM ExportMatchHistory
    PERFORM ExportSecurityEvents
    PERFORM ExportDataAccess
    PERFORM ExportFlatFiles
    CLOSE packageFile
    DISPLAY "Wrote " packageName.
        INVALID KEY CONTINUE
    END-READ
    IF guardianFileStatus = "00"
       CALL 'GuardianCipher' USING decryptMode, guardianUserName, guardianPhone,
           guardianEmail, guardianCipherFlag
       MOVE SPACES TO packageLine
       STRING guardianName " - " guardianPhone " - " guardianEmail
           DELIMITED BY SIZE INTO packageLine
                  MOVE SPACES TO packageLine
                  STRING rlDate " " rlStartTime " to " rlEndTime " " rlExercise
                      " level " rlLevel " - " rlQuestions " question(s)"
                      " terminal " rlTerminal
                      DELIMITED BY SIZE INTO packageLine
                  END-STRING
                  WRITE packageLine
       END-READ
    END-PERFORM
    CLOSE flatInFile.
ExportDataAccess.
    PERFORM WritePackageHeading
    MOVE "--- Views of this student's data (accesslog.txt) ---" TO packageLine
    WRITE packageLine
    MOVE "accesslog.txt" TO flatInName
    OPEN INPUT flatInFile
    IF flatInStatus NOT = "00"
       MOVE "(no access register file)" TO packageLine
       WRITE packageLine
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ flatInFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               PERFORM ParseAccessLogLine
               IF flatField03 = subjectName
                  MOVE flatInRecord TO packageLine
                  WRITE packageLine
               END-IF
       END-READ
    END-PERFORM
    CLOSE flatInFile.
ParseMatchHistoryLine.
    MOVE SPACES TO flatField02
    MOVE SPACES TO flatField03
    UNSTRING flatInRecord DELIMITED BY ","
        INTO flatField01, flatField02, flatField03, flatField04, flatField05
    END-UNSTRING.
ParseAccessLogLine.
    MOVE SPACES TO flatField03
    MOVE SPACES TO flatField04
    UNSTRING flatInRecord DELIMITED BY ","
        INTO flatField01, flatField02, flatField03, flatField04,
             flatField05, flatField06
    END-UNSTRING.
ParseAdminLogLine.
    MOVE SPACES TO flatField02
    MOVE SPACES TO flatField03
    PERFORM EraseExamResults
    PERFORM EraseTournamentRecords
    PERFORM EraseSingleRecordFiles
    PERFORM EraseClosedPeriodRows
    MOVE "certlog.txt" TO flatInName
    MOVE 2 TO flatNameFieldNumber
    PERFORM AnonymiseOneFlatFile
    PERFORM AnonymiseOneFlatFile
    PERFORM AnonymiseMatchHistory
    PERFORM AnonymiseSecurityLog
    PERFORM AnonymiseAccessLog
    PERFORM AnonymiseAdminLog
    DISPLAY "Erasure of " subjectName " finished".
ErasePlayerRecord.
    CALL "CBL_DELETE_FILE" USING flatInName RETURNING deleteResult
    CALL "CBL_RENAME_FILE" USING flatOutName, flatInName RETURNING deleteResult
    DISPLAY "securitylog.txt: " flatLinesChanged " line(s) anonymised".
AnonymiseAccessLog.
    MOVE ZERO TO flatLinesChanged
    MOVE "accesslog.txt" TO flatInName
    OPEN INPUT flatInFile
    IF flatInStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO flatOutName
    STRING FUNCTION TRIM(flatInName) ".new" DELIMITED BY SIZE INTO flatOutName
    END-STRING
    OPEN OUTPUT flatOutFile
    IF flatOutStatus NOT = "00"
       CLOSE flatInFile
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ flatInFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               PERFORM ParseAccessLogLine
               IF flatField03 = subjectName OR flatField04 = subjectName
                  IF flatField03 = subjectName
                     MOVE "REMOVED" TO flatField03
                  END-IF
                  IF flatField04 = subjectName
                     MOVE "REMOVED" TO flatField04
                  END-IF
                  MOVE SPACES TO flatOutRecord
                  STRING FUNCTION TRIM(flatField01) ","
                         FUNCTION TRIM(flatField02) ","
                         FUNCTION TRIM(flatField03) ","
                         FUNCTION TRIM(flatField04) ","
                         FUNCTION TRIM(flatField05) ","
                         FUNCTION TRIM(flatField06)
                         DELIMITED BY SIZE INTO flatOutRecord
                  END-STRING
                  ADD 1 TO flatLinesChanged
               ELSE
                  MOVE flatInRecord TO flatOutRecord
               END-IF
               WRITE flatOutRecord
       END-READ
    END-PERFORM
    CLOSE flatInFile
    CLOSE flatOutFile
    CALL "CBL_DELETE_FILE" USING flatInName RETURNING deleteResult
    CALL "CBL_RENAME_FILE" USING flatOutName, flatInName RETURNING deleteResult
    DISPLAY "accesslog.txt: " flatLinesChanged " line(s) anonymised".
EraseSingleRecordFiles.
    OPEN I-O guardianFile
    IF guardianFileStatus = "00"
       CLOSE dormantFile
    END-IF
    DISPLAY "guardian, checkpoint, goal, streak and dormant records removed".
EraseClosedPeriodRows.
    MOVE ZERO TO periodRowsRemoved
    OPEN I-O periodBalancesFile
    IF periodBalancesFileStatus = "00"
       MOVE "N" TO noMoreRecords
       PERFORM UNTIL noMoreRecords = "Y"
          READ periodBalancesFile NEXT RECORD
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END
                  IF pbUserName = subjectName
                     DELETE periodBalancesFile
                         INVALID KEY CONTINUE
                     END-DELETE
                     ADD 1 TO periodRowsRemoved
                  END-IF
          END-READ
       END-PERFORM
       CLOSE periodBalancesFile
    END-IF
    OPEN I-O periodLinesFile
    IF periodLinesFileStatus = "00"
       MOVE "N" TO noMoreRecords
       PERFORM UNTIL noMoreRecords = "Y"
          READ periodLinesFile NEXT RECORD
              AT END MOVE "Y" TO noMoreRecords
              NOT AT END
                  IF plUserName = subjectName
                     DELETE periodLinesFile
                         INVALID KEY CONTINUE
                     END-DELETE
                     ADD 1 TO periodRowsRemoved
                  END-IF
          END-READ
       END-PERFORM
       CLOSE periodLinesFile
    END-IF
    DISPLAY "closed ledger periods: " periodRowsRemoved " row(s) removed".
AnonymiseOneFlatFile.
    MOVE ZERO TO flatLinesChanged
    OPEN INPUT flatInFile
