       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ConvertPlayerSeals.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT oldPlayersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS oldUserName
    ALTERNATE RECORD KEY IS oldPoints WITH DUPLICATES
    FILE STATUS IS oldPlayersFileStatus.
SELECT newPlayersFile ASSIGN TO "playersnew.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS newPlayersFileStatus.
DATA DIVISION.
FILE SECTION.
FD oldPlayersFile.
01 oldPlayersData.
       02 oldUserName PIC X(10).
       02 oldPass PIC X(10).
       02 oldPoints PIC 9(7).
       02 oldLockedFlag PIC X(1).
       02 oldUnlockedLevel PIC 9(1).
       02 oldClassCode PIC X(6).
       02 oldLastActiveDate PIC X(8).
       02 oldRoleFlag PIC X(1).
       02 oldDailyLimit PIC 9(3).
FD newPlayersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 oldPlayersFileStatus PIC X(2).
01 newPlayersFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 playersConverted PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
ConvertProcess.
    DISPLAY "=== Player record seal conversion ==="
    DISPLAY "Rebuilding players.txt into playersnew.txt with a seal on every record"
    OPEN INPUT oldPlayersFile
    IF oldPlayersFileStatus NOT = "00"
       DISPLAY "Could not open players file, status " oldPlayersFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    OPEN OUTPUT newPlayersFile
    IF newPlayersFileStatus NOT = "00"
       DISPLAY "Could not open playersnew.txt, status " newPlayersFileStatus
       CLOSE oldPlayersFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ oldPlayersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM ConvertOnePlayer
       END-READ
    END-PERFORM
    CLOSE oldPlayersFile
    CLOSE newPlayersFile
    DISPLAY playersConverted " player record(s) sealed"
    DISPLAY "When the count looks right, replace players.txt with playersnew.txt".
    EXIT PROGRAM.
ConvertOnePlayer.
    MOVE oldUserName TO userName
    MOVE oldPass TO pass
    MOVE oldPoints TO points
    MOVE oldLockedFlag TO lockedFlag
    MOVE oldUnlockedLevel TO unlockedLevel
    MOVE oldClassCode TO classCode
    MOVE oldLastActiveDate TO lastActiveDate
    MOVE oldRoleFlag TO roleFlag
    MOVE oldDailyLimit TO dailyLimitMinutes
    CALL 'SealPlayer' USING playersData
    WRITE playersData
        INVALID KEY DISPLAY "Could not convert " oldUserName
    END-WRITE
    ADD 1 TO playersConverted.
