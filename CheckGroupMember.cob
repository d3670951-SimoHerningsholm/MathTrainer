       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckGroupMember.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT groupMembersFile ASSIGN TO "groupmembers.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS gmKey
    ALTERNATE RECORD KEY IS gmGroupCode WITH DUPLICATES
    FILE STATUS IS groupMembersFileStatus.
DATA DIVISION.
FILE SECTION.
FD groupMembersFile.
COPY GRPMEMREC.
WORKING-STORAGE SECTION.
01 groupMembersFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 loadedGroup PIC X(10) VALUE SPACES.
01 memberTable.
       02 memberEntry OCCURS 500 TIMES.
           03 mtUserName PIC X(10).
           03 mtFromDate PIC X(8).
           03 mtToDate PIC X(8).
01 memberCount PIC 9(3) VALUE ZERO.
01 memberIndex PIC 9(3).
LINKAGE SECTION.
01 checkGroup PIC X(10).
01 checkPlayer PIC X(10).
01 checkFromDate PIC X(8).
01 checkToDate PIC X(8).
01 checkIsMember PIC X(1).
PROCEDURE DIVISION USING checkGroup, checkPlayer, checkFromDate, checkToDate,
        checkIsMember.
CheckGroupMemberProcess.
    MOVE "N" TO checkIsMember
    IF checkGroup = SPACES
       EXIT PROGRAM
    END-IF
    IF checkGroup NOT = loadedGroup OR checkPlayer = SPACES
       PERFORM LoadGroupMembers
    END-IF
    IF checkPlayer = SPACES
       IF memberCount > ZERO
          MOVE "Y" TO checkIsMember
       END-IF
       EXIT PROGRAM
    END-IF
    PERFORM VARYING memberIndex FROM 1 BY 1
            UNTIL memberIndex > memberCount OR checkIsMember = "Y"
       IF mtUserName(memberIndex) = checkPlayer
               AND mtFromDate(memberIndex) <= checkToDate
               AND (mtToDate(memberIndex) = SPACES
                    OR mtToDate(memberIndex) >= checkFromDate)
          MOVE "Y" TO checkIsMember
       END-IF
    END-PERFORM.
    EXIT PROGRAM.
LoadGroupMembers.
    MOVE checkGroup TO loadedGroup
    MOVE ZERO TO memberCount
    OPEN INPUT groupMembersFile
    IF groupMembersFileStatus NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE checkGroup TO gmGroupCode
    MOVE "N" TO noMoreRecords
    START groupMembersFile KEY IS = gmGroupCode
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ groupMembersFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF gmGroupCode NOT = checkGroup
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF memberCount < 500
                     ADD 1 TO memberCount
                     MOVE gmUserName TO mtUserName(memberCount)
                     MOVE gmFromDate TO mtFromDate(memberCount)
                     MOVE gmToDate TO mtToDate(memberCount)
                  END-IF
               END-IF
       END-READ
    END-PERFORM
    CLOSE groupMembersFile.
