01 playerClassCode PIC X(6).
01 todayDate PIC X(8).
01 unreadShown PIC 9(3) VALUE ZERO.
01 groupMember PIC X(1).
01 messageDateTo PIC X(8).
LINKAGE SECTION.
01 messagePlayer PIC X(10).
PROCEDURE DIVISION USING messagePlayer.
    IF msgExpiryDate NOT = SPACES AND msgExpiryDate < todayDate
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO groupMember
    IF msgTargetType = "G"
       MOVE msgDate TO messageDateTo
       CALL 'CheckGroupMember' USING msgTarget, messagePlayer, msgDate, messageDateTo,
           groupMember
    END-IF
    IF NOT ((msgTargetType = "U" AND msgTarget = messagePlayer)
            OR (msgTargetType = "C" AND msgTarget = playerClassCode
                AND playerClassCode NOT = SPACES)
            OR (msgTargetType = "G" AND groupMember = "Y"))
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO readExist
       EXIT PARAGRAPH
    END-IF
    IF unreadShown = ZERO
       DISPLAY "=== Your messages ==="
    END-IF
    ADD 1 TO unreadShown
    DISPLAY msgDate " from " FUNCTION TRIM(msgSender) ": "
