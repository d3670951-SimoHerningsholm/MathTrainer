01 todayDate PIC X(8).
01 todayFull PIC 9(8).
01 expiryFull PIC 9(8).
01 groupClassCode PIC X(6).
01 groupFound PIC X(1).
LINKAGE SECTION.
01 senderName PIC X(10).
PROCEDURE DIVISION USING senderName.
       EXIT PROGRAM
    END-IF
    DISPLAY "=== Compose a message ==="
    DISPLAY "Send to one student, a whole class or a group? (U/C/G)"
    ACCEPT targetTypeEntry
    IF targetTypeEntry NOT = "C" AND targetTypeEntry NOT = "G"
       MOVE "U" TO targetTypeEntry
    END-IF
    EVALUATE targetTypeEntry
        WHEN "U" DISPLAY "Enter the student's username"
        WHEN "C" DISPLAY "Enter the class code"
        WHEN "G" DISPLAY "Enter the group code"
    END-EVALUATE
    ACCEPT targetEntry
    IF targetTypeEntry = "G"
       CALL 'ValidateGroup' USING targetEntry, groupClassCode, groupFound
       IF groupFound NOT = "Y"
          DISPLAY "No group " targetEntry " - message not stored"
          CLOSE messagesFile
          EXIT PROGRAM
       END-IF
    END-IF
    DISPLAY "Enter the message (up to 60 characters)"
    ACCEPT textEntry
    DISPLAY "Days until the message expires (default 14)"
