01 journalNewImage PIC X(47).
LINKAGE SECTION.
01 loggedInPlayer PIC X(10).
01 changeMode PIC X(1).
01 passwordChanged PIC X(1).
PROCEDURE DIVISION USING loggedInPlayer, changeMode, passwordChanged.
ChangePasswordProcess.
    MOVE "N" TO passwordChanged
    MOVE "Y" TO playerExist
    OPEN I-O playersFile
    MOVE loggedInPlayer TO userName
    IF playerExist = "N"
       DISPLAY "Could not find your account"
    ELSE
       IF changeMode = "R"
          MOVE pass TO hashedPass
       ELSE
          DISPLAY "Enter your current password"
          ACCEPT currentPassTryout
          CALL 'HashPassword' USING currentPassTryout, hashedPass
       END-IF
       IF hashedPass NOT = pass
          DISPLAY "Current password is incorrect"
       ELSE
          CALL 'HashPassword' USING newPass, hashedPass
          MOVE hashedPass TO pass
          MOVE playersData TO journalNewImage
          CALL 'SealPlayer' USING playersData
          REWRITE playersData
              INVALID KEY DISPLAY "Could not update password"
              NOT INVALID KEY MOVE "Y" TO passwordChanged
          END-REWRITE
          CALL 'JournalPlayer' USING loggedInPlayer, journalOldImage,
              journalNewImage
          DISPLAY "Password changed"
          IF changeMode = "R"
             MOVE "PASSRESET" TO securityEvent
          ELSE
             MOVE "PASSCHANGE" TO securityEvent
          END-IF
          CALL 'LogSecurityEvent' USING loggedInPlayer, loggedInPlayer, securityEvent
       END-IF
    END-IF
