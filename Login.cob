01 securityEvent PIC X(12).
01 journalOldImage PIC X(47).
01 journalNewImage PIC X(47).
01 resetAccepted PIC X(1).
01 resetLogin PIC X(1) VALUE "N".
01 changeMode PIC X(1) VALUE "R".
01 mustChangeFlag PIC X(1).
01 forceChangeAction PIC X(1).
01 passwordChanged PIC X(1) VALUE "N".
01 sealIntact PIC X(1).
01 sealActor PIC X(10) VALUE "SEALCHECK".
LINKAGE SECTION.
01 loggedInPlayer PIC X(10).
01 playerPoints PIC 9(7).
       IF playersFileStatus NOT = "00" AND playersFileStatus NOT = "23"
           DISPLAY "Players file read error, status " playersFileStatus
       END-IF
       IF playerExist = 'Y' AND lockedFlag NOT = "Y"
           CALL 'CheckPlayerSeal' USING playersData, sealIntact
           IF sealIntact = "N"
              MOVE playersData TO journalOldImage
              MOVE "Y" TO lockedFlag
              MOVE playersData TO journalNewImage
              CALL 'JournalPlayer' USING sealActor, journalOldImage,
                  journalNewImage
              REWRITE playersData
                  INVALID KEY DISPLAY "Could not lock account"
              END-REWRITE
              MOVE "SEALBROKEN" TO securityEvent
              CALL 'LogSecurityEvent' USING userName, sealActor, securityEvent
           END-IF
       END-IF
       IF playerExist='N'
           DISPLAY "Invalid username"
       ELSE
                 MOVE ZERO TO failedAttempts
                 MOVE "Y" TO SuccessfullLogin
              ELSE
                 CALL 'UseResetCode' USING userName, hashedTryout, resetAccepted
                 IF resetAccepted = "Y"
                    MOVE userName TO loggedInPlayer
                    MOVE points TO playerPoints
                    MOVE unlockedLevel TO playerUnlockedLevel
                    MOVE ZERO TO failedAttempts
                    MOVE "Y" TO resetLogin
                    MOVE "Y" TO SuccessfullLogin
                 ELSE
                    ADD 1 TO failedAttempts
                    MOVE "FAILEDPASS" TO securityEvent
                    CALL 'LogSecurityEvent' USING userName, securityActor, securityEvent
                    IF failedAttempts >= lockoutTries
                       MOVE playersData TO journalOldImage
                       MOVE "Y" TO lockedFlag
                       MOVE playersData TO journalNewImage
                       CALL 'JournalPlayer' USING securityActor, journalOldImage,
                           journalNewImage
                       CALL 'SealPlayer' USING playersData
                       REWRITE playersData
                           INVALID KEY DISPLAY "Could not lock account"
                       END-REWRITE
                       IF playersFileStatus NOT = "00"
                          DISPLAY "Could not persist account lock, status " playersFileStatus
                       END-IF
                       MOVE "LOCKOUT" TO securityEvent
                       CALL 'LogSecurityEvent' USING userName, securityActor, securityEvent
                       DISPLAY "Too many failed attempts. Account locked"
                    ELSE
                       DISPLAY "Invalid password"
                    END-IF
                 END-IF
              END-IF
           END-IF
IF playersFileStatus NOT = "00"
   DISPLAY "Could not close players file, status " playersFileStatus
END-IF.
MOVE "C" TO forceChangeAction
CALL 'CheckForceChange' USING loggedInPlayer, mustChangeFlag, forceChangeAction
MOVE "N" TO passwordChanged
IF resetLogin = "Y"
   MOVE "N" TO resetLogin
   DISPLAY "Reset code accepted - choose a new password now"
   CALL 'ChangePassword' USING loggedInPlayer, changeMode, passwordChanged
ELSE
   IF mustChangeFlag = "Y"
      DISPLAY "You are using a temporary password - choose a new password now"
      CALL 'ChangePassword' USING loggedInPlayer, changeMode, passwordChanged
   END-IF
END-IF
IF mustChangeFlag = "Y" AND passwordChanged = "Y"
   MOVE "D" TO forceChangeAction
   CALL 'CheckForceChange' USING loggedInPlayer, mustChangeFlag, forceChangeAction
END-IF.
EXIT PROGRAM.
