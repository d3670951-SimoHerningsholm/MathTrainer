           "17", "18", "19", "20", "21", "22", "23", "24", "25", "26",
           "27", "28", "29", "30", "31", "32", "33", "34", "35", "36",
           "37", "38", "39", "40", "41", "42", "43", "44", "45", "46", "47", "48", "49", "50",
           "51", "52", "53", "54", "55", "56", "57", "58", "59", "60",
           "61", "62", "63", "64", "65", "66", "67", "68", "69", "70", "71", "72",
           "73".
       88 validAdminExitChoice VALUE "0 ".
01 adminsFileStatus PIC X(2).
01 adminLogFileStatus PIC X(2).
01 adminActor PIC X(10) VALUE SPACES.
01 awardsScope PIC X(6) VALUE SPACES.
01 adminStaffName PIC X(10) VALUE "*ADMIN*".
01 adminActionText PIC X(10).
01 securityEvent PIC X(12).
01 inboxMode PIC X(1).
01 queueReason PIC X(20).
01 journalOldImage PIC X(47).
01 journalNewImage PIC X(47).
01 menuKind PIC X(1) VALUE "A".
01 menuRole PIC X(10).
01 menuOptionNumber PIC 9(2).
01 deniedAccount PIC X(10).
01 permFlags.
       02 permFlag PIC X(1) OCCURS 99 TIMES.
PROCEDURE DIVISION.
AdminProcess.
    CALL 'AdminLogin' USING adminActor
       EXIT PROGRAM
    END-IF
    DISPLAY "Logged in as administrator " adminActor
    CALL 'GetUserRole' USING adminActor, menuKind, menuRole
    CALL 'LoadPermissions' USING menuRole, menuKind, permFlags
    IF menuRole NOT = "ADMIN"
       DISPLAY "Your role is " FUNCTION TRIM(menuRole) " - only its permitted options are shown"
    END-IF
    MOVE "S" TO inboxMode
    CALL 'AlertsInbox' USING inboxMode
    PERFORM UNTIL runAdminMenu = "N"
       PERFORM DisplayAdminMenu
       ACCEPT adminChoice
       MOVE ZERO TO menuOptionNumber
       IF validAdminChoice
          COMPUTE menuOptionNumber = FUNCTION NUMVAL(adminChoice)
       END-IF
       EVALUATE TRUE
           WHEN validAdminChoice AND permFlag(menuOptionNumber) NOT = "Y"
               PERFORM DenyMenuOption
           WHEN validAdminChoice
               EVALUATE adminChoice
                   WHEN "1" PERFORM ListPlayers
                   WHEN "5" PERFORM ListPlayersByClass
                   WHEN "6" CALL 'GuardianContact'
                   WHEN "7" CALL 'AdjustPoints' USING adminActor
                   WHEN "8" CALL 'HomeworkMenu' USING adminStaffName
                   WHEN "9" PERFORM SetPlayerRole
                   WHEN "10" PERFORM AddAdminAccount
                   WHEN "11" CALL 'LedgerReconcile'
                   WHEN "12" CALL 'RestorePlayer'
                   WHEN "13" CALL 'ResponseTimeReport'
                   WHEN "14" CALL 'ErrorPatternReport' USING adminActor, menuRole
                   WHEN "15" CALL 'ClassStandingsReport' USING adminStaffName
                   WHEN "16" CALL 'RewardsCatalog'
                   WHEN "17" CALL 'MaintFlagOff'
                   WHEN "18" CALL 'RosterImport'
                   WHEN "19" CALL 'ReportCards' USING adminStaffName
                   WHEN "20" CALL 'QuestionBankEditor'
                   WHEN "21" CALL 'PrintWorksheet'
                   WHEN "22" CALL 'TimeOnTaskReport' USING adminStaffName
                   WHEN "23" CALL 'ReinstatePlayer'
                   WHEN "24" CALL 'DataSubject'
                   WHEN "25" CALL 'CalibrationReport'
                   WHEN "31" CALL 'ParamsMenu'
                   WHEN "32" CALL 'TermRollover'
                   WHEN "33" CALL 'GradePolicyMenu'
                   WHEN "34" CALL 'ExamTranscript' USING adminActor, menuRole
                   WHEN "35" CALL 'HintReport'
                   WHEN "36" CALL 'SecurityReview'
                   WHEN "37"
                   WHEN "40" CALL 'LeagueAdmin'
                   WHEN "41" CALL 'EventsAdmin'
                   WHEN "42" CALL 'MergePlayers' USING adminActor
                   WHEN "43" CALL 'JournalBrowse' USING adminActor, menuRole
                   WHEN "44" CALL 'MigrateGuardians'
                   WHEN "45" CALL 'ArchiveBrowse' USING adminActor, menuRole
                   WHEN "46" CALL 'TermCompare'
                   WHEN "47" CALL 'RestoreMasters'
                   WHEN "48" CALL 'IntegrityAudit'
                   WHEN "54" CALL 'DelegationMenu' USING adminActor
                   WHEN "55" CALL 'ConsentMenu'
                   WHEN "56" CALL 'ResearchExtract'
                   WHEN "57" CALL 'InterventionReport' USING adminStaffName
                   WHEN "58" CALL 'LockdownMaint' USING adminActor
                   WHEN "59" CALL 'NationalTestImport'
                   WHEN "60" CALL 'NationalTestReport'
                   WHEN "61" CALL 'TransferExport' USING adminActor
                   WHEN "62" CALL 'TransferImport' USING adminActor
                   WHEN "63" CALL 'StaffImport'
                   WHEN "64" CALL 'PermissionsMaint' USING adminActor
                   WHEN "65" CALL 'DataAccessReport'
                   WHEN "66" CALL 'SessionQuery' USING adminActor, menuRole, menuKind
                   WHEN "67" CALL 'UsageHeatmap'
                   WHEN "68" CALL 'LabMaint' USING adminActor
                   WHEN "69" CALL 'TicketDesk' USING adminActor
                   WHEN "70" CALL 'RescoreSimulator'
                   WHEN "71" CALL 'YearEndPromotion' USING adminActor
                   WHEN "72" CALL 'AwardsReport' USING awardsScope, adminActor
                   WHEN "73" CALL 'AnnouncementMaint' USING adminActor
               END-EVALUATE
           WHEN validAdminExitChoice
               MOVE "N" TO runAdminMenu
    EXIT PROGRAM.
DisplayAdminMenu.
    DISPLAY "=== Admin menu ===".
    IF permFlag(1) = "Y"
       DISPLAY "1: List all players"
    END-IF
    IF permFlag(2) = "Y"
       DISPLAY "2: Reset a player's points"
    END-IF
    IF permFlag(3) = "Y"
       DISPLAY "3: Delete a player"
    END-IF
    IF permFlag(4) = "Y"
       DISPLAY "4: Unlock a player"
    END-IF
    IF permFlag(5) = "Y"
       DISPLAY "5: List players in a class"
    END-IF
    IF permFlag(6) = "Y"
       DISPLAY "6: Manage guardian contacts"
    END-IF
    IF permFlag(7) = "Y"
       DISPLAY "7: Adjust a player's points with an audit reason"
    END-IF
    IF permFlag(8) = "Y"
       DISPLAY "8: Homework assignments"
    END-IF
    IF permFlag(9) = "Y"
       DISPLAY "9: Set a player's role"
    END-IF
    IF permFlag(10) = "Y"
       DISPLAY "10: Add an admin account"
    END-IF
    IF permFlag(11) = "Y"
       DISPLAY "11: Points-ledger tools"
    END-IF
    IF permFlag(12) = "Y"
       DISPLAY "12: Restore a player from the archive"
    END-IF
    IF permFlag(13) = "Y"
       DISPLAY "13: Response-time report"
    END-IF
    IF permFlag(14) = "Y"
       DISPLAY "14: Error-pattern report for a player"
    END-IF
    IF permFlag(15) = "Y"
       DISPLAY "15: Class standings report"
    END-IF
    IF permFlag(16) = "Y"
       DISPLAY "16: Rewards catalogue maintenance"
    END-IF
    IF permFlag(17) = "Y"
       DISPLAY "17: Clear a stuck maintenance flag"
    END-IF
    IF permFlag(18) = "Y"
       DISPLAY "18: Bulk roster import from roster.txt"
    END-IF
    IF permFlag(19) = "Y"
       DISPLAY "19: Term report cards for a class"
    END-IF
    IF permFlag(20) = "Y"
       DISPLAY "20: Word problem question bank"
    END-IF
    IF permFlag(21) = "Y"
       DISPLAY "21: Print a paper worksheet with answer key"
    END-IF
    IF permFlag(22) = "Y"
       DISPLAY "22: Weekly time-on-task report"
    END-IF
    IF permFlag(23) = "Y"
       DISPLAY "23: Reinstate a dormant account"
    END-IF
    IF permFlag(24) = "Y"
       DISPLAY "24: Student data package export or erasure"
    END-IF
    IF permFlag(25) = "Y"
       DISPLAY "25: Level-difficulty calibration report"
    END-IF
    IF permFlag(26) = "Y"
       DISPLAY "26: At-risk early-warning report"
    END-IF
    IF permFlag(27) = "Y"
       DISPLAY "27: Rebuild the daily-summary file"
    END-IF
    IF permFlag(28) = "Y"
       DISPLAY "28: Apply roster changes from rosterchanges.txt"
    END-IF
    IF permFlag(29) = "Y"
       DISPLAY "29: Set a player's daily practice limit"
    END-IF
    IF permFlag(30) = "Y"
       DISPLAY "30: Operations status console"
    END-IF
    IF permFlag(31) = "Y"
       DISPLAY "31: Runtime parameters"
    END-IF
    IF permFlag(32) = "Y"
       DISPLAY "32: School-term rollover"
    END-IF
    IF permFlag(33) = "Y"
       DISPLAY "33: Per-class grading policy"
    END-IF
    IF permFlag(34) = "Y"
       DISPLAY "34: Exam transcript for a player"
    END-IF
    IF permFlag(35) = "Y"
       DISPLAY "35: Hint-usage report"
    END-IF
    IF permFlag(36) = "Y"
       DISPLAY "36: Security event review"
    END-IF
    IF permFlag(37) = "Y"
       DISPLAY "37: Alert inbox (view and acknowledge)"
    END-IF
    IF permFlag(38) = "Y"
       DISPLAY "38: Class master maintenance"
    END-IF
    IF permFlag(39) = "Y"
       DISPLAY "39: School calendar (holidays and term dates)"
    END-IF
    IF permFlag(40) = "Y"
       DISPLAY "40: Set up a class league season"
    END-IF
    IF permFlag(41) = "Y"
       DISPLAY "41: Challenge events (define and close)"
    END-IF
    IF permFlag(42) = "Y"
       DISPLAY "42: Merge a duplicate account into another"
    END-IF
    IF permFlag(43) = "Y"
       DISPLAY "43: Browse a player's change journal"
    END-IF
    IF permFlag(44) = "Y"
       DISPLAY "44: One-time guardian family-link migration"
    END-IF
    IF permFlag(45) = "Y"
       DISPLAY "45: Browse archived session history"
    END-IF
    IF permFlag(46) = "Y"
       DISPLAY "46: Term-over-term comparison report"
    END-IF
    IF permFlag(47) = "Y"
       DISPLAY "47: Restore master files from a backup set"
    END-IF
    IF permFlag(48) = "Y"
       DISPLAY "48: Referential integrity audit (report or quarantine)"
    END-IF
    IF permFlag(49) = "Y"
       DISPLAY "49: Print spool catalog (list, reprint, purge)"
    END-IF
    IF permFlag(50) = "Y"
       DISPLAY "50: Service school-portal standing requests"
    END-IF
    IF permFlag(51) = "Y"
       DISPLAY "51: Bulk question-bank import from qbimport.txt"
    END-IF
    IF permFlag(52) = "Y"
       DISPLAY "52: Approve or reject pending admin actions"
    END-IF
    IF permFlag(53) = "Y"
       DISPLAY "53: Request a dormant-account purge (needs approval)"
    END-IF
    IF permFlag(54) = "Y"
       DISPLAY "54: Substitute-teacher delegations"
    END-IF
    IF permFlag(55) = "Y"
       DISPLAY "55: Consent tracking and DPO status report"
    END-IF
    IF permFlag(56) = "Y"
       DISPLAY "56: Anonymized research extract for the municipality"
    END-IF
    IF permFlag(57) = "Y"
       DISPLAY "57: Intervention effectiveness report"
    END-IF
    IF permFlag(58) = "Y"
       DISPLAY "58: Exam-period lockdown calendar"
    END-IF
    IF permFlag(59) = "Y"
       DISPLAY "59: National test results import from nationaltests.txt"
    END-IF
    IF permFlag(60) = "Y"
       DISPLAY "60: National test results against practice history"
    END-IF
    IF permFlag(61) = "Y"
       DISPLAY "61: Export a transfer package for a leaving student"
    END-IF
    IF permFlag(62) = "Y"
       DISPLAY "62: Import a transfer package from another school"
    END-IF
    IF permFlag(63) = "Y"
       DISPLAY "63: Staff import (teacher accounts and classes) from staff.txt"
    END-IF
    IF permFlag(64) = "Y"
       DISPLAY "64: Role permissions for the admin and teacher menus"
    END-IF
    IF permFlag(65) = "Y"
       DISPLAY "65: Who viewed a student's data (access register report)"
    END-IF
    IF permFlag(66) = "Y"
       DISPLAY "66: Session-log query and extract"
    END-IF
    IF permFlag(67) = "Y"
       DISPLAY "67: Usage heatmap by weekday and hour (lab booking)"
    END-IF
    IF permFlag(68) = "Y"
       DISPLAY "68: Computer labs - terminal registry and room bookings"
    END-IF
    IF permFlag(69) = "Y"
       DISPLAY "69: Help-desk tickets (assign, comment, close, weekly report)"
    END-IF
    IF permFlag(70) = "Y"
       DISPLAY "70: What-if rescoring simulator (scoring and penalty changes)"
    END-IF
    IF permFlag(71) = "Y"
       DISPLAY "71: Year-end class promotion (dry run or update)"
    END-IF
    IF permFlag(72) = "Y"
       DISPLAY "72: End-of-term awards nominations (whole school)"
    END-IF
    IF permFlag(73) = "Y"
       DISPLAY "73: School announcements to guardians"
    END-IF
    DISPLAY "0: Return to main menu".
DenyMenuOption.
    DISPLAY "Your role does not permit that option"
    MOVE SPACES TO securityEvent
    STRING "DENIED A" menuOptionNumber DELIMITED BY SIZE INTO securityEvent
    END-STRING
    MOVE adminActor TO deniedAccount
    CALL 'LogSecurityEvent' USING deniedAccount, adminActor, securityEvent.
ListPlayers.
    MOVE "N" TO noMoreRecords
    OPEN INPUT playersFile
       MOVE 1 TO unlockedLevel
       MOVE playersData TO journalNewImage
       CALL 'JournalPlayer' USING adminActor, journalOldImage, journalNewImage
       CALL 'SealPlayer' USING playersData
       REWRITE playersData
           INVALID KEY DISPLAY "Could not reset player"
       END-REWRITE
       END-IF
       MOVE playersData TO journalNewImage
       CALL 'JournalPlayer' USING adminActor, journalOldImage, journalNewImage
       CALL 'SealPlayer' USING playersData
       REWRITE playersData
           INVALID KEY DISPLAY "Could not update player"
       END-REWRITE
       ACCEPT dailyLimitMinutes
       MOVE playersData TO journalNewImage
       CALL 'JournalPlayer' USING adminActor, journalOldImage, journalNewImage
       CALL 'SealPlayer' USING playersData
       REWRITE playersData
           INVALID KEY DISPLAY "Could not update player"
       END-REWRITE
       MOVE "N" TO lockedFlag
       MOVE playersData TO journalNewImage
       CALL 'JournalPlayer' USING adminActor, journalOldImage, journalNewImage
       CALL 'SealPlayer' USING playersData
       REWRITE playersData
           INVALID KEY DISPLAY "Could not unlock player"
       END-REWRITE
