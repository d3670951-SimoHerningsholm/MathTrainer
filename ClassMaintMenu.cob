    ACCESS MODE IS DYNAMIC
    RECORD KEY IS clsCode
    FILE STATUS IS classesFileStatus.
SELECT classStaffFile ASSIGN TO "classstaff.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS csKey
    ALTERNATE RECORD KEY IS csTeacher WITH DUPLICATES
    FILE STATUS IS classStaffFileStatus.
SELECT playersFile ASSIGN TO "players.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS userName
    ALTERNATE RECORD KEY IS points WITH DUPLICATES
    FILE STATUS IS playersFileStatus.
DATA DIVISION.
FILE SECTION.
FD classesFile.
       02 clsName PIC X(20).
       02 clsTeacher PIC X(10).
       02 clsYear PIC X(9).
FD classStaffFile.
01 classStaffData.
       02 csKey.
           03 csClassCode PIC X(6).
           03 csTeacher PIC X(10).
       02 csRole PIC X(1).
           88 validStaffRole VALUES ARE "L", "C", "A".
       02 csAddedBy PIC X(10).
       02 csAddedDate PIC X(8).
FD playersFile.
COPY PLAYERREC.
WORKING-STORAGE SECTION.
01 classesFileStatus PIC X(2).
01 classStaffFileStatus PIC X(2).
01 playersFileStatus PIC X(2).
01 classMaintChoice PIC X(1).
       88 validClassMaintChoice VALUES ARE 1 THRU 7.
       88 validClassMaintExitChoice VALUE 0.
01 runClassMaintMenu PIC X(1) VALUE "Y".
01 noMoreRecords PIC X(1).
01 classExist PIC X(1).
01 staffExist PIC X(1).
01 staffShown PIC 9(3).
01 classCodeEntry PIC X(6).
01 roleText PIC X(10).
01 confirmEntry PIC X(1).
01 securityEvent PIC X(12).
01 securityActor PIC X(10) VALUE "*ADMIN*".
PROCEDURE DIVISION.
ClassMaintProcess.
    OPEN I-O classesFile
       DISPLAY "Could not open classes master file, status " classesFileStatus
       EXIT PROGRAM
    END-IF
    OPEN I-O classStaffFile
    IF classStaffFileStatus = "35"
       OPEN OUTPUT classStaffFile
       CLOSE classStaffFile
       OPEN I-O classStaffFile
    END-IF
    IF classStaffFileStatus NOT = "00"
       DISPLAY "Could not open class staffing file, status " classStaffFileStatus
       CLOSE classesFile
       EXIT PROGRAM
    END-IF
    PERFORM UNTIL runClassMaintMenu = "N"
       DISPLAY "=== Class master maintenance ==="
       DISPLAY "1: List classes"
       DISPLAY "2: Add a class"
       DISPLAY "3: Change a class"
       DISPLAY "4: Delete a class"
       DISPLAY "5: List class staffing"
       DISPLAY "6: Add a teacher to a class (lead, co-teacher, assistant)"
       DISPLAY "7: Remove a teacher from a class"
       DISPLAY "0: Return"
       ACCEPT classMaintChoice
       EVALUATE TRUE
                   WHEN "2" PERFORM AddClass
                   WHEN "3" PERFORM ChangeClass
                   WHEN "4" PERFORM DeleteClass
                   WHEN "5" PERFORM ListStaffing
                   WHEN "6" PERFORM AddStaffing
                   WHEN "7" PERFORM RemoveStaffing
               END-EVALUATE
           WHEN validClassMaintExitChoice
               MOVE "N" TO runClassMaintMenu
               DISPLAY "Invalid choice"
       END-EVALUATE
    END-PERFORM
    CLOSE classStaffFile
    CLOSE classesFile.
    EXIT PROGRAM.
ListClasses.
    IF classesFileStatus = "00"
       DISPLAY "Class deleted"
    END-IF.
ListStaffing.
    DISPLAY "Enter a class code, or press Enter for every class"
    MOVE SPACES TO classCodeEntry
    ACCEPT classCodeEntry
    MOVE ZERO TO staffShown
    MOVE classCodeEntry TO csClassCode
    MOVE SPACES TO csTeacher
    MOVE "N" TO noMoreRecords
    START classStaffFile KEY IS >= csKey
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ classStaffFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF classCodeEntry NOT = SPACES AND csClassCode NOT = classCodeEntry
                  MOVE "Y" TO noMoreRecords
               ELSE
                  ADD 1 TO staffShown
                  PERFORM MapRoleText
                  DISPLAY csClassCode " - " csTeacher " - " roleText
                      " - added " csAddedDate
               END-IF
       END-READ
    END-PERFORM
    IF staffShown = ZERO
       DISPLAY "No staffing rows on file (the class master teacher always has access)"
    END-IF.
MapRoleText.
    EVALUATE csRole
        WHEN "L" MOVE "lead" TO roleText
        WHEN "C" MOVE "co-teacher" TO roleText
        WHEN "A" MOVE "assistant" TO roleText
        WHEN OTHER MOVE "unknown" TO roleText
    END-EVALUATE.
AddStaffing.
    DISPLAY "Enter the class code"
    ACCEPT clsCode
    MOVE "Y" TO classExist
    READ classesFile
        INVALID KEY MOVE "N" TO classExist
    END-READ
    IF classExist = "N"
       DISPLAY "No such class"
       EXIT PARAGRAPH
    END-IF
    MOVE clsCode TO csClassCode
    DISPLAY "Enter the teacher's username"
    ACCEPT csTeacher
    MOVE "Y" TO staffExist
    OPEN INPUT playersFile
    IF playersFileStatus = "00"
       MOVE csTeacher TO userName
       READ playersFile
           INVALID KEY MOVE "N" TO staffExist
       END-READ
       IF staffExist = "Y" AND roleFlag NOT = "T"
          MOVE "N" TO staffExist
       END-IF
       CLOSE playersFile
    END-IF
    IF staffExist = "N"
       DISPLAY "That account is not registered as a teacher"
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Role: L = lead, C = co-teacher, A = assistant (view only)"
    ACCEPT csRole
    IF NOT validStaffRole
       DISPLAY "The role must be L, C or A"
       EXIT PARAGRAPH
    END-IF
    MOVE "*ADMIN*" TO csAddedBy
    ACCEPT csAddedDate FROM DATE YYYYMMDD
    WRITE classStaffData
        INVALID KEY
            REWRITE classStaffData
                INVALID KEY DISPLAY "Could not store the staffing row"
            END-REWRITE
    END-WRITE
    IF classStaffFileStatus = "00"
       PERFORM MapRoleText
       DISPLAY FUNCTION TRIM(csTeacher) " is now " FUNCTION TRIM(roleText)
           " for class " csClassCode
       MOVE "STAFFADD" TO securityEvent
       CALL 'LogSecurityEvent' USING csTeacher, securityActor, securityEvent
    END-IF.
RemoveStaffing.
    DISPLAY "Enter the class code"
    ACCEPT csClassCode
    DISPLAY "Enter the teacher's username"
    ACCEPT csTeacher
    MOVE "Y" TO staffExist
    READ classStaffFile
        INVALID KEY MOVE "N" TO staffExist
    END-READ
    IF staffExist = "N"
       DISPLAY "That teacher has no staffing row for the class"
       EXIT PARAGRAPH
    END-IF
    PERFORM MapRoleText
    DISPLAY csClassCode " - " csTeacher " - " roleText
    DISPLAY "Remove this staffing row? (Y/N)"
    ACCEPT confirmEntry
    IF confirmEntry NOT = "Y" AND confirmEntry NOT = "y"
       DISPLAY "Staffing row kept"
       EXIT PARAGRAPH
    END-IF
    DELETE classStaffFile
        INVALID KEY DISPLAY "Could not remove the staffing row"
        NOT INVALID KEY
            DISPLAY "Staffing row removed"
            MOVE "STAFFDEL" TO securityEvent
            CALL 'LogSecurityEvent' USING csTeacher, securityActor, securityEvent
    END-DELETE.
