       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SealPlayer.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 sealKey PIC X(12) VALUE "mT4#rQ9!sEaL".
01 sealSource.
       02 sealSourceKey PIC X(12).
       02 sealSourceUser PIC X(10).
       02 sealSourcePoints PIC X(7).
       02 sealSourceLevel PIC X(1).
       02 sealSourceLocked PIC X(1).
01 hashValue PIC 9(9) COMP.
01 charIndex PIC 9(2).
01 charCode PIC 9(3).
01 hashDigits PIC 9(9).
LINKAGE SECTION.
COPY PLAYERREC.
PROCEDURE DIVISION USING playersData.
SealPlayerProcess.
    MOVE sealKey TO sealSourceKey
    MOVE userName TO sealSourceUser
    MOVE points TO sealSourcePoints
    MOVE unlockedLevel TO sealSourceLevel
    MOVE lockedFlag TO sealSourceLocked
    MOVE 11 TO hashValue
    PERFORM VARYING charIndex FROM 1 BY 1 UNTIL charIndex > 31
       COMPUTE charCode = FUNCTION ORD(sealSource(charIndex:1))
       COMPUTE hashValue =
           FUNCTION MOD((hashValue * 37) + (charCode * charIndex), 999999929)
    END-PERFORM
    MOVE hashValue TO hashDigits
    MOVE SPACES TO playerSeal
    STRING "S" DELIMITED BY SIZE
           hashDigits DELIMITED BY SIZE
           INTO playerSeal
    END-STRING.
    EXIT PROGRAM.
