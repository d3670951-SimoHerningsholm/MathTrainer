       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GuardianCipher.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 cipherKey PIC X(16) VALUE "gD7%uA2#rN9!kE5q".
01 workField PIC X(25).
01 workLength PIC 9(2).
01 fieldSalt PIC 9(2).
01 charIndex PIC 9(2).
01 keyPosition PIC 9(2).
01 userPosition PIC 9(2).
01 charCode PIC S9(3).
01 newCode PIC 9(2).
01 shiftAmount PIC 9(6).
LINKAGE SECTION.
01 cipherMode PIC X(1).
01 cipherUser PIC X(10).
01 cipherPhone PIC X(15).
01 cipherEmail PIC X(25).
01 cipherFlag PIC X(1).
PROCEDURE DIVISION USING cipherMode, cipherUser, cipherPhone, cipherEmail, cipherFlag.
GuardianCipherProcess.
    IF cipherMode = "E" AND cipherFlag = "E"
       EXIT PROGRAM
    END-IF
    IF cipherMode NOT = "E" AND cipherFlag NOT = "E"
       EXIT PROGRAM
    END-IF
    IF cipherPhone NOT = SPACES
       MOVE cipherPhone TO workField
       MOVE 15 TO workLength
       MOVE 1 TO fieldSalt
       PERFORM CipherWorkField
       MOVE workField(1:15) TO cipherPhone
    END-IF
    IF cipherEmail NOT = SPACES
       MOVE cipherEmail TO workField
       MOVE 25 TO workLength
       MOVE 2 TO fieldSalt
       PERFORM CipherWorkField
       MOVE workField TO cipherEmail
    END-IF
    IF cipherMode = "E"
       MOVE "E" TO cipherFlag
    ELSE
       MOVE SPACE TO cipherFlag
    END-IF.
    EXIT PROGRAM.
CipherWorkField.
    PERFORM VARYING charIndex FROM 1 BY 1 UNTIL charIndex > workLength
       PERFORM CipherOneChar
    END-PERFORM.
CipherOneChar.
    COMPUTE charCode = FUNCTION ORD(workField(charIndex:1)) - 33
    IF charCode < 0 OR charCode > 94
       EXIT PARAGRAPH
    END-IF
    COMPUTE keyPosition = FUNCTION MOD(charIndex + fieldSalt * 3 - 1, 16) + 1
    COMPUTE userPosition = FUNCTION MOD(charIndex - 1, 10) + 1
    COMPUTE shiftAmount =
        FUNCTION ORD(cipherKey(keyPosition:1))
        + FUNCTION ORD(cipherUser(userPosition:1)) * charIndex
        + fieldSalt * 37 + charIndex * 11
    IF cipherMode = "E"
       COMPUTE newCode = FUNCTION MOD(charCode + shiftAmount, 95)
    ELSE
       COMPUTE newCode =
           FUNCTION MOD(charCode - FUNCTION MOD(shiftAmount, 95) + 95, 95)
    END-IF
    MOVE FUNCTION CHAR(newCode + 33) TO workField(charIndex:1).
