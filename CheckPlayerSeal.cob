       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckPlayerSeal.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 storedSeal PIC X(10).
LINKAGE SECTION.
COPY PLAYERREC.
01 sealIntact PIC X(1).
PROCEDURE DIVISION USING playersData, sealIntact.
CheckPlayerSealProcess.
    MOVE playerSeal TO storedSeal
    CALL 'SealPlayer' USING playersData
    IF playerSeal = storedSeal
       MOVE "Y" TO sealIntact
    ELSE
       MOVE "N" TO sealIntact
    END-IF
    MOVE storedSeal TO playerSeal.
    EXIT PROGRAM.
