       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GetTerminalId.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 terminalVariable PIC X(20) VALUE "MATHTRAINER_TERMINAL".
01 terminalText PIC X(8).
LINKAGE SECTION.
01 terminalId PIC X(8).
PROCEDURE DIVISION USING terminalId.
GetTerminalIdProcess.
    MOVE SPACES TO terminalText
    ACCEPT terminalText FROM ENVIRONMENT terminalVariable
        ON EXCEPTION MOVE SPACES TO terminalText
    END-ACCEPT
    MOVE FUNCTION UPPER-CASE(terminalText) TO terminalId.
    EXIT PROGRAM.
