01 examsShown PIC 9(3) VALUE ZERO.
01 examAccuracy PIC 9(3).
01 pointsEarnedDisp PIC +9(7).
01 accessFunction PIC X(16) VALUE "EXAMTRANSCRIPT".
LINKAGE SECTION.
01 accessViewer PIC X(10).
01 accessRole PIC X(10).
PROCEDURE DIVISION USING accessViewer, accessRole.
TranscriptProcess.
    DISPLAY "=== Exam transcript ==="
    DISPLAY "Enter the player's username"
    ACCEPT transcriptPlayer
    CALL 'LogDataAccess' USING accessViewer, accessRole, transcriptPlayer, accessFunction
    CALL 'GetStudentName' USING transcriptPlayer, studentFullName
    DISPLAY "Transcript for " FUNCTION TRIM(studentFullName)
        " (" FUNCTION TRIM(transcriptPlayer) ")"
