               04 wkSegExercise PIC X(2).
               04 wkSegLevel PIC X(1).
               04 wkSegCount PIC 9(2).
       02 wkRegroupTable.
           03 wkSegRegroup PIC X(1) OCCURS 10 TIMES.
       02 wkTargetClass PIC X(6).
       02 wkTargetGroup PIC X(10).
WORKING-STORAGE SECTION.
01 worksheetFileStatus PIC X(2).
01 builderChoice PIC X(1).
01 segCountStage PIC X(2).
01 segCountNum PIC 9(2).
01 segEntryValid PIC X(1).
01 segRegroupEntry PIC X(1).
       88 validSegRegroup VALUES ARE "A", "N", "R".
01 groupClassCode PIC X(6).
01 groupFound PIC X(1).
PROCEDURE DIVISION.
BuilderProcess.
    OPEN I-O worksheetFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               DISPLAY wkCode ": " wkName " - " wkSegmentCount " segment(s)"
               IF wkTargetGroup NOT = SPACES
                  DISPLAY "   for group " wkTargetGroup " (" wkTargetClass ") only"
               END-IF
               PERFORM VARYING segmentIndex FROM 1 BY 1
                       UNTIL segmentIndex > wkSegmentCount
                  DISPLAY "   " wkSegCount(segmentIndex) " question(s) of exercise "
                      wkSegExercise(segmentIndex) " at level " wkSegLevel(segmentIndex)
                  IF wkSegRegroup(segmentIndex) = "A" OR wkSegRegroup(segmentIndex) = "N"
                     DISPLAY "      regrouping " wkSegRegroup(segmentIndex)
                  END-IF
               END-PERFORM
       END-READ
    END-PERFORM.
    DISPLAY "Enter a worksheet name"
    ACCEPT wkName
    MOVE ZERO TO wkSegmentCount
    MOVE SPACES TO wkRegroupTable
    MOVE SPACES TO wkTargetClass
    DISPLAY "Target group code (Enter for everyone)"
    ACCEPT wkTargetGroup
    IF wkTargetGroup NOT = SPACES
       CALL 'ValidateGroup' USING wkTargetGroup, groupClassCode, groupFound
       IF groupFound NOT = "Y"
          DISPLAY "No group " wkTargetGroup " - worksheet not saved"
          EXIT PARAGRAPH
       END-IF
       MOVE groupClassCode TO wkTargetClass
    END-IF
    MOVE "Y" TO moreSegments
    PERFORM UNTIL moreSegments = "N" OR wkSegmentCount >= 10
       ADD 1 TO wkSegmentCount
          END-IF
       END-PERFORM
       MOVE segLevelEntry TO wkSegLevel(segmentIndex)
       IF segExerciseEntry = "1 " OR segExerciseEntry = "2 "
          MOVE "N" TO segEntryValid
          PERFORM UNTIL segEntryValid = "Y"
             DISPLAY "Segment " segmentIndex " regrouping: A-always carry/borrow N-never R-random"
             ACCEPT segRegroupEntry
             EVALUATE segRegroupEntry
                 WHEN "a" MOVE "A" TO segRegroupEntry
                 WHEN "n" MOVE "N" TO segRegroupEntry
                 WHEN "r" MOVE "R" TO segRegroupEntry
             END-EVALUATE
             IF validSegRegroup
                MOVE "Y" TO segEntryValid
             ELSE
                DISPLAY "Enter A, N or R, try again"
             END-IF
          END-PERFORM
          MOVE segRegroupEntry TO wkSegRegroup(segmentIndex)
       END-IF
       MOVE "N" TO segEntryValid
       PERFORM UNTIL segEntryValid = "Y"
          DISPLAY "Segment " segmentIndex " question count (1-20)"
