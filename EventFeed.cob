       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EventFeed.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT eventStoreFile ASSIGN TO "eventfeed.txt"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS evSeq
    FILE STATUS IS eventStoreFileStatus.
SELECT eventOutFile ASSIGN TO "eventout.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS eventOutFileStatus.
SELECT eventAckFile ASSIGN TO "eventack.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS eventAckFileStatus.
SELECT eventReportFile ASSIGN TO "eventreport.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS eventReportFileStatus.
DATA DIVISION.
FILE SECTION.
FD eventStoreFile.
COPY EVENTREC.
FD eventOutFile.
01 eventOutData.
       02 eoSeq PIC 9(8).
       02 eoType PIC X(12).
       02 eoUserName PIC X(10).
       02 eoDate PIC X(8).
       02 eoTime PIC X(8).
       02 eoDetail PIC X(30).
       02 eoSendCount PIC 9(3).
FD eventAckFile.
01 eventAckRecord PIC X(40).
FD eventReportFile.
01 eventReportLine PIC X(80).
WORKING-STORAGE SECTION.
01 eventStoreFileStatus PIC X(2).
01 eventOutFileStatus PIC X(2).
01 eventAckFileStatus PIC X(2).
01 eventReportFileStatus PIC X(2).
01 noMoreRecords PIC X(1).
01 runDate PIC X(8).
01 ackSeen PIC X(1) VALUE "N".
01 ackSeq PIC 9(8) VALUE ZERO.
01 ackLineSeq PIC 9(8).
01 badAckCount PIC 9(4) VALUE ZERO.
01 newlyAcked PIC 9(8) VALUE ZERO.
01 resentCount PIC 9(8) VALUE ZERO.
01 backlogCount PIC 9(8) VALUE ZERO.
01 oldestPendingDate PIC X(8) VALUE SPACES.
01 backlogThreshold PIC 9(5).
01 paramName PIC X(20).
01 paramValue PIC 9(5).
01 paramDefault PIC 9(5).
01 alertSource PIC X(12) VALUE "EVENTFEED".
01 alertSeverity PIC X(1).
01 alertMessage PIC X(60).
PROCEDURE DIVISION.
EventFeedProcess.
    DISPLAY "=== Learning-platform event feed ==="
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE "EVENTBACKLOG" TO paramName
    MOVE 500 TO paramDefault
    CALL 'GetParameter' USING paramName, paramValue, paramDefault
    MOVE paramValue TO backlogThreshold
    OPEN OUTPUT eventReportFile
    IF eventReportFileStatus NOT = "00"
       DISPLAY "Could not open eventreport.txt, status " eventReportFileStatus
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE SPACES TO eventReportLine
    STRING "EVENT FEED ACKNOWLEDGMENT AND RESEND - " runDate
        DELIMITED BY SIZE INTO eventReportLine
    END-STRING
    WRITE eventReportLine
    OPEN I-O eventStoreFile
    IF eventStoreFileStatus = "35"
       MOVE "No events have been raised yet - nothing to send" TO eventReportLine
       WRITE eventReportLine
       CLOSE eventReportFile
       GOBACK
    END-IF
    IF eventStoreFileStatus NOT = "00"
       DISPLAY "Could not open eventfeed.txt, status " eventStoreFileStatus
       CLOSE eventReportFile
       MOVE 8 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE ZERO TO ecSeq
    READ eventStoreFile
        INVALID KEY
            MOVE "Event control record missing - eventfeed.txt needs attention"
                TO eventReportLine
            WRITE eventReportLine
            CLOSE eventStoreFile
            CLOSE eventReportFile
            MOVE 8 TO RETURN-CODE
            GOBACK
    END-READ
    PERFORM ReadAcknowledgment
    PERFORM ApplyAcknowledgment
    PERFORM ResendPending
    PERFORM JudgeBacklog
    CLOSE eventStoreFile
    CLOSE eventReportFile
    DISPLAY "Event feed summary written to eventreport.txt".
    GOBACK.
ReadAcknowledgment.
    OPEN INPUT eventAckFile
    IF eventAckFileStatus NOT = "00"
       MOVE "No acknowledgment received from the platform" TO eventReportLine
       WRITE eventReportLine
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO noMoreRecords
    PERFORM UNTIL noMoreRecords = "Y"
       READ eventAckFile
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END PERFORM HandleOneAckLine
       END-READ
    END-PERFORM
    CLOSE eventAckFile.
HandleOneAckLine.
    IF eventAckRecord = SPACES
       EXIT PARAGRAPH
    END-IF
    IF eventAckRecord(1:8) NOT NUMERIC
       ADD 1 TO badAckCount
       MOVE SPACES TO eventReportLine
       STRING "Unreadable acknowledgment line ignored: " eventAckRecord(1:30)
           DELIMITED BY SIZE INTO eventReportLine
       END-STRING
       WRITE eventReportLine
       EXIT PARAGRAPH
    END-IF
    MOVE eventAckRecord(1:8) TO ackLineSeq
    IF ackLineSeq > ecLastSeq
       ADD 1 TO badAckCount
       MOVE SPACES TO eventReportLine
       STRING "Acknowledgment " ackLineSeq " is beyond the last event sent "
              ecLastSeq " - ignored"
           DELIMITED BY SIZE INTO eventReportLine
       END-STRING
       WRITE eventReportLine
       EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO ackSeen
    IF ackLineSeq > ackSeq
       MOVE ackLineSeq TO ackSeq
    END-IF.
ApplyAcknowledgment.
    IF ackSeen = "N" OR ackSeq <= ecAckedSeq
       MOVE SPACES TO eventReportLine
       STRING "Acknowledged through sequence " ecAckedSeq " - no new acknowledgment"
           DELIMITED BY SIZE INTO eventReportLine
       END-STRING
       WRITE eventReportLine
       EXIT PARAGRAPH
    END-IF
    COMPUTE evSeq = ecAckedSeq + 1
    MOVE "N" TO noMoreRecords
    START eventStoreFile KEY IS >= evSeq
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ eventStoreFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF evSeq > ackSeq
                  MOVE "Y" TO noMoreRecords
               ELSE
                  MOVE "A" TO evStatus
                  REWRITE eventData
                      INVALID KEY CONTINUE
                  END-REWRITE
                  ADD 1 TO newlyAcked
               END-IF
       END-READ
    END-PERFORM
    MOVE ZERO TO ecSeq
    READ eventStoreFile
        INVALID KEY CONTINUE
    END-READ
    MOVE ackSeq TO ecAckedSeq
    MOVE runDate TO ecAckedDate
    REWRITE eventControlData
        INVALID KEY CONTINUE
    END-REWRITE
    MOVE SPACES TO eventReportLine
    STRING "Platform acknowledged through sequence " ackSeq ": " newlyAcked
           " event(s) newly acknowledged"
        DELIMITED BY SIZE INTO eventReportLine
    END-STRING
    WRITE eventReportLine.
ResendPending.
    OPEN OUTPUT eventOutFile
    IF eventOutFileStatus NOT = "00"
       DISPLAY "Could not rebuild eventout.txt, status " eventOutFileStatus
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    COMPUTE evSeq = ecAckedSeq + 1
    MOVE "N" TO noMoreRecords
    START eventStoreFile KEY IS >= evSeq
        INVALID KEY MOVE "Y" TO noMoreRecords
    END-START
    PERFORM UNTIL noMoreRecords = "Y"
       READ eventStoreFile NEXT RECORD
           AT END MOVE "Y" TO noMoreRecords
           NOT AT END
               IF evStatus = "P"
                  PERFORM ResendOneEvent
               END-IF
       END-READ
    END-PERFORM
    CLOSE eventOutFile
    MOVE SPACES TO eventReportLine
    STRING "Unacknowledged event(s) re-sent in eventout.txt: " resentCount
        DELIMITED BY SIZE INTO eventReportLine
    END-STRING
    WRITE eventReportLine.
ResendOneEvent.
    ADD 1 TO backlogCount
    IF oldestPendingDate = SPACES
       MOVE evDate TO oldestPendingDate
    END-IF
    IF evLastSentDate NOT = runDate
       IF evSendCount < 999
          ADD 1 TO evSendCount
       END-IF
       MOVE runDate TO evLastSentDate
       REWRITE eventData
           INVALID KEY CONTINUE
       END-REWRITE
    END-IF
    MOVE evSeq TO eoSeq
    MOVE evType TO eoType
    MOVE evUserName TO eoUserName
    MOVE evDate TO eoDate
    MOVE evTime TO eoTime
    MOVE evDetail TO eoDetail
    MOVE evSendCount TO eoSendCount
    WRITE eventOutData
    ADD 1 TO resentCount.
JudgeBacklog.
    MOVE SPACES TO eventReportLine
    IF backlogCount = ZERO
       STRING "Backlog: none - every event up to " ecLastSeq " is acknowledged"
           DELIMITED BY SIZE INTO eventReportLine
       END-STRING
    ELSE
       STRING "Backlog: " backlogCount " unacknowledged event(s), oldest raised "
              oldestPendingDate ", threshold " backlogThreshold
           DELIMITED BY SIZE INTO eventReportLine
       END-STRING
    END-IF
    WRITE eventReportLine
    IF backlogCount > backlogThreshold
       MOVE "W" TO alertSeverity
       MOVE SPACES TO alertMessage
       STRING "Event feed backlog " backlogCount " unacknowledged, oldest "
              oldestPendingDate
           DELIMITED BY SIZE INTO alertMessage
       END-STRING
       CALL 'RaiseAlert' USING alertSource, alertSeverity, alertMessage
       MOVE "Backlog is over the EVENTBACKLOG threshold - alert raised"
           TO eventReportLine
       WRITE eventReportLine
    END-IF
    IF badAckCount > ZERO
       MOVE "W" TO alertSeverity
       MOVE SPACES TO alertMessage
       STRING "Event feed acknowledgment had " badAckCount " bad line(s)"
           DELIMITED BY SIZE INTO alertMessage
       END-STRING
       CALL 'RaiseAlert' USING alertSource, alertSeverity, alertMessage
    END-IF.
