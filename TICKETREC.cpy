01 ticketData.
       02 tkNumber PIC 9(6).
       02 tkRaisedBy PIC X(10).
       02 tkRaiserRole PIC X(1).
       02 tkSubject PIC X(10).
       02 tkCategory PIC X(10).
       02 tkStatus PIC X(1).
       02 tkOpenedDate PIC X(8).
       02 tkOpenedTime PIC X(8).
       02 tkAssignedTo PIC X(10).
       02 tkClosedDate PIC X(8).
       02 tkClosedTime PIC X(8).
       02 tkClosedBy PIC X(10).
       02 tkPoints PIC 9(7).
       02 tkDescription PIC X(120).
       02 tkLastRun PIC X(70).
       02 tkLastLedger PIC X(70).
       02 tkResolution PIC X(60).
