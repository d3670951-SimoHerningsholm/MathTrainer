01 announcementData.
       02 anSeq PIC 9(5).
       02 anScope PIC X(1).
       02 anTarget PIC X(6).
       02 anSender PIC X(10).
       02 anDate PIC X(8).
       02 anExpiryDate PIC X(8).
       02 anSubject PIC X(40).
       02 anLineTable.
           03 anLine PIC X(60) OCCURS 3 TIMES.
       02 anGuardianCount PIC 9(5).
       02 anQueuedCount PIC 9(5).
       02 anSkippedCount PIC 9(5).
