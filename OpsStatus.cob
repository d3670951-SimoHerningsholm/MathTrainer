       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD controlFile.
01 controlRecord PIC X(60).
FD capacityHistFile.
