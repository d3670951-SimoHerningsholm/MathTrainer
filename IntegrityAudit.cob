       02 asgKey.
           03 asgClassCode PIC X(6).
           03 asgSeq PIC 9(3).
       02 asgBody PIC X(33).
FD classesFile.
01 classData.
       02 clsCode PIC X(6).
