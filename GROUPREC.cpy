01 groupData.
       02 grGroupCode PIC X(10).
       02 grClassCode PIC X(6).
       02 grDescription PIC X(30).
       02 grCreatedBy PIC X(10).
       02 grCreatedDate PIC X(8).
