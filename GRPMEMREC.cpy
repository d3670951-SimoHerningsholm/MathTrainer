01 groupMemberData.
       02 gmKey.
           03 gmUserName PIC X(10).
           03 gmFromDate PIC X(8).
       02 gmGroupCode PIC X(10).
       02 gmClassCode PIC X(6).
       02 gmToDate PIC X(8).
       02 gmSetBy PIC X(10).
