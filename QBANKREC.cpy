           03 qbP3Min PIC 9(3).
           03 qbP3Max PIC 9(3).
           03 qbQuestion3 PIC X(60).
       02 qbVersion PIC 9(3).
       02 qbEffectiveDate PIC X(8).
