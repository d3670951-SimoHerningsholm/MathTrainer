01 announceRecipientData.
       02 arKey.
           03 arGuardianId PIC X(10).
           03 arSeq PIC 9(5).
       02 arDelivery PIC X(1).
       02 arFileName PIC X(40).
       02 arShownDate PIC X(8).
