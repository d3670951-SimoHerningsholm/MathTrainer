       02 guardianName PIC X(20).
       02 guardianPhone PIC X(15).
       02 guardianEmail PIC X(25).
       02 guardianCipherFlag PIC X(1).
FD sessionLogFile.
COPY SESSIONREC.
FD ledgerFile.
                        ledgerLineSource, ledgerLineDeltaText, ledgerLineBalanceText
               END-UNSTRING
               IF ledgerLinePlayer = workChild
                       AND ledgerLineSource NOT = "TRANSFERIN"
                       AND FUNCTION TEST-NUMVAL(ledgerLineDeltaText) = 0
                  MOVE ledgerLineDate TO ledgerFull
                  IF ledgerFull >= cutoffFull
