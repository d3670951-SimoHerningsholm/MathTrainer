               ELSE
                  CALL 'HashPassword' USING pass, hashedPass
                  MOVE hashedPass TO pass
                  CALL 'SealPlayer' USING playersData
                  REWRITE playersData
                      INVALID KEY DISPLAY "Could not rewrite " userName
                  END-REWRITE
