               IF lfSeason NOT = latestSeason OR lfWeek NOT = currentWeek
                  MOVE "Y" TO noMoreRecords
               ELSE
                  IF lfPlayedFlag NOT = "Y" AND lfPlayedFlag NOT = "C"
                     PERFORM ScoreOneFixture
                  END-IF
               END-IF
