               MOVE homeScore TO GAME-HOME-SCORE
               MOVE visScore TO GAME-VIS-SCORE
               MOVE "Y" TO GAME-NHL-DONE
               set GAME-UPL-TIME to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
               WRITE GAME-REC
                   INVALID KEY
                       ADD 1 TO gamesCollided
