      *> the guesses needed to halve the profile's span down to a
      *> single value. Players without a profile are judged against
      *> the GAME-PARM-FILE range, like the game itself plays them.
      *>
      *> Practice games (GH-PLAY-MODE = 'P') earn no badge; the
      *> stats-based feats already leave them out through
      *> PLAYER-STATS-ROLLUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               END-IF.

           *> Walks the history in key order - each player's games
           *> contiguous - awarding FWIN on the first ranked winning
           *> 'G' row seen and MINW on any ranked win at or under the
           *> player's minimum-round bound. The bound is refreshed at
           *> each change of player.
           SCAN-GAME-HISTORY.
               MOVE "N" TO WS-EOF.
               MOVE SPACES TO WS-CURRENT-PLAYER.
                   NOT AT END
                       IF GH-RECORD-TYPE = "G"
                           AND GH-RESULT-CODE = "W"
                           AND GH-PLAY-MODE NOT = "P"
                           IF GH-PLAYER-ID NOT = WS-CURRENT-PLAYER
                               MOVE GH-PLAYER-ID TO WS-CURRENT-PLAYER
                               ADD 1 TO WS-PLAYERS-SCANNED
