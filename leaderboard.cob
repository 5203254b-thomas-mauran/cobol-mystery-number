
      *> Batch report: ranks every winning game on GAME-HISTORY-FILE by
      *> fewest NUMBER-OF-ROUNDS, ties broken by earliest run date/time.
      *> Practice games (GH-PLAY-MODE = 'P') are not ranked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       NOT AT END
                           IF GH-RECORD-TYPE = "G"
                               AND GH-RESULT-CODE = "W"
                               AND GH-PLAY-MODE NOT = "P"
                               MOVE GH-NUMBER-OF-ROUNDS TO SW-ROUNDS
                               MOVE GH-RUN-DATE         TO SW-RUN-DATE
                               MOVE GH-RUN-TIME         TO SW-RUN-TIME
