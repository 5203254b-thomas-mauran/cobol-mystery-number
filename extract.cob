      *> result), wrapped in an HDR record carrying the extract date
      *> and a TRL record carrying the row count so the receiving
      *> side can verify the transmission.
      *> Practice games (GH-PLAY-MODE = 'P') are left out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               END-IF.

           *> One row per finished game: GH-RECORD-TYPE = 'G' with a
           *> won-or-lost result. Summary rows never travel, and
           *> neither do practice games - RESULTS-IMPORT at another
           *> site loads every row it receives into its standings.
           EXTRACT-GAME-RECORDS.
               READ GAME-HISTORY-FILE NEXT RECORD
                   AT END
                       IF GH-RECORD-TYPE = "G"
                           AND (GH-RESULT-CODE = "W"
                               OR GH-RESULT-CODE = "L")
                           AND GH-PLAY-MODE NOT = "P"
                           PERFORM WRITE-EXTRACT-ROW
                       END-IF
               END-READ.
