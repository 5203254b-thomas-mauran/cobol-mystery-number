      *> A head-to-head match writes one GH-RECORD-TYPE = 'M' record
      *> keyed under player 1, with the opponent, the winner, and the
      *> rounds each side used in the fields at the end.
      *> A game loaded by RESULTS-IMPORT from another site's
      *> analytics extract carries that site's code in
      *> GH-ORIGIN-SITE; a game played here leaves it blank.
      *> GH-PLAY-MODE is the session's choice at sign-on: 'R' ranked
      *> or 'P' practice, which no standing counts. Rows written
      *> before the choice existed carry a blank and are ranked.
      *> GH-DIFF-PROFILE is the difficulty profile the game was
      *> played at, blank for the GAME-PARM-FILE range.
      *> GH-DRAW-DATE/GH-DRAW-TIME stamp the moment the mystery
      *> number was drawn - the game's start, where GH-RUN-TIME is
      *> its end. Rows written before the stamp existed, and games
      *> loaded from another site, carry zeros.
       01 GAME-HISTORY-RECORD.
           05 GH-KEY.
               10 GH-PLAYER-ID          PIC X(8).
           05 GH-OPPONENT-ID            PIC X(8).
           05 GH-WINNER-ID              PIC X(8).
           05 GH-OPPONENT-ROUNDS        PIC 9(3).
           05 GH-ORIGIN-SITE            PIC X(4).
           05 GH-PLAY-MODE              PIC X(1).
           05 GH-DIFF-PROFILE           PIC X(4).
           05 GH-DRAW-DATE              PIC 9(8).
           05 GH-DRAW-TIME              PIC 9(8).
