      *> session can resume instead of reseeding from scratch. Each
      *> player's record is found by CP-PLAYER-ID at sign-on, so two
      *> terminals playing at once no longer overwrite each other.
      *> CP-PLAY-MODE and CP-DIFF-PROFILE carry the session's ranked
      *> or practice choice and the profile it plays at, so a resumed
      *> session goes on counting the way it started.
      *> CP-DRAW-DATE/CP-DRAW-TIME carry the moment the game in
      *> flight had its mystery number drawn, for its history row.
       01 CHECKPOINT-RECORD.
           05 CP-PLAYER-ID               PIC X(8).
           05 CP-RUN-DATE                PIC 9(8).
           05 CP-TOTAL-ROUNDS            PIC 9(5).
           05 CP-BEST-ROUNDS             PIC 9(3).
           05 CP-ROUND-IN-PROGRESS       PIC X(1).
           05 CP-PLAY-MODE               PIC X(1).
           05 CP-DIFF-PROFILE            PIC X(4).
           05 CP-DRAW-DATE               PIC 9(8).
           05 CP-DRAW-TIME               PIC 9(8).
