      *> Record layout for TOURNEY-CONTROL-FILE: one knockout
      *> tournament per line - an id, a display name, how the field
      *> is seeded (W from PLAYER-STATS-FILE win percentage, M from
      *> the manual SEEDLIST.DAT), the date play opens, the number of
      *> rounds (the field is 2, 4, 8, 16 or 32 players) and the date
      *> each round must be played by. TN-STATUS is A while the
      *> tournament runs and C once BRACKET-ADVANCE has crowned
      *> TN-CHAMPION-ID.
       01 TOURNEY-CONTROL-RECORD.
           05 TN-TOURNEY-ID              PIC X(6).
           05 TN-TOURNEY-NAME            PIC X(20).
           05 TN-SEED-METHOD             PIC X(1).
           05 TN-START-DATE              PIC 9(8).
           05 TN-ROUNDS                  PIC 9(1).
           05 TN-ROUND-DEADLINE          PIC 9(8) OCCURS 5 TIMES.
           05 TN-STATUS                  PIC X(1).
           05 TN-CHAMPION-ID             PIC X(8).
