      *> Record layout for BRACKET-FILE, keyed by tournament, round
      *> and slot: one record per pairing of a knockout bracket, with
      *> both players and their seeds, the round deadline, and once
      *> the pairing is settled the winner and the date/time of the
      *> deciding 'M' row on GAME-HISTORY-FILE. The winner of slot n
      *> moves to slot (n + 1) / 2 of the next round - odd slots fill
      *> player 1, even slots player 2. BK-STATUS is one of:
      *>   W - waiting for an earlier round to supply both players
      *>   P - both players known, match pending
      *>   O - pending and past its deadline (flagged, still open)
      *>   D - decided by a match
      *>   B - bye, player 1 goes through unplayed
       01 BRACKET-RECORD.
           05 BK-KEY.
               10 BK-TOURNEY-ID         PIC X(6).
               10 BK-ROUND-NO           PIC 9(1).
               10 BK-SLOT-NO            PIC 9(2).
           05 BK-PLAYER-1               PIC X(8).
           05 BK-SEED-1                 PIC 9(2).
           05 BK-PLAYER-2               PIC X(8).
           05 BK-SEED-2                 PIC 9(2).
           05 BK-DEADLINE               PIC 9(8).
           05 BK-STATUS                 PIC X(1).
           05 BK-WINNER-ID              PIC X(8).
           05 BK-MATCH-DATE             PIC 9(8).
           05 BK-MATCH-TIME             PIC 9(8).
