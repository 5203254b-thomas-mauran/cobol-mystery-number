      *> Record layout for PLAYER-RATING-FILE (RATING.DAT), keyed by
      *> player: the head-to-head skill rating SKILL-RATING keeps from
      *> the 'M' match rows - the current rating, the best it has
      *> ever been, how many matches have been rated and the date of
      *> the last one. A player's record appears with their first
      *> rated match, starting from 1500.
       01 PLAYER-RATING-RECORD.
           05 RT-PLAYER-ID               PIC X(8).
           05 RT-CURRENT-RATING          PIC 9(4).
           05 RT-PEAK-RATING             PIC 9(4).
           05 RT-MATCHES-RATED           PIC 9(5).
           05 RT-LAST-MATCH-DATE         PIC 9(8).
