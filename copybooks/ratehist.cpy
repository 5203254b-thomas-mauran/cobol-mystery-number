      *> Record layout for RATING-HISTORY-FILE (RATEHIST.DAT): one row
      *> per contestant per rated match, appended by SKILL-RATING in
      *> the order the matches were applied - who they played, the
      *> result from their side (W/L/D), both ratings going in and
      *> their own rating coming out.
       01 RATING-HISTORY-RECORD.
           05 RH-PLAYER-ID               PIC X(8).
           05 RH-MATCH-DATE              PIC 9(8).
           05 RH-MATCH-TIME              PIC 9(8).
           05 RH-OPPONENT-ID             PIC X(8).
           05 RH-RESULT                  PIC X(1).
           05 RH-OPPONENT-RATING         PIC 9(4).
           05 RH-RATING-BEFORE           PIC 9(4).
           05 RH-RATING-AFTER            PIC 9(4).
           05 RH-RATED-DATE              PIC 9(8).
