      *> Record layout for RATED-MATCH-FILE (RATEDM.DAT): one record
      *> per 'M' match row SKILL-RATING has applied, keyed by the
      *> match row's own GH-KEY, with the day it was rated. A match
      *> already on file is never rated again, so a rerun - or a
      *> match read from both the live history and the archive -
      *> cannot count twice.
       01 RATED-MATCH-RECORD.
           05 RM-MATCH-KEY.
               10 RM-PLAYER-ID          PIC X(8).
               10 RM-RUN-DATE           PIC 9(8).
               10 RM-RUN-TIME           PIC 9(8).
               10 RM-SEQUENCE-NO        PIC 9(5).
           05 RM-RATED-DATE              PIC 9(8).
