      *> Record layout for CHANGE-JOURNAL-FILE: one row appended for
      *> every change any maintenance program applies to the player
      *> master or the game control files - who made it, when, from
      *> which program, and the whole record as it stood before and
      *> after - so "who deactivated this player" or "when did the
      *> attempt cap change" is answered from the journal instead of
      *> from memory. CJ-FILE-NAME says which file the key and the
      *> images belong to: PLAYERM, GAMEPARM or DIFFPROF. An add
      *> carries a blank before image, a delete a blank after image.
       01 CHANGE-JOURNAL-RECORD.
           05 CJ-CHANGE-DATE             PIC 9(8).
           05 CJ-CHANGE-TIME             PIC 9(8).
           05 CJ-OPERATOR-ID             PIC X(8).
           05 CJ-SOURCE-PROGRAM          PIC X(18).
           05 CJ-ACTION                  PIC X(10).
           05 CJ-FILE-NAME               PIC X(8).
           05 CJ-RECORD-KEY              PIC X(8).
           05 CJ-BEFORE-IMAGE            PIC X(40).
           05 CJ-AFTER-IMAGE             PIC X(40).
