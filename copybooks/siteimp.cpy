      *> Record layout for SITE-IMPORT-FILE (SITEIMP.DAT): one row
      *> per remote game RESULTS-IMPORT has loaded, keyed by the site
      *> and the game as that site knows it - its player id and the
      *> game's date and time - so a game sent again in a later
      *> transmission is recognised and not loaded twice. The
      *> extract carries the site's whole live history every time,
      *> so most rows of a normal transmission are repeats. The
      *> local fields record the history key the game was loaded
      *> under and when.
       01 SITE-IMPORT-RECORD.
           05 SI-KEY.
               10 SI-SITE-CODE           PIC X(4).
               10 SI-REMOTE-PLAYER-ID    PIC X(8).
               10 SI-RUN-DATE            PIC 9(8).
               10 SI-RUN-TIME            PIC 9(8).
           05 SI-LOCAL-PLAYER-ID         PIC X(8).
           05 SI-SEQUENCE-NO             PIC 9(5).
           05 SI-IMPORT-DATE             PIC 9(8).
           05 SI-HEADER-DATE             PIC 9(8).
