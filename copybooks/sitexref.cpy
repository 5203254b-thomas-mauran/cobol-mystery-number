      *> Record layout for SITE-XREF-FILE (SITEXREF.DAT): the player
      *> id on PLAYER-MASTER-FILE that each player of a remote site
      *> maps to, keyed by the site code and that site's own player
      *> id. RESULTS-IMPORT adds a row - registering a new inactive
      *> player on the master, pending review - the first time it
      *> meets a remote player with none. When review shows the
      *> player is one we already have, PLAYER-ID-MERGE folds the
      *> registered id into ours and re-points the row with it.
       01 SITE-XREF-RECORD.
           05 SX-KEY.
               10 SX-SITE-CODE           PIC X(4).
               10 SX-REMOTE-PLAYER-ID    PIC X(8).
           05 SX-LOCAL-PLAYER-ID         PIC X(8).
           05 SX-REMOTE-PLAYER-NAME      PIC X(20).
           05 SX-REGISTERED-DATE         PIC 9(8).
