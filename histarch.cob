       FD  GAME-ARCHIVE-FILE.
      *> One unloaded GAME-HISTORY-RECORD per line, byte for byte the
      *> gamehist.cpy layout.
       01 GAME-ARCHIVE-RECORD PIC X(92).

       FD  ARCHIVE-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
