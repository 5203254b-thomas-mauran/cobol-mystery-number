      *>     winner's rounds, never below 10 - head-to-head counts
      *>     for more;
      *>   - losses, draws and abandoned 'A' games earn nothing.
      *> Practice games (GH-PLAY-MODE = 'P') are not scored.
      *> Run after the season's end date, the job freezes the report
      *> as FINAL and marks the season closed on the control file;
      *> the next active season scores only its own window, so
       FD  GAME-ARCHIVE-FILE.
      *> One unloaded GAME-HISTORY-RECORD per line, byte for byte the
      *> gamehist.cpy layout, as HISTORY-ARCHIVE writes it.
       01 GAME-ARCHIVE-RECORD PIC X(92).

       FD  STANDINGS-REPORT-FILE.
       01 REPORT-LINE PIC X(90).
           *> keyed player; an 'M' row counts a game for both
           *> contestants and points under the winner only; draws,
           *> losses and abandoned games count the game and nothing
           *> else. Practice games are not scored at all.
           SCORE-GAME-ROW.
               IF GH-RUN-DATE >= WS-SEASON-START
                   AND GH-RUN-DATE <= WS-SEASON-END
                   AND GH-PLAY-MODE NOT = "P"
                   EVALUATE GH-RECORD-TYPE
                       WHEN "G"
                           ADD 1 TO WS-ROWS-SCORED
