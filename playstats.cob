      *> record on the keyed PLAYER-STATS-FILE (rebuilt fresh every
      *> run) and one report line with PM-PLAYER-NAME joined in from
      *> PLAYER-MASTER-FILE.
      *>
      *> Practice games (GH-PLAY-MODE = 'P') are left out entirely:
      *> they count toward no total and neither make nor break a
      *> streak. A player with only practice games gets no record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  GAME-ARCHIVE-FILE.
      *> One unloaded GAME-HISTORY-RECORD per line, byte for byte the
      *> gamehist.cpy layout, as HISTORY-ARCHIVE writes it.
       01 GAME-ARCHIVE-RECORD PIC X(92).

       FD  PLAYER-MASTER-FILE.
       COPY "playerm.cpy".
       01 WS-ARCH-OPEN PIC X(1) VALUE "N".
       01 WS-LIVE-KEY PIC X(29) VALUE SPACES.
       01 WS-ARCH-KEY PIC X(29) VALUE SPACES.
       01 WS-LIVE-RECORD PIC X(92) VALUE SPACES.
       01 WS-ARCH-RECORD PIC X(92) VALUE SPACES.
       01 WS-ARCH-GAMES-READ PIC 9(7) VALUE 0.
       01 WS-PRACTICE-GAMES PIC 9(7) VALUE 0.

       01 WS-CURRENT-PLAYER PIC X(8) VALUE SPACES.
       01 WS-GAMES-PLAYED PIC 9(5) VALUE 0.
           *> GH-PLAYER-ID closes out the previous player's totals
           *> before the new player's first game is folded in.
           ACCUMULATE-HISTORY-ROW.
               IF GH-RECORD-TYPE = "G" AND GH-PLAY-MODE = "P"
                   ADD 1 TO WS-PRACTICE-GAMES
               END-IF.
               IF GH-RECORD-TYPE = "G" AND GH-PLAY-MODE NOT = "P"
                   IF GH-PLAYER-ID NOT = WS-CURRENT-PLAYER
                       IF WS-CURRENT-PLAYER NOT = SPACES
                           PERFORM CLOSE-OUT-PLAYER
                      WS-ARCH-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-PRACTICE-GAMES TO WS-ARCH-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PRACTICE GAMES LEFT OUT  " DELIMITED BY SIZE
                      WS-ARCH-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           *> Appends this run's row to RUN-CONTROL-FILE and raises a
           *> non-zero condition code when any player's stats record
