       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYER-INQUIRY.
       AUTHOR. Thomas Mauran.

      *> Help-desk inquiry on one player, so "what happened in my game
      *> on Tuesday" is answered at the terminal instead of by a batch
      *> run or a search through GUESSTXN.DAT. Given a player id it
      *> shows the PLAYER-MASTER-FILE record, the PLAYER-STATS-FILE
      *> line and the badges earned, then lists the player's
      *> GAME-HISTORY-FILE games newest first, a page at a time -
      *> a practice game listed as PRACT, since no standing counts
      *> it.
      *> Picking a game by its list number replays its guesses from
      *> GUESS-TRANSACTION-FILE in the order they were made - round,
      *> raw entry, value and verdict - with the mystery number shown.
      *>
      *> A game's guesses are found the way GUESS-TRAIL-VERIFY pairs
      *> them: rows of the same player and date written after the
      *> player's previous game and no later than the game itself.
      *> A match replays both contestants' guesses side by side. Only
      *> the games keyed under the player are listed, so a match
      *> shows on player 1's list. Every file is opened for input
      *> only; nothing the desk does here can change live data.
      *>
      *> Once GUESS-TRAIL-ROLL has moved a day's rows out of
      *> GUESSTXN.DAT, the replay reads that day's generation,
      *> GUESSTXN.G<date>, first and the open trail after it. A day
      *> whose generation has aged out of retention replays with no
      *> guesses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.

           SELECT PLAYER-STATS-FILE ASSIGN TO "PLAYSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-PLAYER-ID
               FILE STATUS IS WS-STATS-STATUS.

           SELECT PLAYER-BADGE-FILE ASSIGN TO "PLAYBADG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-BADGE-STATUS.

           SELECT BADGE-DEF-FILE ASSIGN TO "BADGEDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GUESS-TRANSACTION-FILE ASSIGN TO WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       COPY "playerm.cpy".

       FD  PLAYER-STATS-FILE.
       COPY "playstat.cpy".

       FD  PLAYER-BADGE-FILE.
       COPY "playbadg.cpy".

       FD  BADGE-DEF-FILE.
       COPY "badgedef.cpy".

       FD  GAME-HISTORY-FILE.
       COPY "gamehist.cpy".

       FD  GUESS-TRANSACTION-FILE.
       COPY "guesstxn.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PLAYER-STATUS PIC X(2) VALUE SPACES.
       01 WS-STATS-STATUS PIC X(2) VALUE SPACES.
       01 WS-BADGE-STATUS PIC X(2) VALUE SPACES.
       01 WS-DEF-STATUS PIC X(2) VALUE SPACES.
       01 WS-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 WS-TXN-STATUS PIC X(2) VALUE SPACES.
       01 WS-TRAIL-NAME PIC X(20) VALUE "GUESSTXN.DAT".
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-DONE PIC X(1) VALUE "N".
       01 WS-BROWSE-DONE PIC X(1) VALUE "N".

       01 WS-INQ-PLAYER-ID PIC X(8) VALUE SPACES.
       01 WS-RECORD-FOUND PIC X(1) VALUE "N".
       01 WS-COMMAND PIC X(4) VALUE SPACES.
       01 WS-BADGE-NAME PIC X(20) VALUE SPACES.
       01 WS-BADGE-COUNT PIC 9(3) VALUE 0.

      *> The player's games in key order, oldest first. Past three
      *> hundred the oldest drop off the front, so the list always
      *> holds the most recent play.
       01 WS-GAME-TABLE.
           05 WS-GAME-ENTRY OCCURS 300 TIMES.
               10 WS-GM-DATE            PIC 9(8).
               10 WS-GM-TIME            PIC 9(8).
               10 WS-GM-TYPE            PIC X(1).
               10 WS-GM-MYSTERY         PIC 9(3).
               10 WS-GM-ROUNDS          PIC 9(3).
               10 WS-GM-RESULT          PIC X(1).
               10 WS-GM-OPPONENT        PIC X(8).
               10 WS-GM-WINNER          PIC X(8).
               10 WS-GM-OPP-ROUNDS      PIC 9(3).
               10 WS-GM-PLAY-MODE       PIC X(1).
       01 WS-GAME-COUNT PIC 9(3) VALUE 0.
       01 WS-GAMES-DROPPED PIC 9(5) VALUE 0.
       01 WS-SHIFT-SUB PIC 9(3) VALUE 0.

       01 WS-PAGE-SIZE PIC 9(2) VALUE 10.
       01 WS-PAGE-START PIC 9(3) VALUE 1.
       01 WS-LIST-NO PIC 9(3) VALUE 0.
       01 WS-LIST-END PIC 9(3) VALUE 0.
       01 WS-GAME-SUB PIC 9(3) VALUE 0.
       01 WS-PICK PIC 9(3) VALUE 0.
       01 WS-PICK-SUB PIC 9(3) VALUE 0.
       01 WS-LIST-DISPLAY PIC ZZ9.
       01 WS-ROUNDS-DISPLAY PIC ZZ9.
       01 WS-COUNT-DISPLAY PIC ZZZZ9.
       01 WS-PERCENT-DISPLAY PIC ZZ9.99.
       01 WS-AVERAGE-DISPLAY PIC ZZ9.99.
       01 WS-OUTCOME PIC X(16) VALUE SPACES.

      *> The guesses of the game being replayed. WS-LOW-TIME is the
      *> end of the player's previous game on the same date, zero
      *> when it was the day's first.
       01 WS-REPLAY-TABLE.
           05 WS-RP-ENTRY OCCURS 100 TIMES.
               10 WS-RP-PLAYER          PIC X(8).
               10 WS-RP-ROUND           PIC 9(3).
               10 WS-RP-RAW-ENTRY       PIC X(4).
               10 WS-RP-VALUE           PIC 9(3).
               10 WS-RP-VERDICT         PIC X(7).
       01 WS-RP-COUNT PIC 9(3) VALUE 0.
       01 WS-RP-SUB PIC 9(3) VALUE 0.
       01 WS-RP-KEEP PIC 9(3) VALUE 0.
       01 WS-LOW-TIME PIC 9(8) VALUE 0.
       01 WS-REPLAY-DATE PIC 9(8) VALUE 0.
       01 WS-REPLAY-TIME PIC 9(8) VALUE 0.
       01 WS-REPLAY-OPPONENT PIC X(8) VALUE SPACES.
       01 WS-LAST-ROUND PIC 9(3) VALUE 0.
       01 WS-LAST-VERDICT PIC X(7) VALUE SPACES.
       01 WS-NEW-GAME PIC X(1) VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "Player inquiry - player ID (Q to quit) : "
               ACCEPT WS-INQ-PLAYER-ID
               IF WS-INQ-PLAYER-ID = "Q" OR WS-INQ-PLAYER-ID = "q"
                   OR WS-INQ-PLAYER-ID = SPACES
                   MOVE "Y" TO WS-DONE
               ELSE
                   PERFORM SHOW-PLAYER
               END-IF
           END-PERFORM.
           STOP RUN.

           SHOW-PLAYER.
               PERFORM SHOW-MASTER-RECORD.
               IF WS-RECORD-FOUND = "Y"
                   PERFORM SHOW-STATS-LINE
                   PERFORM SHOW-BADGES
                   PERFORM LOAD-PLAYER-GAMES
                   PERFORM BROWSE-GAMES
               END-IF.

           *> Every file is opened and closed around its own lookup,
           *> so the inquiry never holds a live file open while it
           *> waits at the terminal.
           SHOW-MASTER-RECORD.
               MOVE "N" TO WS-RECORD-FOUND.
               OPEN INPUT PLAYER-MASTER-FILE.
               IF WS-PLAYER-STATUS = "00"
                   MOVE WS-INQ-PLAYER-ID TO PM-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "Player " WS-INQ-PLAYER-ID
                               " not found."
                       NOT INVALID KEY
                           MOVE "Y" TO WS-RECORD-FOUND
                           DISPLAY " "
                           DISPLAY "Player  : " PM-PLAYER-ID
                               "  " PM-PLAYER-NAME
                           DISPLAY "Active  : " PM-ACTIVE-FLAG
                               "    Profile : " PM-DIFF-PROFILE
                   END-READ
                   CLOSE PLAYER-MASTER-FILE
               ELSE
                   DISPLAY "PLAYER-MASTER-FILE not available, status "
                       WS-PLAYER-STATUS
                   CLOSE PLAYER-MASTER-FILE
               END-IF.

           SHOW-STATS-LINE.
               OPEN INPUT PLAYER-STATS-FILE.
               IF WS-STATS-STATUS = "00"
                   MOVE WS-INQ-PLAYER-ID TO PS-PLAYER-ID
                   READ PLAYER-STATS-FILE
                       INVALID KEY
                           DISPLAY "Stats   : none yet - the player "
                               "has not been through a rollup."
                       NOT INVALID KEY
                           PERFORM DISPLAY-STATS-LINE
                   END-READ
                   CLOSE PLAYER-STATS-FILE
               ELSE
                   DISPLAY "Stats   : PLAYER-STATS-FILE not available."
                   CLOSE PLAYER-STATS-FILE
               END-IF.

           DISPLAY-STATS-LINE.
               MOVE PS-WIN-PERCENT TO WS-PERCENT-DISPLAY.
               MOVE PS-AVERAGE-ROUNDS TO WS-AVERAGE-DISPLAY.
               DISPLAY "Stats   : played " PS-GAMES-PLAYED
                   " won " PS-GAMES-WON " lost " PS-GAMES-LOST
                   " win% " WS-PERCENT-DISPLAY.
               DISPLAY "          avg rounds " WS-AVERAGE-DISPLAY
                   " streak " PS-CURRENT-STREAK
                   " best streak " PS-BEST-STREAK.

           SHOW-BADGES.
               MOVE 0 TO WS-BADGE-COUNT.
               OPEN INPUT PLAYER-BADGE-FILE.
               IF WS-BADGE-STATUS = "00"
                   MOVE WS-INQ-PLAYER-ID TO PB-PLAYER-ID
                   MOVE LOW-VALUES TO PB-BADGE-CODE
                   MOVE "N" TO WS-EOF
                   START PLAYER-BADGE-FILE
                       KEY >= PB-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
                   PERFORM SHOW-NEXT-BADGE UNTIL WS-EOF = "Y"
                   CLOSE PLAYER-BADGE-FILE
               ELSE
                   CLOSE PLAYER-BADGE-FILE
               END-IF.
               IF WS-BADGE-COUNT = 0
                   DISPLAY "Badges  : none"
               END-IF.

           SHOW-NEXT-BADGE.
               READ PLAYER-BADGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PB-PLAYER-ID NOT = WS-INQ-PLAYER-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           ADD 1 TO WS-BADGE-COUNT
                           PERFORM LOOK-UP-BADGE-NAME
                           DISPLAY "Badge   : " PB-BADGE-CODE " "
                               WS-BADGE-NAME " awarded "
                               PB-AWARD-DATE
                       END-IF
               END-READ.

           *> A code with no definition shows as its bare code, the
           *> way the game announces it.
           LOOK-UP-BADGE-NAME.
               MOVE PB-BADGE-CODE TO WS-BADGE-NAME.
               OPEN INPUT BADGE-DEF-FILE.
               IF WS-DEF-STATUS = "00"
                   PERFORM SCAN-BADGE-DEF UNTIL WS-DEF-STATUS NOT = "00"
                   CLOSE BADGE-DEF-FILE
               ELSE
                   CLOSE BADGE-DEF-FILE
               END-IF.

           SCAN-BADGE-DEF.
               READ BADGE-DEF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BADGE-CODE = PB-BADGE-CODE
                           MOVE BD-BADGE-NAME TO WS-BADGE-NAME
                       END-IF
               END-READ.

           *> Loads the player's game and match rows; the per-run 'S'
           *> summary rows are not games and are left out.
           LOAD-PLAYER-GAMES.
               MOVE 0 TO WS-GAME-COUNT.
               MOVE 0 TO WS-GAMES-DROPPED.
               OPEN INPUT GAME-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "00"
                   MOVE WS-INQ-PLAYER-ID TO GH-PLAYER-ID
                   MOVE 0 TO GH-RUN-DATE
                   MOVE 0 TO GH-RUN-TIME
                   MOVE 0 TO GH-SEQUENCE-NO
                   MOVE "N" TO WS-EOF
                   START GAME-HISTORY-FILE
                       KEY >= GH-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
                   PERFORM LOAD-NEXT-GAME UNTIL WS-EOF = "Y"
                   CLOSE GAME-HISTORY-FILE
               ELSE
                   CLOSE GAME-HISTORY-FILE
               END-IF.
               MOVE WS-GAME-COUNT TO WS-COUNT-DISPLAY.
               DISPLAY "Games   : " WS-COUNT-DISPLAY " on file".
               IF WS-GAMES-DROPPED > 0
                   MOVE WS-GAMES-DROPPED TO WS-COUNT-DISPLAY
                   DISPLAY "          (" WS-COUNT-DISPLAY
                       " older games not listed)"
               END-IF.

           LOAD-NEXT-GAME.
               READ GAME-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GH-PLAYER-ID NOT = WS-INQ-PLAYER-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF GH-RECORD-TYPE = "G"
                               OR GH-RECORD-TYPE = "M"
                               PERFORM STORE-GAME
                           END-IF
                       END-IF
               END-READ.

           STORE-GAME.
               IF WS-GAME-COUNT = 300
                   PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                           UNTIL WS-SHIFT-SUB > 299
                       MOVE WS-GAME-ENTRY(WS-SHIFT-SUB + 1)
                           TO WS-GAME-ENTRY(WS-SHIFT-SUB)
                   END-PERFORM
                   ADD 1 TO WS-GAMES-DROPPED
               ELSE
                   ADD 1 TO WS-GAME-COUNT
               END-IF.
               MOVE GH-RUN-DATE         TO WS-GM-DATE(WS-GAME-COUNT).
               MOVE GH-RUN-TIME         TO WS-GM-TIME(WS-GAME-COUNT).
               MOVE GH-RECORD-TYPE      TO WS-GM-TYPE(WS-GAME-COUNT).
               MOVE GH-MYSTERY-NUMBER   TO WS-GM-MYSTERY(WS-GAME-COUNT).
               MOVE GH-NUMBER-OF-ROUNDS TO WS-GM-ROUNDS(WS-GAME-COUNT).
               MOVE GH-RESULT-CODE      TO WS-GM-RESULT(WS-GAME-COUNT).
               MOVE GH-OPPONENT-ID
                   TO WS-GM-OPPONENT(WS-GAME-COUNT).
               MOVE GH-WINNER-ID        TO WS-GM-WINNER(WS-GAME-COUNT).
               MOVE GH-OPPONENT-ROUNDS
                   TO WS-GM-OPP-ROUNDS(WS-GAME-COUNT).
               MOVE GH-PLAY-MODE
                   TO WS-GM-PLAY-MODE(WS-GAME-COUNT).

           *> Pages through the list newest first: N and P move a page,
           *> a list number replays that game, Q goes back to the
           *> player prompt.
           BROWSE-GAMES.
               MOVE 1 TO WS-PAGE-START.
               MOVE "N" TO WS-BROWSE-DONE.
               IF WS-GAME-COUNT = 0
                   MOVE "Y" TO WS-BROWSE-DONE
               END-IF.
               PERFORM UNTIL WS-BROWSE-DONE = "Y"
                   PERFORM SHOW-GAME-PAGE
                   DISPLAY "N next, P previous, game number to "
                       "replay, Q done : "
                   MOVE SPACES TO WS-COMMAND
                   ACCEPT WS-COMMAND
                   EVALUATE TRUE
                       WHEN WS-COMMAND = "N" OR WS-COMMAND = "n"
                           IF WS-PAGE-START + WS-PAGE-SIZE
                                   <= WS-GAME-COUNT
                               ADD WS-PAGE-SIZE TO WS-PAGE-START
                           ELSE
                               DISPLAY "Already on the last page."
                           END-IF
                       WHEN WS-COMMAND = "P" OR WS-COMMAND = "p"
                           IF WS-PAGE-START > WS-PAGE-SIZE
                               SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-START
                           ELSE
                               DISPLAY "Already on the first page."
                           END-IF
                       WHEN WS-COMMAND = "Q" OR WS-COMMAND = "q"
                           OR WS-COMMAND = SPACES
                           MOVE "Y" TO WS-BROWSE-DONE
                       WHEN OTHER
                           PERFORM PICK-GAME
                   END-EVALUATE
               END-PERFORM.

           *> List number 1 is the newest game, the last table entry.
           SHOW-GAME-PAGE.
               DISPLAY " ".
               DISPLAY "  NO  DATE     TIME   TYPE  RESULT"
                   "           ROUNDS".
               COMPUTE WS-LIST-END = WS-PAGE-START + WS-PAGE-SIZE - 1.
               IF WS-LIST-END > WS-GAME-COUNT
                   MOVE WS-GAME-COUNT TO WS-LIST-END
               END-IF.
               PERFORM SHOW-GAME-LINE
                   VARYING WS-LIST-NO FROM WS-PAGE-START BY 1
                   UNTIL WS-LIST-NO > WS-LIST-END.

           SHOW-GAME-LINE.
               COMPUTE WS-GAME-SUB = WS-GAME-COUNT - WS-LIST-NO + 1.
               MOVE WS-LIST-NO TO WS-LIST-DISPLAY.
               MOVE WS-GM-ROUNDS(WS-GAME-SUB) TO WS-ROUNDS-DISPLAY.
               PERFORM SET-OUTCOME.
               IF WS-GM-TYPE(WS-GAME-SUB) = "M"
                   DISPLAY " " WS-LIST-DISPLAY "  "
                       WS-GM-DATE(WS-GAME-SUB) " "
                       WS-GM-TIME(WS-GAME-SUB)(1:6) " MATCH "
                       WS-OUTCOME " " WS-ROUNDS-DISPLAY
               ELSE
                   IF WS-GM-PLAY-MODE(WS-GAME-SUB) = "P"
                       DISPLAY " " WS-LIST-DISPLAY "  "
                           WS-GM-DATE(WS-GAME-SUB) " "
                           WS-GM-TIME(WS-GAME-SUB)(1:6) " PRACT "
                           WS-OUTCOME " " WS-ROUNDS-DISPLAY
                   ELSE
                       DISPLAY " " WS-LIST-DISPLAY "  "
                           WS-GM-DATE(WS-GAME-SUB) " "
                           WS-GM-TIME(WS-GAME-SUB)(1:6) " SOLO  "
                           WS-OUTCOME " " WS-ROUNDS-DISPLAY
                   END-IF
               END-IF.

           SET-OUTCOME.
               MOVE SPACES TO WS-OUTCOME.
               IF WS-GM-TYPE(WS-GAME-SUB) = "M"
                   EVALUATE TRUE
                       WHEN WS-GM-WINNER(WS-GAME-SUB) = SPACES
                           STRING "DRAW V " WS-GM-OPPONENT(WS-GAME-SUB)
                               DELIMITED BY SIZE INTO WS-OUTCOME
                       WHEN WS-GM-WINNER(WS-GAME-SUB)
                               = WS-INQ-PLAYER-ID
                           STRING "WON  V " WS-GM-OPPONENT(WS-GAME-SUB)
                               DELIMITED BY SIZE INTO WS-OUTCOME
                       WHEN OTHER
                           STRING "LOST V " WS-GM-OPPONENT(WS-GAME-SUB)
                               DELIMITED BY SIZE INTO WS-OUTCOME
                   END-EVALUATE
               ELSE
                   EVALUATE WS-GM-RESULT(WS-GAME-SUB)
                       WHEN "W"
                           MOVE "WON" TO WS-OUTCOME
                       WHEN "L"
                           MOVE "LOST" TO WS-OUTCOME
                       WHEN "A"
                           MOVE "ABANDONED" TO WS-OUTCOME
                       WHEN OTHER
                           MOVE WS-GM-RESULT(WS-GAME-SUB)
                               TO WS-OUTCOME
                   END-EVALUATE
               END-IF.

           PICK-GAME.
               IF FUNCTION TEST-NUMVAL(WS-COMMAND) = 0
                   MOVE FUNCTION NUMVAL(WS-COMMAND) TO WS-PICK
                   IF WS-PICK >= 1 AND WS-PICK <= WS-GAME-COUNT
                       COMPUTE WS-PICK-SUB = WS-GAME-COUNT - WS-PICK + 1
                       PERFORM REPLAY-GAME
                   ELSE
                       DISPLAY "No game number " WS-COMMAND
                           " on the list."
                   END-IF
               ELSE
                   DISPLAY "Unknown command: " WS-COMMAND
               END-IF.

           *> Collects the game's guesses and prints them with the
           *> mystery number the player was chasing.
           REPLAY-GAME.
               MOVE WS-GM-DATE(WS-PICK-SUB) TO WS-REPLAY-DATE.
               MOVE WS-GM-TIME(WS-PICK-SUB) TO WS-REPLAY-TIME.
               MOVE SPACES TO WS-REPLAY-OPPONENT.
               IF WS-GM-TYPE(WS-PICK-SUB) = "M"
                   MOVE WS-GM-OPPONENT(WS-PICK-SUB)
                       TO WS-REPLAY-OPPONENT
               END-IF.
               MOVE 0 TO WS-LOW-TIME.
               IF WS-PICK-SUB > 1
                   IF WS-GM-DATE(WS-PICK-SUB - 1) = WS-REPLAY-DATE
                       MOVE WS-GM-TIME(WS-PICK-SUB - 1) TO WS-LOW-TIME
                   END-IF
               END-IF.
               MOVE 0 TO WS-RP-COUNT.
               PERFORM COLLECT-GUESS-ROWS.
               MOVE WS-PICK-SUB TO WS-GAME-SUB.
               PERFORM SET-OUTCOME.
               DISPLAY " ".
               DISPLAY "Replay of " WS-INQ-PLAYER-ID " game of "
                   WS-REPLAY-DATE " " WS-REPLAY-TIME(1:6)
                   " - " WS-OUTCOME.
               DISPLAY "Mystery number : " WS-GM-MYSTERY(WS-PICK-SUB).
               IF WS-RP-COUNT = 0
                   DISPLAY "No guesses on the audit trail for this "
                       "game."
               ELSE
                   DISPLAY "  PLAYER    ROUND  ENTRY  VALUE  VERDICT"
                   PERFORM SHOW-REPLAY-LINE
                       VARYING WS-RP-SUB FROM 1 BY 1
                       UNTIL WS-RP-SUB > WS-RP-COUNT
               END-IF.

           *> Reads the game day's generation, then the open trail.
           COLLECT-GUESS-ROWS.
               MOVE SPACES TO WS-TRAIL-NAME.
               STRING "GUESSTXN.G" DELIMITED BY SIZE
                      WS-REPLAY-DATE DELIMITED BY SIZE
                   INTO WS-TRAIL-NAME.
               PERFORM COLLECT-FROM-TRAIL-FILE.
               MOVE "GUESSTXN.DAT" TO WS-TRAIL-NAME.
               PERFORM COLLECT-FROM-TRAIL-FILE.

           COLLECT-FROM-TRAIL-FILE.
               MOVE "N" TO WS-EOF.
               OPEN INPUT GUESS-TRANSACTION-FILE.
               IF WS-TXN-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF.
               PERFORM COLLECT-NEXT-GUESS UNTIL WS-EOF = "Y".
               IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
                   CLOSE GUESS-TRANSACTION-FILE
               END-IF.

           COLLECT-NEXT-GUESS.
               READ GUESS-TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (GT-PLAYER-ID = WS-INQ-PLAYER-ID
                           OR (GT-PLAYER-ID = WS-REPLAY-OPPONENT
                           AND WS-REPLAY-OPPONENT NOT = SPACES))
                           AND GT-RUN-DATE = WS-REPLAY-DATE
                           AND GT-RUN-TIME > WS-LOW-TIME
                           AND GT-RUN-TIME <= WS-REPLAY-TIME
                           PERFORM KEEP-GUESS-ROW
                       END-IF
               END-READ.

           *> A contestant's round count only goes down when a new
           *> game starts - after a correct guess, or after running
           *> out of attempts - so anything held for that contestant
           *> from before the drop belonged to an earlier game that
           *> left no history row of its own (a match does not) and is
           *> let go.
           KEEP-GUESS-ROW.
               MOVE 0 TO WS-LAST-ROUND.
               MOVE SPACES TO WS-LAST-VERDICT.
               PERFORM VARYING WS-RP-SUB FROM 1 BY 1
                       UNTIL WS-RP-SUB > WS-RP-COUNT
                   IF WS-RP-PLAYER(WS-RP-SUB) = GT-PLAYER-ID
                       MOVE WS-RP-ROUND(WS-RP-SUB) TO WS-LAST-ROUND
                       MOVE WS-RP-VERDICT(WS-RP-SUB) TO WS-LAST-VERDICT
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-NEW-GAME.
               IF GT-ROUND-NUMBER < WS-LAST-ROUND
                   OR (GT-ROUND-NUMBER = WS-LAST-ROUND
                   AND WS-LAST-VERDICT = "CORRECT")
                   MOVE "Y" TO WS-NEW-GAME
               END-IF.
               IF WS-NEW-GAME = "Y"
                   PERFORM DROP-EARLIER-GAME
               END-IF.
               IF WS-RP-COUNT < 100
                   ADD 1 TO WS-RP-COUNT
                   MOVE GT-PLAYER-ID    TO WS-RP-PLAYER(WS-RP-COUNT)
                   MOVE GT-ROUND-NUMBER TO WS-RP-ROUND(WS-RP-COUNT)
                   MOVE GT-RAW-ENTRY    TO WS-RP-RAW-ENTRY(WS-RP-COUNT)
                   MOVE GT-GUESS-VALUE  TO WS-RP-VALUE(WS-RP-COUNT)
                   MOVE GT-VERDICT      TO WS-RP-VERDICT(WS-RP-COUNT)
               END-IF.

           DROP-EARLIER-GAME.
               MOVE 0 TO WS-RP-KEEP.
               PERFORM VARYING WS-RP-SUB FROM 1 BY 1
                       UNTIL WS-RP-SUB > WS-RP-COUNT
                   IF WS-RP-PLAYER(WS-RP-SUB) NOT = GT-PLAYER-ID
                       ADD 1 TO WS-RP-KEEP
                       MOVE WS-RP-ENTRY(WS-RP-SUB)
                           TO WS-RP-ENTRY(WS-RP-KEEP)
                   END-IF
               END-PERFORM.
               MOVE WS-RP-KEEP TO WS-RP-COUNT.

           SHOW-REPLAY-LINE.
               MOVE WS-RP-ROUND(WS-RP-SUB) TO WS-ROUNDS-DISPLAY.
               DISPLAY "  " WS-RP-PLAYER(WS-RP-SUB) "   "
                   WS-ROUNDS-DISPLAY "   "
                   WS-RP-RAW-ENTRY(WS-RP-SUB) "   "
                   WS-RP-VALUE(WS-RP-SUB) "    "
                   WS-RP-VERDICT(WS-RP-SUB).
       END PROGRAM PLAYER-INQUIRY.
