               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "BRACKET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BRACKET-STATUS.

           SELECT PLAYER-RATING-FILE ASSIGN TO "RATING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-PLAYER-ID
               FILE STATUS IS WS-RATING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-HISTORY-FILE.
       FD  BADGE-DEF-FILE.
       COPY "badgedef.cpy".

       FD  BRACKET-FILE.
       COPY "bracket.cpy".

       FD  PLAYER-RATING-FILE.
       COPY "rating.cpy".

       WORKING-STORAGE SECTION.
       01 USER-DATA.
           02 PLAYER-ID PIC X(8).

       01 MYSTERY-NUMBER PIC 9(3).
       01 SEED PIC 9(8) VALUE 0.
       01 WS-DRAW-STAMP.
           05 WS-DRAW-DATE PIC 9(8) VALUE 0.
           05 WS-DRAW-TIME PIC 9(8) VALUE 0.
       01 GAME-END PIC 9(1) value 0.
       01 NUMBER-OF-ROUNDS PIC 9(3) value 1.

       01 WS-MIN-RANGE-DISPLAY PIC ZZ9.
       01 WS-MAX-RANGE-DISPLAY PIC ZZ9.
       01 WS-RANGE-SPAN PIC 9(5) VALUE 100.
       01 WS-PROFILE-WANTED PIC X(4) VALUE SPACES.
       01 WS-PROFILE-CODE PIC X(4) VALUE SPACES.

       01 WS-PLAY-MODE PIC X(1) VALUE "R".
       01 WS-MODE-INPUT PIC X(1) VALUE SPACES.
       01 WS-MODE-OK PIC X(1) VALUE "N".

       01 WS-GAMES-TO-PLAY PIC 9(3) VALUE 1.
       01 WS-GAMES-PLAYED PIC 9(3) VALUE 0.
       01 WS-DEF-EOF PIC X(1) VALUE "N".
       01 WS-BADGE-NAME PIC X(20) VALUE SPACES.

       01 WS-BRACKET-STATUS PIC X(2) VALUE SPACES.
       01 WS-BRACKET-EOF PIC X(1) VALUE "N".
       01 WS-BRACKET-OPPONENT PIC X(8) VALUE SPACES.

       01 WS-RATING-STATUS PIC X(2) VALUE SPACES.
       01 WS-RATING-DISPLAY PIC ZZZ9.
       01 WS-PEAK-DISPLAY PIC ZZZ9.
       01 WS-RATED-DISPLAY PIC ZZZZ9.

      *> In-memory copy of the other players' checkpoint records,
      *> held across the rewrite of CHECKPOINT-FILE so one session's
      *> save never wipes another's. Twenty-five concurrent sessions
      *> is far beyond what the terminals produce; anything past that
      *> loses its resume and says so.
       01 WS-CHKPT-TABLE.
           05 WS-CHKPT-ENTRY OCCURS 25 TIMES PIC X(67).
       01 WS-CHKPT-COUNT PIC 9(3) VALUE 0.
       01 WS-CHKPT-SUB PIC 9(3) VALUE 0.
       01 WS-CHKPT-EOF PIC X(1) VALUE "N".
           PERFORM EMIT-BLANK-LINES.
           PERFORM CAPTURE-PLAYER-ID.
           PERFORM ANNOUNCE-NEW-BADGES.
           PERFORM ANNOUNCE-PLAYER-RATING.
           PERFORM ANNOUNCE-BRACKET-MATCH.
           PERFORM CHECK-FOR-CHECKPOINT.
           IF WS-RESUMED = "Y"
               STRING "Welcome back, " PLAYER-ID DELIMITED BY SIZE
                   INTO WS-EMIT-LINE
               PERFORM EMIT-LINE
               IF WS-PLAY-MODE = "P"
                   MOVE "Practice session: counts toward no standing."
                       TO WS-EMIT-LINE
                   PERFORM EMIT-LINE
                   MOVE SPACES TO WS-EMIT-LINE
               END-IF
               IF WS-ROUND-IN-PROGRESS = "Y"
                   STRING "Resuming your game at round "
                       NUMBER-OF-ROUNDS "." DELIMITED BY SIZE
                   PERFORM START-NEW-GAME
               END-IF
           ELSE
               PERFORM CHOOSE-PLAY-MODE
               PERFORM APPLY-DIFFICULTY-PROFILE
               PERFORM START-NEW-GAME
           END-IF.
               END-IF.

           *> Attributes a random value to MYSTERY-NUMBER within
           *> WS-MIN-RANGE/WS-MAX-RANGE, keeping the date and time of
           *> the draw for the game's history row.
           SEED-MYSTERY-NUMBER.
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-DRAW-STAMP.
               MOVE WS-DRAW-TIME TO SEED.
               COMPUTE MYSTERY-NUMBER =
                   WS-MIN-RANGE + FUNCTION MOD(SEED, WS-RANGE-SPAN).

                       END-IF
               END-READ.

           *> Shows the player their head-to-head rating as the last
           *> SKILL-RATING run left it. No rating file yet, or no
           *> rated match for this player, shows nothing.
           ANNOUNCE-PLAYER-RATING.
               OPEN INPUT PLAYER-RATING-FILE.
               IF WS-RATING-STATUS = "00"
                   MOVE PLAYER-ID TO RT-PLAYER-ID
                   READ PLAYER-RATING-FILE
                       NOT INVALID KEY
                           MOVE RT-CURRENT-RATING TO WS-RATING-DISPLAY
                           MOVE RT-PEAK-RATING TO WS-PEAK-DISPLAY
                           MOVE RT-MATCHES-RATED TO WS-RATED-DISPLAY
                           MOVE SPACES TO WS-EMIT-LINE
                           STRING "Your rating: " WS-RATING-DISPLAY
                               " (peak " WS-PEAK-DISPLAY ", "
                               WS-RATED-DISPLAY " matches rated)"
                               DELIMITED BY SIZE
                               INTO WS-EMIT-LINE
                           PERFORM EMIT-LINE
                   END-READ
                   CLOSE PLAYER-RATING-FILE
               ELSE
                   CLOSE PLAYER-RATING-FILE
               END-IF.

           *> Reminds the player of every tournament pairing of theirs
           *> BRACKET-ADVANCE still has open, and who it is against,
           *> so the match gets played before its round deadline. A
           *> bracket file that does not exist yet just means no
           *> tournament is running.
           ANNOUNCE-BRACKET-MATCH.
               OPEN INPUT BRACKET-FILE.
               IF WS-BRACKET-STATUS = "00"
                   MOVE "N" TO WS-BRACKET-EOF
                   PERFORM ANNOUNCE-NEXT-PAIRING
                       UNTIL WS-BRACKET-EOF = "Y"
                   CLOSE BRACKET-FILE
               ELSE
                   CLOSE BRACKET-FILE
               END-IF.

           ANNOUNCE-NEXT-PAIRING.
               READ BRACKET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BRACKET-EOF
                   NOT AT END
                       IF (BK-STATUS = "P" OR BK-STATUS = "O")
                           AND (BK-PLAYER-1 = PLAYER-ID
                           OR BK-PLAYER-2 = PLAYER-ID)
                           IF BK-PLAYER-1 = PLAYER-ID
                               MOVE BK-PLAYER-2 TO WS-BRACKET-OPPONENT
                           ELSE
                               MOVE BK-PLAYER-1 TO WS-BRACKET-OPPONENT
                           END-IF
                           MOVE SPACES TO WS-EMIT-LINE
                           STRING "Tournament " BK-TOURNEY-ID
                               " round " BK-ROUND-NO
                               ": your match against "
                               WS-BRACKET-OPPONENT DELIMITED BY SIZE
                               INTO WS-EMIT-LINE
                           PERFORM EMIT-LINE
                           MOVE SPACES TO WS-EMIT-LINE
                           IF BK-STATUS = "O"
                               STRING "  was due " BK-DEADLINE
                                   " and is still unplayed."
                                   DELIMITED BY SIZE
                                   INTO WS-EMIT-LINE
                           ELSE
                               STRING "  is pending, due by "
                                   BK-DEADLINE "."
                                   DELIMITED BY SIZE
                                   INTO WS-EMIT-LINE
                           END-IF
                           PERFORM EMIT-LINE
                       END-IF
               END-READ.

           *> Finds the badge's display name on BADGE-DEF-FILE the
           *> same way the difficulty profile row is found; a code
           *> with no definition announces as its bare code.
                       END-IF
               END-READ.

           *> Asks whether this session is ranked or practice. A
           *> practice session counts toward no standing, so the
           *> player may try any profile on DIFFPROF.DAT instead of
           *> the one on their master record; an unknown code is asked
           *> for again. Batch runs are always ranked at the master's
           *> profile, there being nobody to ask.
           CHOOSE-PLAY-MODE.
               MOVE "R" TO WS-PLAY-MODE.
               MOVE PM-DIFF-PROFILE TO WS-PROFILE-WANTED.
               IF WS-RUN-MODE NOT = "BATCH"
                   MOVE "N" TO WS-MODE-OK
                   PERFORM UNTIL WS-MODE-OK = "Y"
                       DISPLAY "Ranked or practice session (R/P) : "
                       ACCEPT WS-MODE-INPUT
                       EVALUATE WS-MODE-INPUT
                           WHEN "R"
                           WHEN "r"
                               MOVE "R" TO WS-PLAY-MODE
                               MOVE "Y" TO WS-MODE-OK
                           WHEN "P"
                           WHEN "p"
                               MOVE "P" TO WS-PLAY-MODE
                               MOVE "Y" TO WS-MODE-OK
                           WHEN OTHER
                               DISPLAY "Please answer R or P."
                       END-EVALUATE
                   END-PERFORM
               END-IF.
               IF WS-PLAY-MODE = "P"
                   MOVE "N" TO WS-MODE-OK
                   PERFORM UNTIL WS-MODE-OK = "Y"
                       DISPLAY "Practice profile code "
                           "(spaces for your own) : "
                       ACCEPT WS-PROFILE-WANTED
                       IF WS-PROFILE-WANTED = SPACES
                           MOVE PM-DIFF-PROFILE TO WS-PROFILE-WANTED
                           MOVE "Y" TO WS-MODE-OK
                       ELSE
                           PERFORM LOOK-UP-DIFF-PROFILE
                           IF WS-PROFILE-FOUND = "Y"
                               MOVE "Y" TO WS-MODE-OK
                           ELSE
                               DISPLAY "No such profile: "
                                   WS-PROFILE-WANTED
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE "Practice session: counts toward no standing."
                       TO WS-EMIT-LINE
                   PERFORM EMIT-LINE
                   MOVE SPACES TO WS-EMIT-LINE
               END-IF.

           *> Looks up the difficulty profile chosen for the session -
           *> the one carried on the master record that sign-on just
           *> read, unless a practice session picked another - so a
           *> beginner and a league player each get their own range
           *> and attempt cap at the same terminal back-to-back. A
           *> blank or unknown code keeps the GAME-PARM-FILE settings
           *> already loaded, which is also what every pre-profile
           *> player gets, and is recorded on the history as blank.
           APPLY-DIFFICULTY-PROFILE.
               PERFORM LOOK-UP-DIFF-PROFILE.
               IF WS-PROFILE-FOUND = "Y"
                   MOVE DP-PROFILE-CODE TO WS-PROFILE-CODE
                   MOVE DP-MIN-RANGE    TO WS-MIN-RANGE
                   MOVE DP-MAX-RANGE    TO WS-MAX-RANGE
                   MOVE DP-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
                   MOVE DP-PROFILE-NAME TO WS-PROFILE-NAME
                   COMPUTE WS-RANGE-SPAN
                       = WS-MAX-RANGE - WS-MIN-RANGE + 1
                   STRING "Difficulty profile: " WS-PROFILE-NAME
                       DELIMITED BY SIZE INTO WS-EMIT-LINE
                   PERFORM EMIT-LINE
               ELSE
                   MOVE SPACES TO WS-PROFILE-CODE
               END-IF.

           *> Finds WS-PROFILE-WANTED on DIFF-PROFILE-FILE, leaving
           *> the matching row in DIFF-PROFILE-RECORD.
           LOOK-UP-DIFF-PROFILE.
               MOVE "N" TO WS-PROFILE-FOUND.
               IF WS-PROFILE-WANTED NOT = SPACES
                   OPEN INPUT DIFF-PROFILE-FILE
                   IF WS-PROFILE-STATUS = "00"
                       MOVE "N" TO WS-PROFILE-EOF
                                   MOVE "Y" TO WS-PROFILE-EOF
                               NOT AT END
                                   IF DP-PROFILE-CODE
                                           = WS-PROFILE-WANTED
                                       MOVE "Y" TO WS-PROFILE-FOUND
                                   END-IF
                           END-READ
                       CLOSE DIFF-PROFILE-FILE
                   END-IF
               END-IF.

           *> Runs one head-to-head match: two registered players take
           *> alternating guesses at the same mystery number until one
               MOVE WS-MATCH-PLAYER-2  TO GH-OPPONENT-ID.
               MOVE WS-MATCH-WINNER    TO GH-WINNER-ID.
               MOVE WS-MATCH-ROUNDS-2  TO GH-OPPONENT-ROUNDS.
               MOVE SPACES             TO GH-ORIGIN-SITE.
               MOVE "R"                TO GH-PLAY-MODE.
               MOVE SPACES             TO GH-DIFF-PROFILE.
               MOVE WS-DRAW-DATE       TO GH-DRAW-DATE.
               MOVE WS-DRAW-TIME       TO GH-DRAW-TIME.
               WRITE GAME-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "GAME-HISTORY-FILE duplicate key, "
                           MOVE CP-BEST-ROUNDS      TO WS-BEST-ROUNDS
                           MOVE CP-ROUND-IN-PROGRESS
                               TO WS-ROUND-IN-PROGRESS
                           MOVE CP-PLAY-MODE        TO WS-PLAY-MODE
                           MOVE CP-DIFF-PROFILE     TO WS-PROFILE-CODE
                           IF WS-PLAY-MODE NOT = "P"
                               MOVE "R"             TO WS-PLAY-MODE
                           END-IF
                           IF CP-DRAW-DATE IS NUMERIC
                               AND CP-DRAW-TIME IS NUMERIC
                               MOVE CP-DRAW-DATE    TO WS-DRAW-DATE
                               MOVE CP-DRAW-TIME    TO WS-DRAW-TIME
                           ELSE
                               MOVE 0               TO WS-DRAW-DATE
                               MOVE 0               TO WS-DRAW-TIME
                           END-IF
                           COMPUTE WS-RANGE-SPAN
                               = WS-MAX-RANGE - WS-MIN-RANGE + 1
                           MOVE "Y"                 TO WS-RESUMED
               MOVE WS-GAMES-PLAYED  TO CP-GAMES-PLAYED.
               MOVE WS-TOTAL-ROUNDS  TO CP-TOTAL-ROUNDS.
               MOVE WS-BEST-ROUNDS   TO CP-BEST-ROUNDS.
               MOVE WS-PLAY-MODE     TO CP-PLAY-MODE.
               MOVE WS-PROFILE-CODE  TO CP-DIFF-PROFILE.
               MOVE WS-DRAW-DATE     TO CP-DRAW-DATE.
               MOVE WS-DRAW-TIME     TO CP-DRAW-TIME.
               WRITE CHECKPOINT-RECORD.
               CLOSE CHECKPOINT-FILE.

                   MOVE USER-NUMBER TO GT-GUESS-VALUE
               END-IF.
               MOVE WS-GUESS-VERDICT TO GT-VERDICT.
               MOVE WS-PLAY-MODE     TO GT-PLAY-MODE.
               WRITE GUESS-TRANSACTION-RECORD.
               IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "02"
                   ADD 1 TO WS-RECORDS-WRITTEN
               MOVE SPACES             TO GH-OPPONENT-ID.
               MOVE SPACES             TO GH-WINNER-ID.
               MOVE 0                  TO GH-OPPONENT-ROUNDS.
               MOVE SPACES             TO GH-ORIGIN-SITE.
               MOVE WS-PLAY-MODE       TO GH-PLAY-MODE.
               MOVE WS-PROFILE-CODE    TO GH-DIFF-PROFILE.
               MOVE WS-DRAW-DATE       TO GH-DRAW-DATE.
               MOVE WS-DRAW-TIME       TO GH-DRAW-TIME.
               WRITE GAME-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "GAME-HISTORY-FILE duplicate key, "
                   MOVE SPACES            TO GH-OPPONENT-ID
                   MOVE SPACES            TO GH-WINNER-ID
                   MOVE 0                 TO GH-OPPONENT-ROUNDS
                   MOVE SPACES            TO GH-ORIGIN-SITE
                   MOVE WS-PLAY-MODE      TO GH-PLAY-MODE
                   MOVE WS-PROFILE-CODE   TO GH-DIFF-PROFILE
                   MOVE 0                 TO GH-DRAW-DATE
                   MOVE 0                 TO GH-DRAW-TIME
                   WRITE GAME-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "GAME-HISTORY-FILE duplicate key, "
