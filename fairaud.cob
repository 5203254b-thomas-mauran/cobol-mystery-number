       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYSTERY-FAIRNESS-AUDIT.
       AUTHOR. Thomas Mauran.

      *> Batch fairness audit over the mystery numbers the game has
      *> actually drawn, so the league can show the draw is fair
      *> before a season closes instead of arguing about complaints
      *> that the numbers "cluster". Every 'G' and 'M' row on
      *> GAME-HISTORY-FILE, and on the GAMEARCH.DAT unload, is read
      *> and grouped by the range the game was played at: a solo
      *> game at the player's difficulty profile via the master, or
      *> the GAME-PARM-FILE default; a match always at the
      *> GAME-PARM-FILE range, as PLAY-MATCH-SESSION draws it.
      *> For each range the report shows:
      *>   - the frequency distribution across the range, in up to
      *>     ten bands, with the least and most drawn numbers;
      *>   - a chi-square goodness-of-fit score against a uniform
      *>     spread, judged at the 1 percent level - only once the
      *>     range has at least five games per number, as the test
      *>     needs, and reported as NOT TESTED until then.
      *> Two checks follow over all ranges:
      *>   - the same number drawn back-to-back for a player, with
      *>     the count expected by chance (one in the span per pair
      *>     of consecutive games) - more than three standard
      *>     deviations over that fails;
      *>   - games whose numbers were drawn in the same second by
      *>     different players and came out the same, the
      *>     two-terminals-one-seed case. The second compared is the
      *>     draw stamp (GH-DRAW-DATE/GH-DRAW-TIME) taken when the
      *>     game was seeded; a row from before the stamp existed
      *>     has only its end-of-game stamp, which is used instead
      *>     and counted on the report.
      *> Any failed range, excess repeats or same-second pair gives
      *> a FAIL verdict and a non-zero condition code.
      *>
      *> A game that records its profile (GH-DIFF-PROFILE, written
      *> with the ranked/practice choice) is grouped at that
      *> profile's range, practice games included. For older rows
      *> the range is derived from today's master, so a number from
      *> a game played before the player changed profile can fall
      *> outside it; those are counted and left out of the fit
      *> rather than taken as evidence. A game RESULTS-IMPORT loaded
      *> from another site's extract was drawn by that site's copy
      *> of the game, not ours, and is counted and left out too.
      *>
      *> An optional window yyyymmdd [yyyymmdd] on the command line
      *> audits just the games dated inside it - a season, say.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMEARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT REPEAT-SORT-FILE ASSIGN TO "FASORT1.TMP".

           SELECT SECOND-SORT-FILE ASSIGN TO "FASORT2.TMP".

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.

           SELECT DIFF-PROFILE-FILE ASSIGN TO "DIFFPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT GAME-PARM-FILE ASSIGN TO "GAMEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FAIRNESS-REPORT-FILE ASSIGN TO "FAIRRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-HISTORY-FILE.
       COPY "gamehist.cpy".

       FD  GAME-ARCHIVE-FILE.
      *> One unloaded GAME-HISTORY-RECORD per line, byte for byte the
      *> gamehist.cpy layout, as HISTORY-ARCHIVE writes it.
       01 GAME-ARCHIVE-RECORD PIC X(92).

      *> One row per player per game - a match gives one to each
      *> side - in the order each player played them.
       SD  REPEAT-SORT-FILE.
       01 REPEAT-SORT-RECORD.
           05 RS-PLAYER-ID              PIC X(8).
           05 RS-RUN-DATE               PIC 9(8).
           05 RS-RUN-TIME               PIC 9(8).
           05 RS-SEQUENCE-NO            PIC 9(5).
           05 RS-MYSTERY-NUMBER         PIC 9(3).
           05 RS-RANGE-SPAN             PIC 9(4).

      *> One row per game, in draw-stamp order to the second; the
      *> run time is the game's own stamp, to find it by.
       SD  SECOND-SORT-FILE.
       01 SECOND-SORT-RECORD.
           05 SS-DRAW-DATE              PIC 9(8).
           05 SS-DRAW-SECOND            PIC X(6).
           05 SS-MYSTERY-NUMBER         PIC 9(3).
           05 SS-PLAYER-ID              PIC X(8).
           05 SS-RUN-TIME               PIC 9(8).
           05 SS-RECORD-TYPE            PIC X(1).

       FD  PLAYER-MASTER-FILE.
       COPY "playerm.cpy".

       FD  DIFF-PROFILE-FILE.
       COPY "diffprof.cpy".

       FD  GAME-PARM-FILE.
       COPY "gameparm.cpy".

       FD  FAIRNESS-REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
       01 WS-PLAYER-STATUS PIC X(2) VALUE SPACES.
       01 WS-PROFILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-PARM-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-SORT-EOF PIC X(1) VALUE "N".
       01 WS-MASTER-OPEN PIC X(1) VALUE "N".
       01 WS-RUN-FAILED PIC X(1) VALUE "N".
       01 WS-SORT-PASS PIC X(1) VALUE "1".

      *> Difficulty profiles loaded once for the range lookup.
       01 WS-PROF-TABLE.
           05 WS-PROF-ENTRY OCCURS 50 TIMES.
               10 WS-PROF-CODE          PIC X(4).
               10 WS-PROF-MIN           PIC 9(3).
               10 WS-PROF-MAX           PIC 9(3).
       01 WS-PROF-COUNT PIC 9(3) VALUE 0.

       01 WS-DEFAULT-MIN PIC 9(3) VALUE 1.
       01 WS-DEFAULT-MAX PIC 9(3) VALUE 100.

      *> The range the row in hand was played at. The last player
      *> looked up is kept, since the history comes in player order.
       01 WS-LOOKUP-PLAYER PIC X(8) VALUE SPACES.
       01 WS-PLAYER-MIN PIC 9(3) VALUE 1.
       01 WS-PLAYER-MAX PIC 9(3) VALUE 100.
       01 WS-GAME-MIN PIC 9(3) VALUE 1.
       01 WS-GAME-MAX PIC 9(3) VALUE 100.
       01 WS-GAME-SPAN PIC 9(4) VALUE 100.

      *> One entry per range seen, with a count for every number in
      *> it. Twenty ranges is far more than the profile file has
      *> ever carried.
       01 WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 20 TIMES.
               10 WS-RG-MIN             PIC 9(3).
               10 WS-RG-MAX             PIC 9(3).
               10 WS-RG-SPAN            PIC 9(4).
               10 WS-RG-GAMES           PIC 9(7).
               10 WS-RG-OUTSIDE         PIC 9(7).
               10 WS-RG-FREQ OCCURS 1000 TIMES PIC 9(7).
       01 WS-RANGE-COUNT PIC 9(3) VALUE 0.
       01 WS-RG-SUB PIC 9(3) VALUE 0.
       01 WS-RANGES-DROPPED PIC 9(7) VALUE 0.
       01 WS-NUM-SUB PIC 9(4) VALUE 0.
       01 WS-BAND-SUB PIC 9(4) VALUE 0.

      *> The goodness-of-fit working for the range being printed.
       01 WS-EXPECTED PIC 9(7)V9(4) VALUE 0.
       01 WS-DEVIATION PIC S9(7)V9(4) VALUE 0.
       01 WS-CHI-SQUARE PIC 9(9)V9(4) VALUE 0.
       01 WS-CRITICAL PIC 9(9)V9(4) VALUE 0.
       01 WS-DEG-FREEDOM PIC 9(4) VALUE 0.
       01 WS-WH-TERM PIC 9V9(8) VALUE 0.
       01 WS-RANGE-RESULT PIC X(10) VALUE SPACES.
       01 WS-RANGES-TESTED PIC 9(3) VALUE 0.
       01 WS-RANGES-FAILED PIC 9(3) VALUE 0.
       01 WS-RANGES-UNTESTED PIC 9(3) VALUE 0.
       01 WS-LOW-NUMBER PIC 9(3) VALUE 0.
       01 WS-LOW-COUNT PIC 9(7) VALUE 0.
       01 WS-HIGH-NUMBER PIC 9(3) VALUE 0.
       01 WS-HIGH-COUNT PIC 9(7) VALUE 0.
       01 WS-BAND-WIDTH PIC 9(4) VALUE 0.
       01 WS-BAND-FROM PIC 9(4) VALUE 0.
       01 WS-BAND-TO PIC 9(4) VALUE 0.
       01 WS-BAND-COUNT PIC 9(7) VALUE 0.
       01 WS-BAND-EXPECTED PIC 9(7)V9(1) VALUE 0.
       01 WS-BAND-LOW-NUMBER PIC 9(3) VALUE 0.
       01 WS-BAND-HIGH-NUMBER PIC 9(3) VALUE 0.

      *> Back-to-back repeats, walked player by player.
       01 WS-CURRENT-PLAYER PIC X(8) VALUE SPACES.
       01 WS-PREV-MYSTERY PIC 9(3) VALUE 0.
       01 WS-PLAYER-PAIRS PIC 9(7) VALUE 0.
       01 WS-PLAYER-REPEATS PIC 9(7) VALUE 0.
       01 WS-PLAYER-EXPECTED PIC 9(7)V9(4) VALUE 0.
       01 WS-TOTAL-PAIRS PIC 9(7) VALUE 0.
       01 WS-TOTAL-REPEATS PIC 9(7) VALUE 0.
       01 WS-REPEATS-EXPECTED PIC 9(7)V9(4) VALUE 0.
       01 WS-REPEAT-LIMIT PIC 9(7)V9(4) VALUE 0.
       01 WS-REPEATERS PIC 9(7) VALUE 0.
       01 WS-REPEAT-RESULT PIC X(4) VALUE "PASS".

      *> Players with a repeat, kept for the repeat section; any
      *> past the table are counted in the totals but not listed.
       01 WS-REPEATER-TABLE.
           05 WS-REPEATER-ENTRY OCCURS 200 TIMES.
               10 WS-RP-PLAYER-ID       PIC X(8).
               10 WS-RP-PAIRS           PIC 9(7).
               10 WS-RP-REPEATS         PIC 9(7).
               10 WS-RP-EXPECTED        PIC 9(7)V9(4).
       01 WS-REPEATERS-LISTED PIC 9(3) VALUE 0.
       01 WS-RP-SUB PIC 9(3) VALUE 0.

      *> Same-second draws: the first game of each date/second/
      *> number group, against which the rest are compared.
       01 WS-GROUP-DATE PIC 9(8) VALUE 0.
       01 WS-GROUP-SECOND PIC X(6) VALUE SPACES.
       01 WS-GROUP-MYSTERY PIC 9(3) VALUE 0.
       01 WS-GROUP-PLAYER PIC X(8) VALUE SPACES.
       01 WS-GROUP-TIME PIC 9(8) VALUE 0.
       01 WS-SAME-SECOND-PAIRS PIC 9(7) VALUE 0.
       01 WS-UNSTAMPED-GAMES PIC 9(7) VALUE 0.

      *> Optional window of game dates to audit.
       01 WS-RUN-OPTIONS PIC X(40) VALUE SPACES.
       01 WS-FROM-INPUT PIC X(8) VALUE SPACES.
       01 WS-TO-INPUT PIC X(8) VALUE SPACES.
       01 WS-WINDOW-FROM PIC 9(8) VALUE 0.
       01 WS-WINDOW-TO PIC 9(8) VALUE 99999999.
       01 WS-OPTIONS-OK PIC X(1) VALUE "Y".

       01 WS-VERDICT PIC X(4) VALUE "PASS".
       01 WS-GAMES-READ PIC 9(7) VALUE 0.
       01 WS-GAMES-OUTSIDE PIC 9(7) VALUE 0.
       01 WS-ARCHIVE-ROWS PIC 9(7) VALUE 0.
       01 WS-IMPORTED-ROWS PIC 9(7) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.
       01 WS-COUNT-DISPLAY-2 PIC ZZZZZZ9.
       01 WS-NUMBER-DISPLAY PIC ZZ9.
       01 WS-NUMBER-DISPLAY-2 PIC ZZ9.
       01 WS-SCORE-DISPLAY PIC ZZZZZZ9.99.
       01 WS-SCORE-DISPLAY-2 PIC ZZZZZZ9.99.

       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-START-TIME PIC 9(8) VALUE 0.
       01 WS-END-DATE PIC 9(8) VALUE 0.
       01 WS-END-TIME PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT FAIRNESS-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM GET-RUN-OPTIONS.
           IF WS-OPTIONS-OK = "Y"
               PERFORM LOAD-GAME-PARM-RANGE
               PERFORM LOAD-DIFF-PROFILES
               PERFORM OPEN-PLAYER-MASTER-FILE
               MOVE "1" TO WS-SORT-PASS
               SORT REPEAT-SORT-FILE
                   ON ASCENDING KEY RS-PLAYER-ID RS-RUN-DATE
                                    RS-RUN-TIME RS-SEQUENCE-NO
                   INPUT PROCEDURE IS FEED-GAME-ROWS
                   OUTPUT PROCEDURE IS COUNT-REPEATS
               IF WS-MASTER-OPEN = "Y"
                   CLOSE PLAYER-MASTER-FILE
               END-IF
               PERFORM PRINT-RANGE-SECTIONS
               PERFORM PRINT-REPEAT-SUMMARY
               MOVE "2" TO WS-SORT-PASS
               SORT SECOND-SORT-FILE
                   ON ASCENDING KEY SS-DRAW-DATE SS-DRAW-SECOND
                                    SS-MYSTERY-NUMBER SS-PLAYER-ID
                                    SS-RUN-TIME
                   INPUT PROCEDURE IS FEED-GAME-ROWS
                   OUTPUT PROCEDURE IS LIST-SAME-SECOND-DRAWS
               PERFORM WRITE-VERDICT
           ELSE
               MOVE "Y" TO WS-RUN-FAILED
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE FAIRNESS-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

           *> Takes an optional window of game dates (YYYYMMDD, one
           *> or two) from the command line, the same JCL-PARM-style
           *> channel the other batch jobs use. No option audits every
           *> game on file; a bad one audits nothing and fails the run.
           GET-RUN-OPTIONS.
               ACCEPT WS-RUN-OPTIONS FROM COMMAND-LINE.
               UNSTRING WS-RUN-OPTIONS DELIMITED BY ALL " "
                   INTO WS-FROM-INPUT
                        WS-TO-INPUT.
               IF WS-FROM-INPUT NOT = SPACES
                   IF WS-TO-INPUT = SPACES
                       MOVE WS-FROM-INPUT TO WS-TO-INPUT
                   END-IF
                   IF WS-FROM-INPUT IS NUMERIC
                       AND WS-TO-INPUT IS NUMERIC
                       MOVE WS-FROM-INPUT TO WS-WINDOW-FROM
                       MOVE WS-TO-INPUT TO WS-WINDOW-TO
                       MOVE SPACES TO REPORT-LINE
                       STRING "GAMES DATED " DELIMITED BY SIZE
                              WS-WINDOW-FROM DELIMITED BY SIZE
                              " TO " DELIMITED BY SIZE
                              WS-WINDOW-TO DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   ELSE
                       MOVE "N" TO WS-OPTIONS-OK
                       MOVE SPACES TO REPORT-LINE
                       STRING "RUN OPTIONS NOT VALID, NOTHING AUDITED: "
                              DELIMITED BY SIZE
                              WS-RUN-OPTIONS DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               ELSE
                   MOVE "ALL GAMES ON FILE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

           *> Reads the default range every profile-less player and
           *> every match plays; a missing file keeps the 1-100
           *> default.
           LOAD-GAME-PARM-RANGE.
               OPEN INPUT GAME-PARM-FILE.
               IF WS-PARM-STATUS = "00"
                   READ GAME-PARM-FILE
                       NOT AT END
                           MOVE GP-MIN-RANGE TO WS-DEFAULT-MIN
                           MOVE GP-MAX-RANGE TO WS-DEFAULT-MAX
                   END-READ
                   CLOSE GAME-PARM-FILE
               ELSE
                   CLOSE GAME-PARM-FILE
               END-IF.

           LOAD-DIFF-PROFILES.
               MOVE "N" TO WS-EOF.
               OPEN INPUT DIFF-PROFILE-FILE.
               IF WS-PROFILE-STATUS = "00"
                   PERFORM LOAD-ONE-PROFILE UNTIL WS-EOF = "Y"
                   CLOSE DIFF-PROFILE-FILE
               ELSE
                   CLOSE DIFF-PROFILE-FILE
               END-IF.

           LOAD-ONE-PROFILE.
               READ DIFF-PROFILE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PROF-COUNT < 50
                           ADD 1 TO WS-PROF-COUNT
                           MOVE DP-PROFILE-CODE
                               TO WS-PROF-CODE(WS-PROF-COUNT)
                           MOVE DP-MIN-RANGE
                               TO WS-PROF-MIN(WS-PROF-COUNT)
                           MOVE DP-MAX-RANGE
                               TO WS-PROF-MAX(WS-PROF-COUNT)
                       END-IF
               END-READ.

           OPEN-PLAYER-MASTER-FILE.
               OPEN INPUT PLAYER-MASTER-FILE.
               IF WS-PLAYER-STATUS = "00"
                   MOVE "Y" TO WS-MASTER-OPEN
               END-IF.

           *> Feeds whichever sort is running from the live history
           *> and then the archive unload; a missing file just means
           *> the other one alone feeds the audit.
           FEED-GAME-ROWS.
               MOVE "N" TO WS-EOF.
               OPEN INPUT GAME-HISTORY-FILE.
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF.
               PERFORM FEED-NEXT-LIVE-GAME UNTIL WS-EOF = "Y".
               IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
                   CLOSE GAME-HISTORY-FILE
               END-IF.
               MOVE "N" TO WS-EOF.
               OPEN INPUT GAME-ARCHIVE-FILE.
               IF WS-ARCHIVE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF.
               PERFORM FEED-NEXT-ARCHIVED-GAME UNTIL WS-EOF = "Y".
               IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "10"
                   CLOSE GAME-ARCHIVE-FILE
               END-IF.

           FEED-NEXT-LIVE-GAME.
               READ GAME-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM FEED-GAME-ROW
               END-READ.

           FEED-NEXT-ARCHIVED-GAME.
               READ GAME-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE GAME-ARCHIVE-RECORD
                           TO GAME-HISTORY-RECORD
                       IF WS-SORT-PASS = "1"
                           ADD 1 TO WS-ARCHIVE-ROWS
                       END-IF
                       PERFORM FEED-GAME-ROW
               END-READ.

           *> Only finished games dated inside the window carry a
           *> drawn number; the 'S' run summaries are skipped, and so
           *> are games imported from another site.
           FEED-GAME-ROW.
               IF GH-ORIGIN-SITE NOT = SPACES
                   AND WS-SORT-PASS = "1"
                   ADD 1 TO WS-IMPORTED-ROWS
               END-IF.
               IF (GH-RECORD-TYPE = "G" OR GH-RECORD-TYPE = "M")
                   AND GH-RUN-DATE >= WS-WINDOW-FROM
                   AND GH-RUN-DATE <= WS-WINDOW-TO
                   AND GH-ORIGIN-SITE = SPACES
                   IF WS-SORT-PASS = "1"
                       PERFORM TALLY-GAME-ROW
                   ELSE
                       PERFORM RELEASE-SECOND-ROW
                   END-IF
               END-IF.

           *> First pass: counts the number against its range and
           *> releases one row per side for the repeat walk.
           TALLY-GAME-ROW.
               ADD 1 TO WS-GAMES-READ.
               IF GH-RECORD-TYPE = "M"
                   MOVE WS-DEFAULT-MIN TO WS-GAME-MIN
                   MOVE WS-DEFAULT-MAX TO WS-GAME-MAX
               ELSE
                   IF GH-PLAY-MODE = SPACE
                       PERFORM SET-PLAYER-RANGE
                       MOVE WS-PLAYER-MIN TO WS-GAME-MIN
                       MOVE WS-PLAYER-MAX TO WS-GAME-MAX
                   ELSE
                       PERFORM SET-RECORDED-RANGE
                   END-IF
               END-IF.
               COMPUTE WS-GAME-SPAN = WS-GAME-MAX - WS-GAME-MIN + 1.
               PERFORM FIND-RANGE-ENTRY.
               IF WS-RG-SUB = 0
                   ADD 1 TO WS-RANGES-DROPPED
               ELSE
                   IF GH-MYSTERY-NUMBER < WS-GAME-MIN
                       OR GH-MYSTERY-NUMBER > WS-GAME-MAX
                       ADD 1 TO WS-RG-OUTSIDE(WS-RG-SUB)
                       ADD 1 TO WS-GAMES-OUTSIDE
                   ELSE
                       ADD 1 TO WS-RG-GAMES(WS-RG-SUB)
                       COMPUTE WS-NUM-SUB
                           = GH-MYSTERY-NUMBER - WS-GAME-MIN + 1
                       ADD 1 TO WS-RG-FREQ(WS-RG-SUB, WS-NUM-SUB)
                   END-IF
               END-IF.
               MOVE GH-PLAYER-ID TO RS-PLAYER-ID.
               MOVE GH-RUN-DATE TO RS-RUN-DATE.
               MOVE GH-RUN-TIME TO RS-RUN-TIME.
               MOVE GH-SEQUENCE-NO TO RS-SEQUENCE-NO.
               MOVE GH-MYSTERY-NUMBER TO RS-MYSTERY-NUMBER.
               MOVE WS-GAME-SPAN TO RS-RANGE-SPAN.
               RELEASE REPEAT-SORT-RECORD.
               IF GH-RECORD-TYPE = "M" AND GH-OPPONENT-ID NOT = SPACES
                   MOVE GH-OPPONENT-ID TO RS-PLAYER-ID
                   RELEASE REPEAT-SORT-RECORD
               END-IF.

           *> The range the player actually plays: their profile via
           *> the master, or the default.
           SET-PLAYER-RANGE.
               IF GH-PLAYER-ID NOT = WS-LOOKUP-PLAYER
                   MOVE GH-PLAYER-ID TO WS-LOOKUP-PLAYER
                   MOVE WS-DEFAULT-MIN TO WS-PLAYER-MIN
                   MOVE WS-DEFAULT-MAX TO WS-PLAYER-MAX
                   IF WS-MASTER-OPEN = "Y"
                       MOVE GH-PLAYER-ID TO PM-PLAYER-ID
                       READ PLAYER-MASTER-FILE
                           INVALID KEY
                               MOVE SPACES TO PM-DIFF-PROFILE
                       END-READ
                       IF PM-DIFF-PROFILE NOT = SPACES
                           PERFORM APPLY-PLAYER-PROFILE
                       END-IF
                   END-IF
               END-IF.

           *> A game written since the ranked/practice choice came in
           *> carries the profile it was actually played at - for a
           *> practice game often not the master's - so that profile
           *> sets the range, and a blank one the default.
           SET-RECORDED-RANGE.
               MOVE WS-DEFAULT-MIN TO WS-GAME-MIN.
               MOVE WS-DEFAULT-MAX TO WS-GAME-MAX.
               IF GH-DIFF-PROFILE NOT = SPACES
                   PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                           UNTIL WS-BAND-SUB > WS-PROF-COUNT
                       IF WS-PROF-CODE(WS-BAND-SUB) = GH-DIFF-PROFILE
                           MOVE WS-PROF-MIN(WS-BAND-SUB)
                               TO WS-GAME-MIN
                           MOVE WS-PROF-MAX(WS-BAND-SUB)
                               TO WS-GAME-MAX
                       END-IF
                   END-PERFORM
               END-IF.

           APPLY-PLAYER-PROFILE.
               PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > WS-PROF-COUNT
                   IF WS-PROF-CODE(WS-BAND-SUB) = PM-DIFF-PROFILE
                       MOVE WS-PROF-MIN(WS-BAND-SUB) TO WS-PLAYER-MIN
                       MOVE WS-PROF-MAX(WS-BAND-SUB) TO WS-PLAYER-MAX
                   END-IF
               END-PERFORM.

           *> Finds the table entry for the game's range, adding one
           *> the first time a range is seen. Zero back means the
           *> table is full (or the range is not a usable one).
           FIND-RANGE-ENTRY.
               MOVE 0 TO WS-RG-SUB.
               PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > WS-RANGE-COUNT
                   IF WS-RG-MIN(WS-BAND-SUB) = WS-GAME-MIN
                       AND WS-RG-MAX(WS-BAND-SUB) = WS-GAME-MAX
                       MOVE WS-BAND-SUB TO WS-RG-SUB
                   END-IF
               END-PERFORM.
               IF WS-RG-SUB = 0 AND WS-RANGE-COUNT < 20
                   AND WS-GAME-MAX >= WS-GAME-MIN
                   ADD 1 TO WS-RANGE-COUNT
                   MOVE WS-RANGE-COUNT TO WS-RG-SUB
                   INITIALIZE WS-RANGE-ENTRY(WS-RG-SUB)
                   MOVE WS-GAME-MIN TO WS-RG-MIN(WS-RG-SUB)
                   MOVE WS-GAME-MAX TO WS-RG-MAX(WS-RG-SUB)
                   MOVE WS-GAME-SPAN TO WS-RG-SPAN(WS-RG-SUB)
               END-IF.

           *> Second pass: one row per game for the same-second
           *> listing - the keyed side only, so a match is one game -
           *> at the second its number was drawn, or its end-of-game
           *> stamp when the row has no draw stamp.
           RELEASE-SECOND-ROW.
               IF GH-DRAW-DATE IS NUMERIC AND GH-DRAW-DATE > 0
                   AND GH-DRAW-TIME IS NUMERIC
                   MOVE GH-DRAW-DATE TO SS-DRAW-DATE
                   MOVE GH-DRAW-TIME(1:6) TO SS-DRAW-SECOND
               ELSE
                   MOVE GH-RUN-DATE TO SS-DRAW-DATE
                   MOVE GH-RUN-TIME(1:6) TO SS-DRAW-SECOND
                   ADD 1 TO WS-UNSTAMPED-GAMES
               END-IF.
               MOVE GH-MYSTERY-NUMBER TO SS-MYSTERY-NUMBER.
               MOVE GH-PLAYER-ID TO SS-PLAYER-ID.
               MOVE GH-RUN-TIME TO SS-RUN-TIME.
               MOVE GH-RECORD-TYPE TO SS-RECORD-TYPE.
               RELEASE SECOND-SORT-RECORD.

           *> Walks each player's games in order and counts a repeat
           *> wherever a game drew the same number as the one before.
           *> The chance of that is one in the span of the game's
           *> range, summed as the expected count. Players with a
           *> repeat are kept for PRINT-REPEAT-SUMMARY to list.
           COUNT-REPEATS.
               MOVE "N" TO WS-SORT-EOF.
               MOVE SPACES TO WS-CURRENT-PLAYER.
               PERFORM COUNT-NEXT-REPEAT UNTIL WS-SORT-EOF = "Y".
               IF WS-CURRENT-PLAYER NOT = SPACES
                   PERFORM CLOSE-OUT-REPEAT-PLAYER
               END-IF.

           COUNT-NEXT-REPEAT.
               RETURN REPEAT-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF RS-PLAYER-ID NOT = WS-CURRENT-PLAYER
                           IF WS-CURRENT-PLAYER NOT = SPACES
                               PERFORM CLOSE-OUT-REPEAT-PLAYER
                           END-IF
                           MOVE RS-PLAYER-ID TO WS-CURRENT-PLAYER
                           MOVE 0 TO WS-PLAYER-PAIRS
                           MOVE 0 TO WS-PLAYER-REPEATS
                           MOVE 0 TO WS-PLAYER-EXPECTED
                       ELSE
                           ADD 1 TO WS-PLAYER-PAIRS
                           IF RS-RANGE-SPAN > 0
                               COMPUTE WS-PLAYER-EXPECTED
                                   = WS-PLAYER-EXPECTED
                                   + 1 / RS-RANGE-SPAN
                           END-IF
                           IF RS-MYSTERY-NUMBER = WS-PREV-MYSTERY
                               ADD 1 TO WS-PLAYER-REPEATS
                           END-IF
                       END-IF
                       MOVE RS-MYSTERY-NUMBER TO WS-PREV-MYSTERY
               END-RETURN.

           CLOSE-OUT-REPEAT-PLAYER.
               ADD WS-PLAYER-PAIRS TO WS-TOTAL-PAIRS.
               ADD WS-PLAYER-REPEATS TO WS-TOTAL-REPEATS.
               ADD WS-PLAYER-EXPECTED TO WS-REPEATS-EXPECTED.
               IF WS-PLAYER-REPEATS > 0
                   ADD 1 TO WS-REPEATERS
                   IF WS-REPEATERS-LISTED < 200
                       ADD 1 TO WS-REPEATERS-LISTED
                       MOVE WS-CURRENT-PLAYER
                           TO WS-RP-PLAYER-ID(WS-REPEATERS-LISTED)
                       MOVE WS-PLAYER-PAIRS
                           TO WS-RP-PAIRS(WS-REPEATERS-LISTED)
                       MOVE WS-PLAYER-REPEATS
                           TO WS-RP-REPEATS(WS-REPEATERS-LISTED)
                       MOVE WS-PLAYER-EXPECTED
                           TO WS-RP-EXPECTED(WS-REPEATERS-LISTED)
                   END-IF
               END-IF.

           *> One section per range: the spread in bands, the least
           *> and most drawn numbers, and the fit against uniform.
           PRINT-RANGE-SECTIONS.
               IF WS-RANGE-COUNT = 0
                   MOVE "NO GAMES TO AUDIT" TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               PERFORM PRINT-ONE-RANGE
                   VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RANGE-COUNT.

           PRINT-ONE-RANGE.
               MOVE WS-RG-MIN(WS-RG-SUB) TO WS-NUMBER-DISPLAY.
               MOVE WS-RG-MAX(WS-RG-SUB) TO WS-NUMBER-DISPLAY-2.
               MOVE WS-RG-GAMES(WS-RG-SUB) TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "RANGE " DELIMITED BY SIZE
                      WS-NUMBER-DISPLAY DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-NUMBER-DISPLAY-2 DELIMITED BY SIZE
                      "   GAMES IN RANGE " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-RG-OUTSIDE(WS-RG-SUB) > 0
                   MOVE WS-RG-OUTSIDE(WS-RG-SUB) TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NUMBERS OUTSIDE THE RANGE, NOT FITTED "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               PERFORM PRINT-RANGE-BANDS.
               PERFORM FIND-LOW-AND-HIGH.
               PERFORM SCORE-RANGE-FIT.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

           *> Ten bands of equal width (the last may be short), or
           *> one band per number for a range of ten or fewer.
           PRINT-RANGE-BANDS.
               COMPUTE WS-BAND-WIDTH
                   = (WS-RG-SPAN(WS-RG-SUB) + 9) / 10.
               IF WS-BAND-WIDTH = 0
                   MOVE 1 TO WS-BAND-WIDTH
               END-IF.
               MOVE "  NUMBERS      DRAWN     EXPECTED" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM PRINT-ONE-BAND
                   VARYING WS-BAND-FROM FROM 1 BY WS-BAND-WIDTH
                   UNTIL WS-BAND-FROM > WS-RG-SPAN(WS-RG-SUB).

           PRINT-ONE-BAND.
               COMPUTE WS-BAND-TO = WS-BAND-FROM + WS-BAND-WIDTH - 1.
               IF WS-BAND-TO > WS-RG-SPAN(WS-RG-SUB)
                   MOVE WS-RG-SPAN(WS-RG-SUB) TO WS-BAND-TO
               END-IF.
               MOVE 0 TO WS-BAND-COUNT.
               PERFORM VARYING WS-NUM-SUB FROM WS-BAND-FROM BY 1
                       UNTIL WS-NUM-SUB > WS-BAND-TO
                   ADD WS-RG-FREQ(WS-RG-SUB, WS-NUM-SUB)
                       TO WS-BAND-COUNT
               END-PERFORM.
               COMPUTE WS-BAND-EXPECTED ROUNDED
                   = WS-RG-GAMES(WS-RG-SUB)
                   * (WS-BAND-TO - WS-BAND-FROM + 1)
                   / WS-RG-SPAN(WS-RG-SUB).
               COMPUTE WS-BAND-LOW-NUMBER
                   = WS-RG-MIN(WS-RG-SUB) + WS-BAND-FROM - 1.
               COMPUTE WS-BAND-HIGH-NUMBER
                   = WS-RG-MIN(WS-RG-SUB) + WS-BAND-TO - 1.
               MOVE WS-BAND-LOW-NUMBER TO WS-NUMBER-DISPLAY.
               MOVE WS-BAND-HIGH-NUMBER TO WS-NUMBER-DISPLAY-2.
               MOVE WS-BAND-COUNT TO WS-COUNT-DISPLAY.
               MOVE WS-BAND-EXPECTED TO WS-SCORE-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " DELIMITED BY SIZE
                      WS-NUMBER-DISPLAY DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-NUMBER-DISPLAY-2 DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-SCORE-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           *> The least and most drawn numbers - a cluster shows up
           *> here first. Ties go to the lower number.
           FIND-LOW-AND-HIGH.
               MOVE 1 TO WS-NUM-SUB.
               MOVE WS-RG-FREQ(WS-RG-SUB, 1) TO WS-LOW-COUNT.
               MOVE WS-RG-FREQ(WS-RG-SUB, 1) TO WS-HIGH-COUNT.
               MOVE WS-RG-MIN(WS-RG-SUB) TO WS-LOW-NUMBER.
               MOVE WS-RG-MIN(WS-RG-SUB) TO WS-HIGH-NUMBER.
               PERFORM VARYING WS-NUM-SUB FROM 2 BY 1
                       UNTIL WS-NUM-SUB > WS-RG-SPAN(WS-RG-SUB)
                   IF WS-RG-FREQ(WS-RG-SUB, WS-NUM-SUB) < WS-LOW-COUNT
                       MOVE WS-RG-FREQ(WS-RG-SUB, WS-NUM-SUB)
                           TO WS-LOW-COUNT
                       COMPUTE WS-LOW-NUMBER
                           = WS-RG-MIN(WS-RG-SUB) + WS-NUM-SUB - 1
                   END-IF
                   IF WS-RG-FREQ(WS-RG-SUB, WS-NUM-SUB) > WS-HIGH-COUNT
                       MOVE WS-RG-FREQ(WS-RG-SUB, WS-NUM-SUB)
                           TO WS-HIGH-COUNT
                       COMPUTE WS-HIGH-NUMBER
                           = WS-RG-MIN(WS-RG-SUB) + WS-NUM-SUB - 1
                   END-IF
               END-PERFORM.
               MOVE WS-LOW-NUMBER TO WS-NUMBER-DISPLAY.
               MOVE WS-LOW-COUNT TO WS-COUNT-DISPLAY.
               MOVE WS-HIGH-NUMBER TO WS-NUMBER-DISPLAY-2.
               MOVE WS-HIGH-COUNT TO WS-COUNT-DISPLAY-2.
               MOVE SPACES TO REPORT-LINE.
               STRING "  LEAST DRAWN " DELIMITED BY SIZE
                      WS-NUMBER-DISPLAY DELIMITED BY SIZE
                      " X" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "  MOST DRAWN " DELIMITED BY SIZE
                      WS-NUMBER-DISPLAY-2 DELIMITED BY SIZE
                      " X" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           *> Chi-square over every number in the range against an
           *> even share of the games. The 1 percent critical value
           *> for span-1 degrees of freedom comes from the
           *> Wilson-Hilferty approximation, close enough at the
           *> degrees of freedom any real range has. Fewer than five
           *> games per number leaves the range NOT TESTED.
           SCORE-RANGE-FIT.
               MOVE 0 TO WS-CHI-SQUARE.
               MOVE 0 TO WS-CRITICAL.
               COMPUTE WS-DEG-FREEDOM = WS-RG-SPAN(WS-RG-SUB) - 1.
               IF WS-DEG-FREEDOM = 0
                   OR WS-RG-GAMES(WS-RG-SUB)
                       < WS-RG-SPAN(WS-RG-SUB) * 5
                   MOVE "NOT TESTED" TO WS-RANGE-RESULT
                   ADD 1 TO WS-RANGES-UNTESTED
               ELSE
                   COMPUTE WS-EXPECTED
                       = WS-RG-GAMES(WS-RG-SUB) / WS-RG-SPAN(WS-RG-SUB)
                   PERFORM VARYING WS-NUM-SUB FROM 1 BY 1
                           UNTIL WS-NUM-SUB > WS-RG-SPAN(WS-RG-SUB)
                       COMPUTE WS-DEVIATION
                           = WS-RG-FREQ(WS-RG-SUB, WS-NUM-SUB)
                           - WS-EXPECTED
                       COMPUTE WS-CHI-SQUARE ROUNDED
                           = WS-CHI-SQUARE
                           + WS-DEVIATION * WS-DEVIATION / WS-EXPECTED
                   END-PERFORM
                   COMPUTE WS-WH-TERM ROUNDED
                       = 2 / (9 * WS-DEG-FREEDOM)
                   COMPUTE WS-CRITICAL ROUNDED
                       = WS-DEG-FREEDOM
                       * (1 - WS-WH-TERM
                          + 2.326 * FUNCTION SQRT(WS-WH-TERM)) ** 3
                   ADD 1 TO WS-RANGES-TESTED
                   IF WS-CHI-SQUARE > WS-CRITICAL
                       MOVE "FAIL" TO WS-RANGE-RESULT
                       ADD 1 TO WS-RANGES-FAILED
                   ELSE
                       MOVE "PASS" TO WS-RANGE-RESULT
                   END-IF
               END-IF.
               MOVE WS-CHI-SQUARE TO WS-SCORE-DISPLAY.
               MOVE WS-CRITICAL TO WS-SCORE-DISPLAY-2.
               MOVE SPACES TO REPORT-LINE.
               STRING "  CHI-SQUARE " DELIMITED BY SIZE
                      WS-SCORE-DISPLAY DELIMITED BY SIZE
                      "  1% LIMIT " DELIMITED BY SIZE
                      WS-SCORE-DISPLAY-2 DELIMITED BY SIZE
                      "  FIT " DELIMITED BY SIZE
                      WS-RANGE-RESULT DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           *> Each player with a repeat, then all players together:
           *> the repeats seen against the number expected by chance,
           *> failing past three standard deviations (and never on
           *> fewer than three repeats).
           PRINT-REPEAT-SUMMARY.
               MOVE "BACK-TO-BACK REPEATS BY PLAYER" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM PRINT-REPEAT-PLAYER
                   VARYING WS-RP-SUB FROM 1 BY 1
                   UNTIL WS-RP-SUB > WS-REPEATERS-LISTED.
               IF WS-REPEATERS > WS-REPEATERS-LISTED
                   COMPUTE WS-COUNT-DISPLAY
                       = WS-REPEATERS - WS-REPEATERS-LISTED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                          " MORE PLAYERS WITH REPEATS NOT LISTED"
                          DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-REPEATERS = 0
                   MOVE "  NO PLAYER DREW THE SAME NUMBER TWICE RUNNING"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               COMPUTE WS-REPEAT-LIMIT ROUNDED
                   = WS-REPEATS-EXPECTED
                   + 3 * FUNCTION SQRT(WS-REPEATS-EXPECTED).
               IF WS-TOTAL-REPEATS > WS-REPEAT-LIMIT
                   AND WS-TOTAL-REPEATS >= 3
                   MOVE "FAIL" TO WS-REPEAT-RESULT
               END-IF.
               MOVE WS-TOTAL-PAIRS TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "BACK-TO-BACK: GAME PAIRS " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TOTAL-REPEATS TO WS-COUNT-DISPLAY.
               MOVE WS-REPEATS-EXPECTED TO WS-SCORE-DISPLAY.
               MOVE WS-REPEAT-LIMIT TO WS-SCORE-DISPLAY-2.
               MOVE SPACES TO REPORT-LINE.
               STRING "  REPEATS " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "  EXPECTED " DELIMITED BY SIZE
                      WS-SCORE-DISPLAY DELIMITED BY SIZE
                      "  LIMIT " DELIMITED BY SIZE
                      WS-SCORE-DISPLAY-2 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-REPEAT-RESULT DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

           PRINT-REPEAT-PLAYER.
               MOVE WS-RP-PAIRS(WS-RP-SUB) TO WS-COUNT-DISPLAY.
               MOVE WS-RP-REPEATS(WS-RP-SUB) TO WS-COUNT-DISPLAY-2.
               MOVE WS-RP-EXPECTED(WS-RP-SUB) TO WS-SCORE-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " DELIMITED BY SIZE
                      WS-RP-PLAYER-ID(WS-RP-SUB) DELIMITED BY SIZE
                      "  GAME PAIRS " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "  REPEATS " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      "  EXPECTED " DELIMITED BY SIZE
                      WS-SCORE-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           *> Walks the games in stamp order and lists every game
           *> that shares its second and its number with an earlier
           *> game of a different player.
           LIST-SAME-SECOND-DRAWS.
               MOVE "SAME NUMBER, SAME SECOND, DIFFERENT PLAYERS"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "N" TO WS-SORT-EOF.
               MOVE 0 TO WS-GROUP-DATE.
               MOVE SPACES TO WS-GROUP-SECOND.
               PERFORM CHECK-NEXT-SECOND UNTIL WS-SORT-EOF = "Y".
               IF WS-SAME-SECOND-PAIRS = 0
                   MOVE "  NONE FOUND" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

           CHECK-NEXT-SECOND.
               RETURN SECOND-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF SS-DRAW-DATE = WS-GROUP-DATE
                           AND SS-DRAW-SECOND = WS-GROUP-SECOND
                           AND SS-MYSTERY-NUMBER = WS-GROUP-MYSTERY
                           IF SS-PLAYER-ID NOT = WS-GROUP-PLAYER
                               PERFORM PRINT-SAME-SECOND-PAIR
                           END-IF
                       ELSE
                           MOVE SS-DRAW-DATE TO WS-GROUP-DATE
                           MOVE SS-DRAW-SECOND TO WS-GROUP-SECOND
                           MOVE SS-MYSTERY-NUMBER TO WS-GROUP-MYSTERY
                           MOVE SS-PLAYER-ID TO WS-GROUP-PLAYER
                           MOVE SS-RUN-TIME TO WS-GROUP-TIME
                       END-IF
               END-RETURN.

           PRINT-SAME-SECOND-PAIR.
               ADD 1 TO WS-SAME-SECOND-PAIRS.
               MOVE SS-MYSTERY-NUMBER TO WS-NUMBER-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " DELIMITED BY SIZE
                      SS-DRAW-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SS-DRAW-SECOND DELIMITED BY SIZE
                      "  NUMBER " DELIMITED BY SIZE
                      WS-NUMBER-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-GROUP-PLAYER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GROUP-TIME DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      SS-PLAYER-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SS-RUN-TIME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SS-RECORD-TYPE DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           *> The draw passes only if every tested range fits, the
           *> repeats are within chance, and no two players were
           *> handed the same number in the same second.
           WRITE-VERDICT.
               IF WS-RANGES-FAILED > 0
                   OR WS-REPEAT-RESULT = "FAIL"
                   OR WS-SAME-SECOND-PAIRS > 0
                   MOVE "FAIL" TO WS-VERDICT
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               STRING "FAIRNESS VERDICT: " DELIMITED BY SIZE
                      WS-VERDICT DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-RANGES-TESTED = 0
                   MOVE "  NO RANGE HAD FIVE GAMES PER NUMBER TO FIT"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-REPORT-HEADER.
               MOVE "MYSTERY NUMBER FAIRNESS AUDIT" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-CONTROL-TOTALS.
               MOVE "CONTROL TOTALS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-GAMES-READ TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GAMES AUDITED            " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ARCHIVE-ROWS TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  ARCHIVE ROWS READ        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-IMPORTED-ROWS TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  IMPORTED GAMES LEFT OUT  " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-GAMES-OUTSIDE TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  NUMBERS OUTSIDE RANGE    " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-RANGE-COUNT TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  RANGES SEEN              " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-RANGES-TESTED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  RANGES TESTED            " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-RANGES-FAILED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  RANGES FAILED            " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-RANGES-UNTESTED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  RANGES NOT TESTED        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-SAME-SECOND-PAIRS TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  SAME-SECOND PAIRS        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-UNSTAMPED-GAMES TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GAMES WITHOUT DRAW STAMP " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-RANGES-DROPPED > 0
                   MOVE WS-RANGES-DROPPED TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  GAMES PAST RANGE LIMIT   "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           *> Appends this run's row to RUN-CONTROL-FILE and raises a
           *> non-zero condition code on a FAIL verdict or options
           *> that could not be used.
           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               OPEN EXTEND RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF.
               MOVE "FAIRNESS-AUDIT"    TO RC-PROGRAM-NAME.
               MOVE WS-START-DATE       TO RC-START-DATE.
               MOVE WS-START-TIME       TO RC-START-TIME.
               MOVE WS-END-DATE         TO RC-END-DATE.
               MOVE WS-END-TIME         TO RC-END-TIME.
               MOVE "BATCH"             TO RC-RUN-MODE.
               MOVE 0                   TO RC-GAMES-PLAYED.
               MOVE WS-GAMES-READ       TO RC-RECORDS-WRITTEN.
               MOVE "00"                TO RC-WORST-STATUS.
               IF WS-RUN-FAILED = "Y"
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RC-RETURN-CODE
               END-IF.
               WRITE RUN-CONTROL-RECORD.
               CLOSE RUN-CONTROL-FILE.
       END PROGRAM MYSTERY-FAIRNESS-AUDIT.
