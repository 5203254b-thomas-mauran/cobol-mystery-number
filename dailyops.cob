      *> verdicts, and the players with the highest invalid-entry
      *> rates - the breakdown that once surfaced a failing keyboard
      *> only because someone happened to eyeball the raw file.
      *>
      *> Once GUESS-TRAIL-ROLL has cut the day into its generation,
      *> the date's rows are read from the generation named on
      *> GEN-CATALOG-FILE as well as from the open GUESSTXN.DAT. A
      *> GEN option in place of the date (GEN yyyymmdd [yyyymmdd])
      *> reports instead over a named generation, or every kept
      *> generation in a date range, and nothing else.
      *>
      *> A practice activity section follows, from the 'G' rows on
      *> GAME-HISTORY-FILE dated inside the report's range: practice
      *> games per difficulty profile with their results, set
      *> against the ranked games played here in the same days, and
      *> the practice rows on the audit trail. Games already purged
      *> to GAMEARCH.DAT by HISTORY-ARCHIVE are not in it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUESS-TRANSACTION-FILE ASSIGN TO WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT GEN-CATALOG-FILE ASSIGN TO "GTCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DIFF-PROFILE-FILE ASSIGN TO "DIFFPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT OPS-REPORT-FILE ASSIGN TO "OPSRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  GUESS-TRANSACTION-FILE.
       COPY "guesstxn.cpy".

       FD  GEN-CATALOG-FILE.
       COPY "gtcatlg.cpy".

       FD  GAME-HISTORY-FILE.
       COPY "gamehist.cpy".

       FD  DIFF-PROFILE-FILE.
       COPY "diffprof.cpy".

       FD  OPS-REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       01 WS-TXN-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE "N".

       01 WS-RUN-OPTIONS PIC X(40) VALUE SPACES.
       01 WS-OPTION-1 PIC X(8) VALUE SPACES.
       01 WS-OPTION-2 PIC X(8) VALUE SPACES.
       01 WS-OPTION-3 PIC X(8) VALUE SPACES.
       01 WS-OPTION-4 PIC X(8) VALUE SPACES.
       01 WS-REPORT-INPUT PIC X(8) VALUE SPACES.
       01 WS-REPORT-DATE PIC 9(8) VALUE 0.
       01 WS-REPORT-TO-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-OK PIC X(1) VALUE "N".

      *> The audit trail to read: the kept generations on
      *> GEN-CATALOG-FILE dated inside the range, oldest first, then
      *> the open GUESSTXN.DAT (listed as date zero) - or, when GEN
      *> names the generations, those alone.
       01 WS-CATALOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-CATALOG-EOF PIC X(1) VALUE "N".
       01 WS-TRAIL-NAME PIC X(20) VALUE "GUESSTXN.DAT".
       01 WS-GEN-FROM-INPUT PIC X(8) VALUE SPACES.
       01 WS-GEN-TO-INPUT PIC X(8) VALUE SPACES.
       01 WS-GEN-SELECTED PIC X(1) VALUE "N".
       01 WS-GEN-OK PIC X(1) VALUE "Y".
       01 WS-GEN-FROM PIC 9(8) VALUE 0.
       01 WS-GEN-TO PIC 9(8) VALUE 99999999.
       01 WS-TRAIL-TABLE.
           05 WS-TRAIL-GEN-DATE OCCURS 400 TIMES PIC 9(8).
       01 WS-TRAIL-COUNT PIC 9(3) VALUE 0.
       01 WS-TRAIL-SUB PIC 9(3) VALUE 0.
       01 WS-TRAIL-MISSING PIC 9(3) VALUE 0.

       01 WS-ROWS-READ PIC 9(7) VALUE 0.
       01 WS-ROWS-SELECTED PIC 9(7) VALUE 0.
       01 WS-CORRECT-COUNT PIC 9(7) VALUE 0.
           05 WS-SWAP-RATE              PIC 9(3)V9(2).
       01 WS-TOP-LIMIT PIC 9(3) VALUE 0.

      *> Practice games per profile for the practice activity
      *> section, seeded from DIFF-PROFILE-FILE in file order. A
      *> code the file no longer holds - and the blank code of a
      *> game played at the GAME-PARM-FILE range - is added when
      *> first seen; twenty profiles is far beyond the tiers run.
       01 WS-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 WS-PROFILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-HISTORY-EOF PIC X(1) VALUE "N".
       01 WS-HISTORY-FAILED PIC X(1) VALUE "N".
       01 WS-PROFILE-EOF PIC X(1) VALUE "N".
       01 WS-PRACTICE-TABLE.
           05 WS-PRACTICE-ENTRY OCCURS 20 TIMES.
               10 WS-PR-CODE            PIC X(4).
               10 WS-PR-NAME            PIC X(20).
               10 WS-PR-GAMES           PIC 9(7).
               10 WS-PR-WON             PIC 9(7).
               10 WS-PR-LOST            PIC 9(7).
               10 WS-PR-ABANDONED       PIC 9(7).
               10 WS-PR-ROUNDS          PIC 9(9).
       01 WS-PR-COUNT PIC 9(3) VALUE 0.
       01 WS-PR-SUB PIC 9(3) VALUE 0.
       01 WS-PR-FOUND-SUB PIC 9(3) VALUE 0.
       01 WS-PR-DROPPED PIC 9(7) VALUE 0.
       01 WS-PRACTICE-GAMES PIC 9(7) VALUE 0.
       01 WS-RANKED-GAMES PIC 9(7) VALUE 0.
       01 WS-PRACTICE-ROWS PIC 9(7) VALUE 0.
       01 WS-PRACTICE-SHARE PIC 9(3)V9(2) VALUE 0.
       01 WS-PR-AVERAGE PIC 9(3)V9(2) VALUE 0.
       01 WS-AVERAGE-DISPLAY PIC ZZ9.99.
       01 WS-WON-DISPLAY PIC ZZZZZZ9.
       01 WS-LOST-DISPLAY PIC ZZZZZZ9.
       01 WS-ABANDONED-DISPLAY PIC ZZZZZZ9.

       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.
       01 WS-RATE-DISPLAY PIC ZZ9.99.
       01 WS-HOUR-DISPLAY PIC 99.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT OPS-REPORT-FILE.
           PERFORM GET-REPORT-DATE.
           IF WS-DATE-OK = "Y"
               PERFORM LOAD-TRAIL-LIST
               PERFORM TALLY-TRAIL-FILE
                   VARYING WS-TRAIL-SUB FROM 1 BY 1
                   UNTIL WS-TRAIL-SUB > WS-TRAIL-COUNT
               PERFORM LOAD-PRACTICE-PROFILES
               PERFORM TALLY-PRACTICE-GAMES
           END-IF.
           IF WS-DATE-OK = "Y"
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-VERDICT-COUNTS
               PERFORM WRITE-HOURLY-VOLUME
               PERFORM WRITE-INVALID-RATES
               PERFORM WRITE-PRACTICE-ACTIVITY
           END-IF.
           CLOSE OPS-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           *> Takes the report date (YYYYMMDD) from the command line,
           *> the same JCL-PARM-style channel the game uses for its
           *> run mode. A missing or non-numeric date selects nothing
           *> and says so rather than reporting on the wrong day. GEN
           *> and one or two dates in its place report over those
           *> generations, the range standing in for the date.
           GET-REPORT-DATE.
               ACCEPT WS-RUN-OPTIONS FROM COMMAND-LINE.
               UNSTRING WS-RUN-OPTIONS DELIMITED BY ALL " "
                   INTO WS-OPTION-1
                        WS-OPTION-2
                        WS-OPTION-3
                        WS-OPTION-4.
               IF WS-OPTION-1 = "GEN"
                   MOVE WS-OPTION-2 TO WS-REPORT-INPUT
                   MOVE WS-OPTION-2 TO WS-GEN-FROM-INPUT
                   MOVE WS-OPTION-3 TO WS-GEN-TO-INPUT
                   PERFORM GET-GENERATION-RANGE
               ELSE
                   MOVE WS-OPTION-1 TO WS-REPORT-INPUT
                   IF WS-OPTION-2 = "GEN"
                       MOVE WS-OPTION-3 TO WS-GEN-FROM-INPUT
                       MOVE WS-OPTION-4 TO WS-GEN-TO-INPUT
                       PERFORM GET-GENERATION-RANGE
                   END-IF
               END-IF.
               IF WS-REPORT-INPUT IS NUMERIC AND WS-GEN-OK = "Y"
                   MOVE WS-REPORT-INPUT TO WS-REPORT-DATE
                   MOVE WS-REPORT-INPUT TO WS-REPORT-TO-DATE
                   MOVE "Y" TO WS-DATE-OK
                   IF WS-GEN-SELECTED = "N"
                       MOVE WS-REPORT-DATE TO WS-GEN-FROM
                       MOVE WS-REPORT-DATE TO WS-GEN-TO
                   END-IF
                   IF WS-OPTION-1 = "GEN"
                       MOVE WS-GEN-TO TO WS-REPORT-TO-DATE
                   END-IF
               ELSE
                   DISPLAY "Report date or generation not valid: "
                       WS-RUN-OPTIONS
                   MOVE SPACES TO REPORT-LINE
                   STRING "REPORT DATE OR GENERATION NOT VALID, "
                       "NOTHING REPORTED: " WS-RUN-OPTIONS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-EOF
               END-IF.

           *> Checks the GEN option: one generation date, or a from
           *> and to date, both YYYYMMDD. A bad date voids the run
           *> the same way a bad report date does.
           GET-GENERATION-RANGE.
               MOVE "Y" TO WS-GEN-SELECTED.
               IF WS-GEN-TO-INPUT = SPACES
                   MOVE WS-GEN-FROM-INPUT TO WS-GEN-TO-INPUT
               END-IF.
               IF WS-GEN-FROM-INPUT IS NUMERIC
                   AND WS-GEN-TO-INPUT IS NUMERIC
                   MOVE WS-GEN-FROM-INPUT TO WS-GEN-FROM
                   MOVE WS-GEN-TO-INPUT TO WS-GEN-TO
               ELSE
                   MOVE "N" TO WS-GEN-OK
               END-IF.

           *> Lists the trail files to read: every kept generation on
           *> the catalog dated inside the range, oldest first, then
           *> the open GUESSTXN.DAT unless GEN named the generations.
           *> No catalog yet just means no roll has run.
           LOAD-TRAIL-LIST.
               MOVE 0 TO WS-TRAIL-COUNT.
               MOVE "N" TO WS-CATALOG-EOF.
               OPEN INPUT GEN-CATALOG-FILE.
               IF WS-CATALOG-STATUS NOT = "00"
                   MOVE "Y" TO WS-CATALOG-EOF
               END-IF.
               PERFORM LOAD-ONE-TRAIL-ENTRY UNTIL WS-CATALOG-EOF = "Y".
               IF WS-CATALOG-STATUS = "00" OR WS-CATALOG-STATUS = "10"
                   CLOSE GEN-CATALOG-FILE
               END-IF.
               IF WS-GEN-SELECTED = "N" AND WS-TRAIL-COUNT < 400
                   ADD 1 TO WS-TRAIL-COUNT
                   MOVE 0 TO WS-TRAIL-GEN-DATE(WS-TRAIL-COUNT)
               END-IF.

           LOAD-ONE-TRAIL-ENTRY.
               READ GEN-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       IF GC-ROW-TYPE = "G"
                           AND GC-GEN-STATUS = "A"
                           AND GC-GEN-DATE >= WS-GEN-FROM
                           AND GC-GEN-DATE <= WS-GEN-TO
                           AND WS-TRAIL-COUNT < 400
                           ADD 1 TO WS-TRAIL-COUNT
                           MOVE GC-GEN-DATE
                               TO WS-TRAIL-GEN-DATE(WS-TRAIL-COUNT)
                       END-IF
               END-READ.

           SET-TRAIL-NAME.
               IF WS-TRAIL-GEN-DATE(WS-TRAIL-SUB) = 0
                   MOVE "GUESSTXN.DAT" TO WS-TRAIL-NAME
               ELSE
                   MOVE SPACES TO WS-TRAIL-NAME
                   STRING "GUESSTXN.G" DELIMITED BY SIZE
                          WS-TRAIL-GEN-DATE(WS-TRAIL-SUB)
                              DELIMITED BY SIZE
                       INTO WS-TRAIL-NAME
               END-IF.

           *> Reads one trail file through the tally.
           TALLY-TRAIL-FILE.
               PERFORM SET-TRAIL-NAME.
               MOVE "N" TO WS-EOF.
               PERFORM OPEN-GUESS-TRANSACTION-FILE.
               PERFORM TALLY-TRANSACTIONS UNTIL WS-EOF = "Y".
               IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
                   CLOSE GUESS-TRANSACTION-FILE
               END-IF.

           *> Opens the audit trail; a missing GUESSTXN.DAT just means
           *> an empty report, but a cataloged generation that will
           *> not open is counted as missing.
           OPEN-GUESS-TRANSACTION-FILE.
               IF WS-EOF = "N"
                   OPEN INPUT GUESS-TRANSACTION-FILE
                   IF WS-TXN-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF
                       IF WS-TRAIL-GEN-DATE(WS-TRAIL-SUB) NOT = 0
                           ADD 1 TO WS-TRAIL-MISSING
                       END-IF
                   END-IF
               END-IF.

           *> Counts every row for the requested date (or generation
           *> range) into the verdict totals, the hourly volume table,
           *> and the per-player tallies.
           TALLY-TRANSACTIONS.
               READ GUESS-TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF GT-RUN-DATE >= WS-REPORT-DATE
                           AND GT-RUN-DATE <= WS-REPORT-TO-DATE
                           ADD 1 TO WS-ROWS-SELECTED
                           PERFORM TALLY-ONE-ROW
                       END-IF
               END-READ.

           TALLY-ONE-ROW.
               IF GT-PLAY-MODE = "P"
                   ADD 1 TO WS-PRACTICE-ROWS
               END-IF.
               EVALUATE GT-VERDICT
                   WHEN "CORRECT"
                       ADD 1 TO WS-CORRECT-COUNT
               STRING "DAILY OPERATIONS REPORT FOR " DELIMITED BY SIZE
                      WS-REPORT-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE.
               IF WS-REPORT-TO-DATE NOT = WS-REPORT-DATE
                   MOVE " TO " TO REPORT-LINE(37:4)
                   MOVE WS-REPORT-TO-DATE TO REPORT-LINE(41:8)
               END-IF.
               WRITE REPORT-LINE.
               IF WS-GEN-SELECTED = "Y"
                   MOVE WS-TRAIL-COUNT TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "READ FROM GENERATIONS ONLY, FILES: "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   IF WS-TRAIL-COUNT = 0
                       MOVE "NO KEPT GENERATION IN THE RANGE"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF.
               IF WS-TRAIL-MISSING > 0
                   MOVE WS-TRAIL-MISSING TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "CATALOGED GENERATION FILES MISSING: "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

                   END-PERFORM
               END-PERFORM.

           *> Seeds the practice table with every profile on
           *> DIFF-PROFILE-FILE so each prints under its own name. No
           *> profile file just leaves the table to fill as codes are
           *> seen.
           LOAD-PRACTICE-PROFILES.
               MOVE 0 TO WS-PR-COUNT.
               MOVE "N" TO WS-PROFILE-EOF.
               OPEN INPUT DIFF-PROFILE-FILE.
               IF WS-PROFILE-STATUS = "00"
                   PERFORM LOAD-ONE-PRACTICE-PROFILE
                       UNTIL WS-PROFILE-EOF = "Y"
                   CLOSE DIFF-PROFILE-FILE
               ELSE
                   CLOSE DIFF-PROFILE-FILE
               END-IF.

           LOAD-ONE-PRACTICE-PROFILE.
               READ DIFF-PROFILE-FILE
                   AT END
                       MOVE "Y" TO WS-PROFILE-EOF
                   NOT AT END
                       IF WS-PR-COUNT < 20
                           ADD 1 TO WS-PR-COUNT
                           MOVE WS-PR-COUNT TO WS-PR-SUB
                           INITIALIZE WS-PRACTICE-ENTRY(WS-PR-SUB)
                           MOVE DP-PROFILE-CODE
                               TO WS-PR-CODE(WS-PR-SUB)
                           MOVE DP-PROFILE-NAME
                               TO WS-PR-NAME(WS-PR-SUB)
                       END-IF
               END-READ.

           *> Reads the history for the report's days: practice games
           *> into the table by profile, ranked games played here into
           *> the comparison count. A history file that does not
           *> exist yet just means no games; any other open failure
           *> is reported and fails the run.
           TALLY-PRACTICE-GAMES.
               MOVE "N" TO WS-HISTORY-EOF.
               OPEN INPUT GAME-HISTORY-FILE.
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE "Y" TO WS-HISTORY-EOF
                   IF WS-HISTORY-STATUS NOT = "35"
                       MOVE "Y" TO WS-HISTORY-FAILED
                   END-IF
               END-IF.
               PERFORM TALLY-NEXT-HISTORY-GAME
                   UNTIL WS-HISTORY-EOF = "Y".
               IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
                   CLOSE GAME-HISTORY-FILE
               END-IF.

           TALLY-NEXT-HISTORY-GAME.
               READ GAME-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF
                   NOT AT END
                       IF GH-RECORD-TYPE = "G"
                           AND GH-RUN-DATE >= WS-REPORT-DATE
                           AND GH-RUN-DATE <= WS-REPORT-TO-DATE
                           IF GH-PLAY-MODE = "P"
                               PERFORM TALLY-PRACTICE-GAME
                           ELSE
                               IF GH-ORIGIN-SITE = SPACES
                                   ADD 1 TO WS-RANKED-GAMES
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           TALLY-PRACTICE-GAME.
               ADD 1 TO WS-PRACTICE-GAMES.
               MOVE 0 TO WS-PR-FOUND-SUB.
               PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                       UNTIL WS-PR-SUB > WS-PR-COUNT
                          OR WS-PR-FOUND-SUB NOT = 0
                   IF WS-PR-CODE(WS-PR-SUB) = GH-DIFF-PROFILE
                       MOVE WS-PR-SUB TO WS-PR-FOUND-SUB
                   END-IF
               END-PERFORM.
               IF WS-PR-FOUND-SUB = 0
                   IF WS-PR-COUNT < 20
                       ADD 1 TO WS-PR-COUNT
                       MOVE WS-PR-COUNT TO WS-PR-FOUND-SUB
                       INITIALIZE WS-PRACTICE-ENTRY(WS-PR-FOUND-SUB)
                       MOVE GH-DIFF-PROFILE
                           TO WS-PR-CODE(WS-PR-FOUND-SUB)
                       IF GH-DIFF-PROFILE = SPACES
                           MOVE "GAME-PARM RANGE"
                               TO WS-PR-NAME(WS-PR-FOUND-SUB)
                       ELSE
                           MOVE "NOT ON DIFFPROF.DAT"
                               TO WS-PR-NAME(WS-PR-FOUND-SUB)
                       END-IF
                   ELSE
                       ADD 1 TO WS-PR-DROPPED
                   END-IF
               END-IF.
               IF WS-PR-FOUND-SUB NOT = 0
                   ADD 1 TO WS-PR-GAMES(WS-PR-FOUND-SUB)
                   ADD GH-NUMBER-OF-ROUNDS
                       TO WS-PR-ROUNDS(WS-PR-FOUND-SUB)
                   EVALUATE GH-RESULT-CODE
                       WHEN "W"
                           ADD 1 TO WS-PR-WON(WS-PR-FOUND-SUB)
                       WHEN "L"
                           ADD 1 TO WS-PR-LOST(WS-PR-FOUND-SUB)
                       WHEN "A"
                           ADD 1 TO WS-PR-ABANDONED(WS-PR-FOUND-SUB)
                   END-EVALUATE
               END-IF.

           *> One line per profile that saw any practice, in profile
           *> file order, then the practice totals against ranked play
           *> for the same days.
           WRITE-PRACTICE-ACTIVITY.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "PRACTICE ACTIVITY BY PROFILE" TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-HISTORY-FAILED = "Y"
                   MOVE SPACES TO REPORT-LINE
                   STRING "  GAME HISTORY NOT AVAILABLE, STATUS "
                          DELIMITED BY SIZE
                          WS-HISTORY-STATUS DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-PRACTICE-GAMES = 0
                   MOVE "  NO PRACTICE GAMES" TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "  CODE  PROFILE                GAMES"
                          DELIMITED BY SIZE
                          "     WON    LOST   ABAND  AVG-RD"
                          DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM WRITE-PRACTICE-LINE
                       VARYING WS-PR-SUB FROM 1 BY 1
                       UNTIL WS-PR-SUB > WS-PR-COUNT
               END-IF.
               IF WS-PR-DROPPED > 0
                   MOVE WS-PR-DROPPED TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  GAMES PAST 20-PROFILE TABLE LIMIT "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE WS-PRACTICE-GAMES TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PRACTICE GAMES     " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-RANKED-GAMES TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  RANKED GAMES       " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 0 TO WS-PRACTICE-SHARE.
               IF WS-PRACTICE-GAMES + WS-RANKED-GAMES > 0
                   COMPUTE WS-PRACTICE-SHARE ROUNDED
                       = WS-PRACTICE-GAMES * 100
                           / (WS-PRACTICE-GAMES + WS-RANKED-GAMES)
               END-IF.
               MOVE WS-PRACTICE-SHARE TO WS-RATE-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PRACTICE SHARE PCT  " DELIMITED BY SIZE
                      WS-RATE-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-PRACTICE-ROWS TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PRACTICE AUDIT ROWS" DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-PRACTICE-LINE.
               IF WS-PR-GAMES(WS-PR-SUB) > 0
                   COMPUTE WS-PR-AVERAGE ROUNDED
                       = WS-PR-ROUNDS(WS-PR-SUB)
                           / WS-PR-GAMES(WS-PR-SUB)
                   MOVE WS-PR-AVERAGE TO WS-AVERAGE-DISPLAY
                   MOVE WS-PR-GAMES(WS-PR-SUB) TO WS-COUNT-DISPLAY
                   MOVE WS-PR-WON(WS-PR-SUB) TO WS-WON-DISPLAY
                   MOVE WS-PR-LOST(WS-PR-SUB) TO WS-LOST-DISPLAY
                   MOVE WS-PR-ABANDONED(WS-PR-SUB)
                       TO WS-ABANDONED-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-PR-CODE(WS-PR-SUB) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-PR-NAME(WS-PR-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-WON-DISPLAY DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LOST-DISPLAY DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-ABANDONED-DISPLAY DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-AVERAGE-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           *> Appends this run's row to RUN-CONTROL-FILE and raises a
           *> non-zero condition code when the report date never
           *> validated, or a generation asked for - or the game
           *> history - was not there to read, so the overnight
           *> schedule sees an empty report for what it is instead
           *> of a quiet day.
           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               MOVE 0                  TO RC-GAMES-PLAYED.
               MOVE WS-ROWS-SELECTED   TO RC-RECORDS-WRITTEN.
               MOVE "00"               TO RC-WORST-STATUS.
               IF WS-DATE-OK = "N" OR WS-TRAIL-MISSING > 0
                   OR (WS-GEN-SELECTED = "Y" AND WS-TRAIL-COUNT = 0)
                   OR WS-HISTORY-FAILED = "Y"
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
