      *> fresh or rewritten in place, so a rerun just replaces the
      *> same month. The trend report reads this store; nothing
      *> downstream re-reads the raw transactions.
      *>
      *> The guess rows are read from every kept generation of the
      *> month on GEN-CATALOG-FILE as well as from the open
      *> GUESSTXN.DAT, so a month GUESS-TRAIL-ROLL has cut into days
      *> still rolls up whole. GEN yyyymmdd [yyyymmdd] after the
      *> month reads the named generation or range instead and
      *> nothing else. A cataloged generation that cannot be read
      *> fails the run and stores nothing, rather than store a short
      *> month.
      *>
      *> Practice play (GH-PLAY-MODE / GT-PLAY-MODE = 'P') is left
      *> out of every stored figure; the report shows how many
      *> practice games and audit rows were passed over.

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
       FD  GUESS-TRANSACTION-FILE.
       COPY "guesstxn.cpy".

       FD  GEN-CATALOG-FILE.
       COPY "gtcatlg.cpy".

       FD  GAME-HISTORY-FILE.
       COPY "gamehist.cpy".

       FD  GAME-ARCHIVE-FILE.
      *> One unloaded GAME-HISTORY-RECORD per line, byte for byte the
      *> gamehist.cpy layout, as HISTORY-ARCHIVE writes it.
       01 GAME-ARCHIVE-RECORD PIC X(92).

       FD  MONTHLY-SUMMARY-FILE.
       COPY "monthsum.cpy".
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-RUN-FAILED PIC X(1) VALUE "N".

       01 WS-RUN-OPTIONS PIC X(40) VALUE SPACES.
       01 WS-OPTION-2 PIC X(8) VALUE SPACES.
       01 WS-MONTH-INPUT PIC X(6) VALUE SPACES.
       01 WS-REPORT-MONTH PIC 9(6) VALUE 0.
       01 WS-MONTH-OK PIC X(1) VALUE "N".
       01 WS-MONTH-X PIC X(6) VALUE SPACES.

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

       01 WS-ROWS-SELECTED PIC 9(7) VALUE 0.
       01 WS-GUESSES PIC 9(7) VALUE 0.
       01 WS-INVALID-ENTRIES PIC 9(7) VALUE 0.
       01 WS-INVALID-RATE PIC 9(3)V9(2) VALUE 0.
       01 WS-GAMES-PLAYED PIC 9(7) VALUE 0.
       01 WS-GAMES-WON PIC 9(7) VALUE 0.
       01 WS-PRACTICE-ROWS PIC 9(7) VALUE 0.
       01 WS-PRACTICE-GAMES PIC 9(7) VALUE 0.

      *> Distinct players seen in the month. Two hundred in one
      *> month is far beyond anything the terminals produce; anyone
           PERFORM GET-REPORT-MONTH.
           IF WS-MONTH-OK = "Y"
               PERFORM TALLY-GUESS-TRANSACTIONS
           END-IF.
           IF WS-MONTH-OK = "Y" AND WS-RUN-FAILED = "N"
               PERFORM TALLY-LIVE-GAMES
               PERFORM TALLY-ARCHIVED-GAMES
               PERFORM STORE-MONTHLY-SUMMARY

           *> Takes the month to roll up (YYYYMM) from the command
           *> line, the same JCL-PARM-style channel the other batch
           *> jobs use, optionally followed by GEN and one or two
           *> generation dates. A missing or non-numeric month, or a
           *> bad GEN option, rolls up nothing and says so.
           GET-REPORT-MONTH.
               ACCEPT WS-RUN-OPTIONS FROM COMMAND-LINE.
               UNSTRING WS-RUN-OPTIONS DELIMITED BY ALL " "
                   INTO WS-MONTH-INPUT
                        WS-OPTION-2
                        WS-GEN-FROM-INPUT
                        WS-GEN-TO-INPUT.
               IF WS-OPTION-2 = "GEN"
                   PERFORM GET-GENERATION-RANGE
               ELSE
                   IF WS-OPTION-2 NOT = SPACES
                       MOVE "N" TO WS-GEN-OK
                   END-IF
               END-IF.
               IF WS-MONTH-INPUT IS NUMERIC AND WS-GEN-OK = "Y"
                   MOVE WS-MONTH-INPUT TO WS-REPORT-MONTH
                   MOVE WS-MONTH-INPUT TO WS-MONTH-X
                   MOVE "Y" TO WS-MONTH-OK
                   IF WS-GEN-SELECTED = "N"
                       COMPUTE WS-GEN-FROM = WS-REPORT-MONTH * 100 + 1
                       COMPUTE WS-GEN-TO = WS-REPORT-MONTH * 100 + 31
                   END-IF
               ELSE
                   DISPLAY "Summary month or generation not valid: "
                       WS-RUN-OPTIONS
                   MOVE SPACES TO REPORT-LINE
                   STRING "SUMMARY MONTH OR GENERATION NOT VALID, "
                       "NOTHING ROLLED UP: " WS-RUN-OPTIONS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.

           *> Checks the GEN option: one generation date, or a from
           *> and to date, both YYYYMMDD.
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

           *> Counts the month's audit rows into the guess, invalid
           *> and distinct-player totals, across every trail file
           *> listed; a missing GUESSTXN.DAT just means a quiet
           *> month, but GEN naming no kept generation fails the run.
           TALLY-GUESS-TRANSACTIONS.
               PERFORM LOAD-TRAIL-LIST.
               IF WS-GEN-SELECTED = "Y" AND WS-TRAIL-COUNT = 0
                   MOVE "NO KEPT GENERATION IN THE RANGE"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.
               PERFORM TALLY-TRAIL-FILE
                   VARYING WS-TRAIL-SUB FROM 1 BY 1
                   UNTIL WS-TRAIL-SUB > WS-TRAIL-COUNT.
               IF WS-ROWS-SELECTED > 0
                   COMPUTE WS-INVALID-RATE ROUNDED
                       = WS-INVALID-ENTRIES * 100 / WS-ROWS-SELECTED
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

           *> Reads one trail file through the tally. A cataloged
           *> generation that will not open fails the run.
           TALLY-TRAIL-FILE.
               PERFORM SET-TRAIL-NAME.
               MOVE "N" TO WS-EOF.
               OPEN INPUT GUESS-TRANSACTION-FILE.
               IF WS-TXN-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
                   IF WS-TRAIL-GEN-DATE(WS-TRAIL-SUB) NOT = 0
                       ADD 1 TO WS-TRAIL-MISSING
                       MOVE "Y" TO WS-RUN-FAILED
                       MOVE SPACES TO REPORT-LINE
                       STRING "GENERATION FILE MISSING: "
                              DELIMITED BY SIZE
                              WS-TRAIL-NAME DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF.
               PERFORM TALLY-NEXT-TRANSACTION UNTIL WS-EOF = "Y".
               IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
                   CLOSE GUESS-TRANSACTION-FILE
               END-IF.

           TALLY-NEXT-TRANSACTION.
               READ GUESS-TRANSACTION-FILE
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GT-RUN-DATE(1:6) = WS-MONTH-X
                           AND GT-PLAY-MODE = "P"
                           ADD 1 TO WS-PRACTICE-ROWS
                       END-IF
                       IF GT-RUN-DATE(1:6) = WS-MONTH-X
                           AND GT-PLAY-MODE NOT = "P"
                           ADD 1 TO WS-ROWS-SELECTED
                           IF GT-VERDICT = "INVALID"
                               ADD 1 TO WS-INVALID-ENTRIES
           TALLY-GAME-ROW.
               IF GH-RECORD-TYPE = "G"
                   AND GH-RUN-DATE(1:6) = WS-MONTH-X
                   AND GH-PLAY-MODE = "P"
                   ADD 1 TO WS-PRACTICE-GAMES
               END-IF.
               IF GH-RECORD-TYPE = "G"
                   AND GH-RUN-DATE(1:6) = WS-MONTH-X
                   AND GH-PLAY-MODE NOT = "P"
                   ADD 1 TO WS-GAMES-PLAYED
                   IF GH-RESULT-CODE = "W"
                       ADD 1 TO WS-GAMES-WON
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-PRACTICE-GAMES TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PRACTICE GAMES LEFT OUT  " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-PRACTICE-ROWS TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PRACTICE ROWS LEFT OUT   " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-PLAYERS-DROPPED > 0
                   MOVE WS-PLAYERS-DROPPED TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
