       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRACKET-ADVANCE.
       AUTHOR. Thomas Mauran.

      *> Nightly advance of a knockout tournament seeded by
      *> BRACKET-SEED. The tournament is the id given on the command
      *> line, or the first one still active on TOURNEY-CONTROL-FILE.
      *> Every decisive GH-RECORD-TYPE = 'M' row between two of the
      *> tournament's entrants, dated on or after the start date, is
      *> read from GAME-HISTORY-FILE and the GAMEARCH.DAT unload;
      *> then the bracket is settled round by round:
      *>   - a pending pairing is decided by the first match between
      *>     its two players played after both of them got through
      *>     the round before, and GH-WINNER-ID moves on to the next
      *>     round's slot;
      *>   - a pairing still unplayed once its round deadline has
      *>     passed is flagged as such - it stays open, and a late
      *>     match still settles it, but the director sees it;
      *>   - draws settle nothing.
      *> The report prints the whole bracket as it stands and the
      *> champion once the final is decided, at which point the
      *> tournament is marked complete on the control file. Reruns
      *> are harmless: a decided pairing is never decided again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURNEY-CONTROL-FILE ASSIGN TO "TOURNEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOURNEY-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "BRACKET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BRACKET-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMEARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT BRACKET-REPORT-FILE ASSIGN TO "BRKTRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOURNEY-CONTROL-FILE.
       COPY "tourney.cpy".

       FD  BRACKET-FILE.
       COPY "bracket.cpy".

       FD  GAME-HISTORY-FILE.
       COPY "gamehist.cpy".

       FD  GAME-ARCHIVE-FILE.
      *> One unloaded GAME-HISTORY-RECORD per line, byte for byte the
      *> gamehist.cpy layout, as HISTORY-ARCHIVE writes it.
       01 GAME-ARCHIVE-RECORD PIC X(92).

       FD  BRACKET-REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TOURNEY-STATUS PIC X(2) VALUE SPACES.
       01 WS-BRACKET-STATUS PIC X(2) VALUE SPACES.
       01 WS-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-RUN-FAILED PIC X(1) VALUE "N".
       01 WS-BRACKET-OPEN PIC X(1) VALUE "N".
       01 WS-BRACKET-OK PIC X(1) VALUE "N".

       01 WS-TOURNEY-INPUT PIC X(6) VALUE SPACES.
       01 WS-TOURNEY-FOUND PIC X(1) VALUE "N".
       01 WS-TOURNEY-SUB PIC 9(2) VALUE 0.
       01 WS-TOURNEY-ID PIC X(6) VALUE SPACES.
       01 WS-TOURNEY-NAME PIC X(20) VALUE SPACES.
       01 WS-TOURNEY-START PIC 9(8) VALUE 0.
       01 WS-ROUNDS PIC 9(1) VALUE 0.

      *> The tournament control file held whole while the program
      *> runs, so crowning a champion rewrites every other
      *> tournament untouched.
       01 WS-TOURNEY-TABLE.
           05 WS-TRN-ENTRY OCCURS 20 TIMES.
               10 WS-TRN-ID             PIC X(6).
               10 WS-TRN-NAME           PIC X(20).
               10 WS-TRN-SEED-METHOD    PIC X(1).
               10 WS-TRN-START          PIC 9(8).
               10 WS-TRN-ROUNDS         PIC 9(1).
               10 WS-TRN-DEADLINE       PIC 9(8) OCCURS 5 TIMES.
               10 WS-TRN-STATUS         PIC X(1).
               10 WS-TRN-CHAMPION       PIC X(8).
       01 WS-TOURNEY-COUNT PIC 9(2) VALUE 0.
       01 WS-TOURNEY-TRUNCATED PIC X(1) VALUE "N".

      *> The tournament's bracket in BK-KEY order: round r starts
      *> just past WS-ROUND-OFFSET(r) and holds WS-ROUND-SLOTS(r)
      *> pairings.
       01 WS-BRACKET-TABLE.
           05 WS-BRK-ENTRY OCCURS 31 TIMES.
               10 WS-BRK-ROUND          PIC 9(1).
               10 WS-BRK-SLOT           PIC 9(2).
               10 WS-BRK-PLAYER-1       PIC X(8).
               10 WS-BRK-SEED-1         PIC 9(2).
               10 WS-BRK-PLAYER-2       PIC X(8).
               10 WS-BRK-SEED-2         PIC 9(2).
               10 WS-BRK-DEADLINE       PIC 9(8).
               10 WS-BRK-STATUS         PIC X(1).
               10 WS-BRK-WINNER         PIC X(8).
               10 WS-BRK-MATCH-STAMP.
                   15 WS-BRK-MATCH-DATE PIC 9(8).
                   15 WS-BRK-MATCH-TIME PIC 9(8).
               10 WS-BRK-CHANGED        PIC X(1).
       01 WS-BRK-COUNT PIC 9(2) VALUE 0.
       01 WS-BRK-OVERFLOW PIC X(1) VALUE "N".
       01 WS-OFFSET-TABLE.
           05 WS-ROUND-OFFSET           PIC 9(2) OCCURS 5 TIMES.
           05 WS-ROUND-SLOTS            PIC 9(2) OCCURS 5 TIMES.
       01 WS-EXPECTED-COUNT PIC 9(2) VALUE 0.

      *> Everyone who started in round one; only matches between two
      *> of them can matter.
       01 WS-ENTRANT-TABLE.
           05 WS-ENT-PLAYER-ID          PIC X(8) OCCURS 32 TIMES.
       01 WS-ENT-COUNT PIC 9(2) VALUE 0.
       01 WS-IS-ENTRANT PIC X(1) VALUE "N".
       01 WS-CHECK-PLAYER PIC X(8) VALUE SPACES.

      *> The decisive matches between entrants. Five hundred is
      *> far more head-to-head play than one tournament draws.
       01 WS-MATCH-TABLE.
           05 WS-MAT-ENTRY OCCURS 500 TIMES.
               10 WS-MAT-PLAYER-A       PIC X(8).
               10 WS-MAT-PLAYER-B       PIC X(8).
               10 WS-MAT-WINNER         PIC X(8).
               10 WS-MAT-STAMP.
                   15 WS-MAT-DATE       PIC 9(8).
                   15 WS-MAT-TIME       PIC 9(8).
       01 WS-MAT-COUNT PIC 9(3) VALUE 0.
       01 WS-MAT-DROPPED PIC 9(5) VALUE 0.
       01 WS-ROWS-CONSIDERED PIC 9(7) VALUE 0.

       01 WS-ROUND PIC 9(1) VALUE 0.
       01 WS-SLOT PIC 9(2) VALUE 0.
       01 WS-SUB PIC 9(3) VALUE 0.
       01 WS-FEED-SUB PIC 9(3) VALUE 0.
       01 WS-NEXT-SUB PIC 9(2) VALUE 0.
       01 WS-FOUND-SUB PIC 9(3) VALUE 0.
       01 WS-AFTER-STAMP.
           05 WS-AFTER-DATE             PIC 9(8).
           05 WS-AFTER-TIME             PIC 9(8).
       01 WS-WINNER-SEED PIC 9(2) VALUE 0.
       01 WS-CHAMPION-ID PIC X(8) VALUE SPACES.

       01 WS-DECIDED-NOW PIC 9(5) VALUE 0.
       01 WS-PENDING PIC 9(5) VALUE 0.
       01 WS-OVERDUE PIC 9(5) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.

       01 WS-SLOT-DISPLAY PIC 99.
       01 WS-SEED-DISPLAY PIC Z9.
       01 WS-SEED2-DISPLAY PIC Z9.
       01 WS-NAME-1 PIC X(8) VALUE SPACES.
       01 WS-NAME-2 PIC X(8) VALUE SPACES.
       01 WS-COUNT-DISPLAY PIC ZZZZ9.

       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-START-TIME PIC 9(8) VALUE 0.
       01 WS-END-DATE PIC 9(8) VALUE 0.
       01 WS-END-TIME PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT BRACKET-REPORT-FILE.
           PERFORM LOAD-TOURNEY-CONTROL.
           PERFORM PICK-TOURNEY.
           IF WS-TOURNEY-FOUND = "Y"
               PERFORM OPEN-BRACKET-FILE
           END-IF.
           IF WS-BRACKET-OPEN = "Y"
               PERFORM LOAD-BRACKET
           END-IF.
           IF WS-BRACKET-OK = "Y"
               PERFORM COLLECT-LIVE-MATCHES
               PERFORM COLLECT-ARCHIVED-MATCHES
               PERFORM SETTLE-ROUND
                   VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > WS-ROUNDS
               PERFORM SAVE-BRACKET
               PERFORM WRITE-BRACKET-REPORT
               IF WS-CHAMPION-ID NOT = SPACES
                   AND WS-TRN-STATUS(WS-TOURNEY-SUB) NOT = "C"
                   PERFORM CROWN-CHAMPION
               END-IF
           END-IF.
           IF WS-BRACKET-OPEN = "Y"
               CLOSE BRACKET-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE BRACKET-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

           LOAD-TOURNEY-CONTROL.
               MOVE "N" TO WS-EOF.
               OPEN INPUT TOURNEY-CONTROL-FILE.
               IF WS-TOURNEY-STATUS = "00"
                   PERFORM LOAD-ONE-TOURNEY UNTIL WS-EOF = "Y"
                   CLOSE TOURNEY-CONTROL-FILE
               ELSE
                   CLOSE TOURNEY-CONTROL-FILE
               END-IF.

           LOAD-ONE-TOURNEY.
               READ TOURNEY-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-TOURNEY-COUNT < 20
                           ADD 1 TO WS-TOURNEY-COUNT
                           MOVE TOURNEY-CONTROL-RECORD
                               TO WS-TRN-ENTRY(WS-TOURNEY-COUNT)
                       ELSE
                           MOVE "Y" TO WS-TOURNEY-TRUNCATED
                           DISPLAY "Tournament table full, "
                               TN-TOURNEY-ID " not loaded."
                       END-IF
               END-READ.

           *> Picks the tournament to advance: the id given on the
           *> command line - the same JCL-PARM-style channel the other
           *> batch jobs use, and the way a finished bracket can be
           *> reprinted - or the first tournament still active.
           PICK-TOURNEY.
               ACCEPT WS-TOURNEY-INPUT FROM COMMAND-LINE.
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-TOURNEY-COUNT
                       OR WS-TOURNEY-FOUND = "Y"
                   IF (WS-TOURNEY-INPUT NOT = SPACES
                       AND WS-TRN-ID(WS-SUB) = WS-TOURNEY-INPUT)
                       OR (WS-TOURNEY-INPUT = SPACES
                       AND WS-TRN-STATUS(WS-SUB) = "A")
                       MOVE "Y" TO WS-TOURNEY-FOUND
                       MOVE WS-SUB TO WS-TOURNEY-SUB
                       MOVE WS-TRN-ID(WS-SUB) TO WS-TOURNEY-ID
                       MOVE WS-TRN-NAME(WS-SUB) TO WS-TOURNEY-NAME
                       MOVE WS-TRN-START(WS-SUB) TO WS-TOURNEY-START
                       MOVE WS-TRN-ROUNDS(WS-SUB) TO WS-ROUNDS
                   END-IF
               END-PERFORM.
               IF WS-TOURNEY-FOUND = "N"
                   DISPLAY "No tournament to advance - check "
                       "TOURNEY.DAT."
                   MOVE "NO TOURNAMENT TO ADVANCE, NOTHING REPORTED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.

           OPEN-BRACKET-FILE.
               OPEN I-O BRACKET-FILE.
               IF WS-BRACKET-STATUS = "00"
                   MOVE "Y" TO WS-BRACKET-OPEN
               ELSE
                   DISPLAY "BRACKET-FILE not available, status "
                       WS-BRACKET-STATUS
                   MOVE SPACES TO REPORT-LINE
                   STRING "BRACKET FILE NOT AVAILABLE, STATUS "
                          WS-BRACKET-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.

           *> Reads the tournament's pairings in key order and checks
           *> there is exactly one full bracket for the round count -
           *> anything else was not written by BRACKET-SEED and is not
           *> advanced.
           LOAD-BRACKET.
               MOVE 0 TO WS-BRK-COUNT.
               MOVE "N" TO WS-EOF.
               MOVE WS-TOURNEY-ID TO BK-TOURNEY-ID.
               MOVE 0 TO BK-ROUND-NO.
               MOVE 0 TO BK-SLOT-NO.
               START BRACKET-FILE
                   KEY >= BK-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START.
               PERFORM LOAD-NEXT-PAIRING UNTIL WS-EOF = "Y".
               MOVE 0 TO WS-EXPECTED-COUNT.
               IF WS-ROUNDS >= 1 AND WS-ROUNDS <= 5
                   COMPUTE WS-ROUND-SLOTS(1) = 2 ** (WS-ROUNDS - 1)
                   MOVE 0 TO WS-ROUND-OFFSET(1)
                   PERFORM VARYING WS-ROUND FROM 2 BY 1
                           UNTIL WS-ROUND > WS-ROUNDS
                       COMPUTE WS-ROUND-SLOTS(WS-ROUND)
                           = WS-ROUND-SLOTS(WS-ROUND - 1) / 2
                       COMPUTE WS-ROUND-OFFSET(WS-ROUND)
                           = WS-ROUND-OFFSET(WS-ROUND - 1)
                           + WS-ROUND-SLOTS(WS-ROUND - 1)
                   END-PERFORM
                   COMPUTE WS-EXPECTED-COUNT = 2 ** WS-ROUNDS - 1
               END-IF.
               IF WS-BRK-COUNT = 0
                   OR WS-BRK-COUNT NOT = WS-EXPECTED-COUNT
                   OR WS-BRK-OVERFLOW = "Y"
                   DISPLAY "Bracket for " WS-TOURNEY-ID
                       " missing or incomplete."
                   MOVE SPACES TO REPORT-LINE
                   STRING "BRACKET MISSING OR INCOMPLETE FOR "
                          WS-TOURNEY-ID
                          ", RUN BRACKET-SEED FIRST"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-RUN-FAILED
               ELSE
                   MOVE "Y" TO WS-BRACKET-OK
                   PERFORM LIST-ENTRANTS
               END-IF.

           LOAD-NEXT-PAIRING.
               READ BRACKET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BK-TOURNEY-ID NOT = WS-TOURNEY-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM STORE-PAIRING
                       END-IF
               END-READ.

           STORE-PAIRING.
               IF WS-BRK-COUNT < 31
                   ADD 1 TO WS-BRK-COUNT
                   MOVE BK-ROUND-NO   TO WS-BRK-ROUND(WS-BRK-COUNT)
                   MOVE BK-SLOT-NO    TO WS-BRK-SLOT(WS-BRK-COUNT)
                   MOVE BK-PLAYER-1   TO WS-BRK-PLAYER-1(WS-BRK-COUNT)
                   MOVE BK-SEED-1     TO WS-BRK-SEED-1(WS-BRK-COUNT)
                   MOVE BK-PLAYER-2   TO WS-BRK-PLAYER-2(WS-BRK-COUNT)
                   MOVE BK-SEED-2     TO WS-BRK-SEED-2(WS-BRK-COUNT)
                   MOVE BK-DEADLINE   TO WS-BRK-DEADLINE(WS-BRK-COUNT)
                   MOVE BK-STATUS     TO WS-BRK-STATUS(WS-BRK-COUNT)
                   MOVE BK-WINNER-ID  TO WS-BRK-WINNER(WS-BRK-COUNT)
                   MOVE BK-MATCH-DATE
                       TO WS-BRK-MATCH-DATE(WS-BRK-COUNT)
                   MOVE BK-MATCH-TIME
                       TO WS-BRK-MATCH-TIME(WS-BRK-COUNT)
                   MOVE "N"           TO WS-BRK-CHANGED(WS-BRK-COUNT)
               ELSE
                   MOVE "Y" TO WS-BRK-OVERFLOW
                   MOVE "Y" TO WS-EOF
               END-IF.

           LIST-ENTRANTS.
               MOVE 0 TO WS-ENT-COUNT.
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ROUND-SLOTS(1)
                   IF WS-BRK-PLAYER-1(WS-SUB) NOT = SPACES
                       ADD 1 TO WS-ENT-COUNT
                       MOVE WS-BRK-PLAYER-1(WS-SUB)
                           TO WS-ENT-PLAYER-ID(WS-ENT-COUNT)
                   END-IF
                   IF WS-BRK-PLAYER-2(WS-SUB) NOT = SPACES
                       ADD 1 TO WS-ENT-COUNT
                       MOVE WS-BRK-PLAYER-2(WS-SUB)
                           TO WS-ENT-PLAYER-ID(WS-ENT-COUNT)
                   END-IF
               END-PERFORM.

           *> A missing history file just means the archive alone
           *> feeds the bracket.
           COLLECT-LIVE-MATCHES.
               MOVE "N" TO WS-EOF.
               OPEN INPUT GAME-HISTORY-FILE.
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF.
               PERFORM COLLECT-NEXT-LIVE-MATCH UNTIL WS-EOF = "Y".
               IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
                   CLOSE GAME-HISTORY-FILE
               END-IF.

           COLLECT-NEXT-LIVE-MATCH.
               READ GAME-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COLLECT-MATCH-ROW
               END-READ.

           *> A tournament that spans an archive run still sees its
           *> purged matches, read back from the unload.
           COLLECT-ARCHIVED-MATCHES.
               MOVE "N" TO WS-EOF.
               OPEN INPUT GAME-ARCHIVE-FILE.
               IF WS-ARCHIVE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF.
               PERFORM COLLECT-NEXT-ARCHIVED-MATCH UNTIL WS-EOF = "Y".
               IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "10"
                   CLOSE GAME-ARCHIVE-FILE
               END-IF.

           COLLECT-NEXT-ARCHIVED-MATCH.
               READ GAME-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE GAME-ARCHIVE-RECORD
                           TO GAME-HISTORY-RECORD
                       PERFORM COLLECT-MATCH-ROW
               END-READ.

           *> Keeps a decisive match dated inside the tournament when
           *> both contestants are entrants.
           COLLECT-MATCH-ROW.
               IF GH-RECORD-TYPE = "M"
                   AND GH-WINNER-ID NOT = SPACES
                   AND GH-RUN-DATE >= WS-TOURNEY-START
                   MOVE GH-PLAYER-ID TO WS-CHECK-PLAYER
                   PERFORM CHECK-ENTRANT
                   IF WS-IS-ENTRANT = "Y"
                       MOVE GH-OPPONENT-ID TO WS-CHECK-PLAYER
                       PERFORM CHECK-ENTRANT
                   END-IF
                   IF WS-IS-ENTRANT = "Y"
                       ADD 1 TO WS-ROWS-CONSIDERED
                       IF WS-MAT-COUNT < 500
                           ADD 1 TO WS-MAT-COUNT
                           MOVE GH-PLAYER-ID
                               TO WS-MAT-PLAYER-A(WS-MAT-COUNT)
                           MOVE GH-OPPONENT-ID
                               TO WS-MAT-PLAYER-B(WS-MAT-COUNT)
                           MOVE GH-WINNER-ID
                               TO WS-MAT-WINNER(WS-MAT-COUNT)
                           MOVE GH-RUN-DATE
                               TO WS-MAT-DATE(WS-MAT-COUNT)
                           MOVE GH-RUN-TIME
                               TO WS-MAT-TIME(WS-MAT-COUNT)
                       ELSE
                           ADD 1 TO WS-MAT-DROPPED
                       END-IF
                   END-IF
               END-IF.

           CHECK-ENTRANT.
               MOVE "N" TO WS-IS-ENTRANT.
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ENT-COUNT
                   IF WS-ENT-PLAYER-ID(WS-SUB) = WS-CHECK-PLAYER
                       MOVE "Y" TO WS-IS-ENTRANT
                   END-IF
               END-PERFORM.

           SETTLE-ROUND.
               PERFORM SETTLE-ONE-PAIRING
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-ROUND-SLOTS(WS-ROUND).

           *> Only a pairing with both players known can be settled;
           *> what is left open past its deadline gets flagged.
           SETTLE-ONE-PAIRING.
               COMPUTE WS-SUB = WS-ROUND-OFFSET(WS-ROUND) + WS-SLOT.
               IF WS-BRK-STATUS(WS-SUB) = "P"
                   OR WS-BRK-STATUS(WS-SUB) = "O"
                   PERFORM SET-AFTER-STAMP
                   PERFORM FIND-DECIDING-MATCH
                   IF WS-FOUND-SUB NOT = 0
                       PERFORM RECORD-PAIRING-RESULT
                   ELSE
                       IF WS-BRK-STATUS(WS-SUB) = "P"
                           AND WS-TODAY > WS-BRK-DEADLINE(WS-SUB)
                           MOVE "O" TO WS-BRK-STATUS(WS-SUB)
                           MOVE "Y" TO WS-BRK-CHANGED(WS-SUB)
                       END-IF
                   END-IF
               END-IF.

           *> The match must come after both players' previous-round
           *> wins, so the meeting that got one of them through can
           *> never settle the next round too. Round one takes any
           *> match from the start date on.
           SET-AFTER-STAMP.
               MOVE 0 TO WS-AFTER-DATE.
               MOVE 0 TO WS-AFTER-TIME.
               IF WS-ROUND > 1
                   COMPUTE WS-FEED-SUB = WS-ROUND-OFFSET(WS-ROUND - 1)
                       + WS-SLOT * 2 - 1
                   IF WS-BRK-MATCH-STAMP(WS-FEED-SUB) > WS-AFTER-STAMP
                       MOVE WS-BRK-MATCH-STAMP(WS-FEED-SUB)
                           TO WS-AFTER-STAMP
                   END-IF
                   ADD 1 TO WS-FEED-SUB
                   IF WS-BRK-MATCH-STAMP(WS-FEED-SUB) > WS-AFTER-STAMP
                       MOVE WS-BRK-MATCH-STAMP(WS-FEED-SUB)
                           TO WS-AFTER-STAMP
                   END-IF
               END-IF.

           *> The earliest qualifying match between the pair, in
           *> either order of player 1 and opponent on the 'M' row.
           FIND-DECIDING-MATCH.
               MOVE 0 TO WS-FOUND-SUB.
               PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                       UNTIL WS-FEED-SUB > WS-MAT-COUNT
                   IF ((WS-MAT-PLAYER-A(WS-FEED-SUB)
                           = WS-BRK-PLAYER-1(WS-SUB)
                       AND WS-MAT-PLAYER-B(WS-FEED-SUB)
                           = WS-BRK-PLAYER-2(WS-SUB))
                       OR (WS-MAT-PLAYER-A(WS-FEED-SUB)
                           = WS-BRK-PLAYER-2(WS-SUB)
                       AND WS-MAT-PLAYER-B(WS-FEED-SUB)
                           = WS-BRK-PLAYER-1(WS-SUB)))
                       AND WS-MAT-STAMP(WS-FEED-SUB) > WS-AFTER-STAMP
                       IF WS-FOUND-SUB = 0
                           MOVE WS-FEED-SUB TO WS-FOUND-SUB
                       ELSE
                           IF WS-MAT-STAMP(WS-FEED-SUB)
                                   < WS-MAT-STAMP(WS-FOUND-SUB)
                               MOVE WS-FEED-SUB TO WS-FOUND-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           RECORD-PAIRING-RESULT.
               MOVE "D" TO WS-BRK-STATUS(WS-SUB).
               MOVE WS-MAT-WINNER(WS-FOUND-SUB)
                   TO WS-BRK-WINNER(WS-SUB).
               MOVE WS-MAT-STAMP(WS-FOUND-SUB)
                   TO WS-BRK-MATCH-STAMP(WS-SUB).
               MOVE "Y" TO WS-BRK-CHANGED(WS-SUB).
               ADD 1 TO WS-DECIDED-NOW.
               IF WS-ROUND < WS-ROUNDS
                   PERFORM SEND-WINNER-THROUGH
               END-IF.

           *> Slot n feeds slot (n + 1) / 2 of the next round, odd
           *> slots as player 1 and even slots as player 2, carrying
           *> the winner's seed along for the report.
           SEND-WINNER-THROUGH.
               IF WS-BRK-WINNER(WS-SUB) = WS-BRK-PLAYER-1(WS-SUB)
                   MOVE WS-BRK-SEED-1(WS-SUB) TO WS-WINNER-SEED
               ELSE
                   MOVE WS-BRK-SEED-2(WS-SUB) TO WS-WINNER-SEED
               END-IF.
               COMPUTE WS-NEXT-SUB = WS-ROUND-OFFSET(WS-ROUND + 1)
                   + (WS-SLOT + 1) / 2.
               IF FUNCTION MOD(WS-SLOT, 2) = 1
                   MOVE WS-BRK-WINNER(WS-SUB)
                       TO WS-BRK-PLAYER-1(WS-NEXT-SUB)
                   MOVE WS-WINNER-SEED TO WS-BRK-SEED-1(WS-NEXT-SUB)
               ELSE
                   MOVE WS-BRK-WINNER(WS-SUB)
                       TO WS-BRK-PLAYER-2(WS-NEXT-SUB)
                   MOVE WS-WINNER-SEED TO WS-BRK-SEED-2(WS-NEXT-SUB)
               END-IF.
               IF WS-BRK-PLAYER-1(WS-NEXT-SUB) NOT = SPACES
                   AND WS-BRK-PLAYER-2(WS-NEXT-SUB) NOT = SPACES
                   AND WS-BRK-STATUS(WS-NEXT-SUB) = "W"
                   MOVE "P" TO WS-BRK-STATUS(WS-NEXT-SUB)
               END-IF.
               MOVE "Y" TO WS-BRK-CHANGED(WS-NEXT-SUB).

           *> Writes back every pairing this run touched.
           SAVE-BRACKET.
               PERFORM SAVE-ONE-PAIRING
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BRK-COUNT.

           SAVE-ONE-PAIRING.
               IF WS-BRK-CHANGED(WS-SUB) = "Y"
                   MOVE WS-TOURNEY-ID            TO BK-TOURNEY-ID
                   MOVE WS-BRK-ROUND(WS-SUB)     TO BK-ROUND-NO
                   MOVE WS-BRK-SLOT(WS-SUB)      TO BK-SLOT-NO
                   MOVE WS-BRK-PLAYER-1(WS-SUB)  TO BK-PLAYER-1
                   MOVE WS-BRK-SEED-1(WS-SUB)    TO BK-SEED-1
                   MOVE WS-BRK-PLAYER-2(WS-SUB)  TO BK-PLAYER-2
                   MOVE WS-BRK-SEED-2(WS-SUB)    TO BK-SEED-2
                   MOVE WS-BRK-DEADLINE(WS-SUB)  TO BK-DEADLINE
                   MOVE WS-BRK-STATUS(WS-SUB)    TO BK-STATUS
                   MOVE WS-BRK-WINNER(WS-SUB)    TO BK-WINNER-ID
                   MOVE WS-BRK-MATCH-DATE(WS-SUB) TO BK-MATCH-DATE
                   MOVE WS-BRK-MATCH-TIME(WS-SUB) TO BK-MATCH-TIME
                   REWRITE BRACKET-RECORD
                       INVALID KEY
                           DISPLAY "BRACKET-FILE rewrite failed: "
                               BK-KEY
                           MOVE "Y" TO WS-RUN-FAILED
                   END-REWRITE
               END-IF.

           WRITE-BRACKET-REPORT.
               MOVE SPACES TO REPORT-LINE.
               STRING "TOURNAMENT BRACKET  " DELIMITED BY SIZE
                      WS-TOURNEY-ID DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-TOURNEY-NAME DELIMITED BY SIZE
                      "  AS OF " DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM WRITE-ROUND-BLOCK
                   VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > WS-ROUNDS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-BRK-STATUS(WS-BRK-COUNT) = "D"
                   MOVE WS-BRK-WINNER(WS-BRK-COUNT) TO WS-CHAMPION-ID
                   MOVE SPACES TO REPORT-LINE
                   STRING "CHAMPION  " DELIMITED BY SIZE
                          WS-CHAMPION-ID DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   MOVE "CHAMPION NOT YET DECIDED" TO REPORT-LINE
               END-IF.
               WRITE REPORT-LINE.

           WRITE-ROUND-BLOCK.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               COMPUTE WS-SUB = WS-ROUND-OFFSET(WS-ROUND) + 1.
               MOVE SPACES TO REPORT-LINE.
               IF WS-ROUND = WS-ROUNDS
                   STRING "FINAL  DUE " DELIMITED BY SIZE
                          WS-BRK-DEADLINE(WS-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING "ROUND " DELIMITED BY SIZE
                          WS-ROUND DELIMITED BY SIZE
                          "  DUE " DELIMITED BY SIZE
                          WS-BRK-DEADLINE(WS-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF.
               WRITE REPORT-LINE.
               PERFORM WRITE-PAIRING-LINE
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-ROUND-SLOTS(WS-ROUND).

           WRITE-PAIRING-LINE.
               COMPUTE WS-SUB = WS-ROUND-OFFSET(WS-ROUND) + WS-SLOT.
               MOVE WS-SLOT TO WS-SLOT-DISPLAY.
               MOVE WS-BRK-SEED-1(WS-SUB) TO WS-SEED-DISPLAY.
               MOVE WS-BRK-SEED-2(WS-SUB) TO WS-SEED2-DISPLAY.
               MOVE WS-BRK-PLAYER-1(WS-SUB) TO WS-NAME-1.
               MOVE WS-BRK-PLAYER-2(WS-SUB) TO WS-NAME-2.
               IF WS-NAME-1 = SPACES
                   MOVE "TBD" TO WS-NAME-1
               END-IF.
               IF WS-NAME-2 = SPACES
                   MOVE "TBD" TO WS-NAME-2
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               STRING "  SLOT " DELIMITED BY SIZE
                      WS-SLOT-DISPLAY DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      WS-SEED-DISPLAY DELIMITED BY SIZE
                      ") " DELIMITED BY SIZE
                      WS-NAME-1 DELIMITED BY SIZE
                   INTO REPORT-LINE.
               IF WS-BRK-STATUS(WS-SUB) NOT = "B"
                   MOVE "V  (" TO REPORT-LINE(26:4)
                   MOVE WS-SEED2-DISPLAY TO REPORT-LINE(30:2)
                   MOVE ") " TO REPORT-LINE(32:2)
                   MOVE WS-NAME-2 TO REPORT-LINE(34:8)
               END-IF.
               EVALUATE WS-BRK-STATUS(WS-SUB)
                   WHEN "B"
                       MOVE "BYE" TO REPORT-LINE(26:3)
                   WHEN "D"
                       MOVE SPACES TO REPORT-LINE(44:40)
                       STRING "WON BY " DELIMITED BY SIZE
                              WS-BRK-WINNER(WS-SUB) DELIMITED BY SIZE
                              " ON " DELIMITED BY SIZE
                              WS-BRK-MATCH-DATE(WS-SUB)
                              DELIMITED BY SIZE
                           INTO REPORT-LINE(44:40)
                   WHEN "P"
                       ADD 1 TO WS-PENDING
                       MOVE "PENDING" TO REPORT-LINE(44:7)
                   WHEN "O"
                       ADD 1 TO WS-PENDING
                       ADD 1 TO WS-OVERDUE
                       MOVE "UNPLAYED PAST DEADLINE"
                           TO REPORT-LINE(44:22)
                   WHEN OTHER
                       MOVE "AWAITING EARLIER ROUND"
                           TO REPORT-LINE(44:22)
               END-EVALUATE.
               WRITE REPORT-LINE.

           *> Rewrites the control file with the tournament marked
           *> complete and its champion named, every other tournament
           *> carried through untouched. A load that overflowed the
           *> table never rewrites, the way the season close refuses.
           CROWN-CHAMPION.
               IF WS-TOURNEY-TRUNCATED = "Y"
                   DISPLAY "Tournament close rewrite refused - not "
                       "every tournament was loaded."
                   MOVE "Y" TO WS-RUN-FAILED
               ELSE
                   MOVE "C" TO WS-TRN-STATUS(WS-TOURNEY-SUB)
                   MOVE WS-CHAMPION-ID
                       TO WS-TRN-CHAMPION(WS-TOURNEY-SUB)
                   OPEN OUTPUT TOURNEY-CONTROL-FILE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-TOURNEY-COUNT
                       MOVE WS-TRN-ENTRY(WS-SUB)
                           TO TOURNEY-CONTROL-RECORD
                       WRITE TOURNEY-CONTROL-RECORD
                   END-PERFORM
                   CLOSE TOURNEY-CONTROL-FILE
                   IF WS-TOURNEY-STATUS NOT = "00"
                       DISPLAY "Tournament close rewrite failed, "
                           "status " WS-TOURNEY-STATUS
                       MOVE "Y" TO WS-RUN-FAILED
                   END-IF
               END-IF.

           WRITE-CONTROL-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "CONTROL TOTALS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ROWS-CONSIDERED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  ENTRANT MATCHES READ     " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-DECIDED-NOW TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PAIRINGS DECIDED NOW     " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-PENDING TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PAIRINGS PENDING         " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-OVERDUE TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "    PAST DEADLINE          " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-MAT-DROPPED > 0
                   MOVE WS-MAT-DROPPED TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  MATCHES PAST TABLE LIMIT "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           *> Appends this run's row to RUN-CONTROL-FILE and raises a
           *> non-zero condition code when there was no bracket to
           *> advance or the bracket could not be written back. An
           *> overdue pairing is news for the director, not a failure.
           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               OPEN EXTEND RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF.
               MOVE "BRACKET-ADVANCE"  TO RC-PROGRAM-NAME.
               MOVE WS-TODAY           TO RC-START-DATE.
               MOVE WS-START-TIME      TO RC-START-TIME.
               MOVE WS-END-DATE        TO RC-END-DATE.
               MOVE WS-END-TIME        TO RC-END-TIME.
               MOVE "BATCH"            TO RC-RUN-MODE.
               MOVE 0                  TO RC-GAMES-PLAYED.
               MOVE WS-DECIDED-NOW     TO RC-RECORDS-WRITTEN.
               MOVE "00"               TO RC-WORST-STATUS.
               IF WS-RUN-FAILED = "Y"
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RC-RETURN-CODE
               END-IF.
               WRITE RUN-CONTROL-RECORD.
               CLOSE RUN-CONTROL-FILE.
       END PROGRAM BRACKET-ADVANCE.
