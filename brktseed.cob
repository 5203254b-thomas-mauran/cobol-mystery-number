       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRACKET-SEED.
       AUTHOR. Thomas Mauran.

      *> Seeds a knockout tournament onto BRACKET-FILE. The
      *> tournament - given by id on the command line - comes from
      *> TOURNEY-CONTROL-FILE, which says how many rounds it runs and
      *> how the field is seeded:
      *>   - W seeds by lifetime win percentage from
      *>     PLAYER-STATS-FILE (games won breaking ties), best first,
      *>     active players with at least one game only;
      *>   - M seeds from SEEDLIST.DAT, one tourney-id|player-id line
      *>     per entrant in seed order, for invitationals and for the
      *>     director who knows better than the numbers.
      *> The field is cut at 2 ** rounds and laid out in the usual
      *> bracket order - 1 v 8, 4 v 5, 2 v 7, 3 v 6 for eight - so
      *> the top two seeds can only meet in the final. A short field
      *> fills the gap with first-round byes; a field too short to
      *> keep the byes in the first round is refused. Every pairing
      *> of every round is written at once, later rounds waiting for
      *> BRACKET-ADVANCE to fill them in. A tournament that already
      *> has a bracket is never reseeded.

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

           SELECT PLAYER-STATS-FILE ASSIGN TO "PLAYSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-PLAYER-ID
               FILE STATUS IS WS-STATS-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.

           SELECT SEED-LIST-FILE ASSIGN TO "SEEDLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEEDLIST-STATUS.

           SELECT SEED-SORT-FILE ASSIGN TO "BSSORT.TMP".

           SELECT SEED-REPORT-FILE ASSIGN TO "SEEDRPT.TXT"
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

       FD  PLAYER-STATS-FILE.
       COPY "playstat.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "playerm.cpy".

       FD  SEED-LIST-FILE.
       01 SEED-LIST-RECORD PIC X(40).

      *> One candidate per eligible player, ranked before the
      *> entrant table is filled.
       SD  SEED-SORT-FILE.
       01 SEED-SORT-RECORD.
           05 SS-WIN-PERCENT            PIC 9(3)V9(2).
           05 SS-GAMES-WON              PIC 9(5).
           05 SS-PLAYER-ID              PIC X(8).

       FD  SEED-REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TOURNEY-STATUS PIC X(2) VALUE SPACES.
       01 WS-BRACKET-STATUS PIC X(2) VALUE SPACES.
       01 WS-STATS-STATUS PIC X(2) VALUE SPACES.
       01 WS-PLAYER-STATUS PIC X(2) VALUE SPACES.
       01 WS-SEEDLIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-RUN-FAILED PIC X(1) VALUE "N".
       01 WS-MASTER-OPEN PIC X(1) VALUE "N".
       01 WS-BRACKET-OPEN PIC X(1) VALUE "N".

       01 WS-TOURNEY-INPUT PIC X(6) VALUE SPACES.
       01 WS-TOURNEY-FOUND PIC X(1) VALUE "N".
       01 WS-TOURNEY-ID PIC X(6) VALUE SPACES.
       01 WS-TOURNEY-NAME PIC X(20) VALUE SPACES.
       01 WS-SEED-METHOD PIC X(1) VALUE SPACE.
       01 WS-ROUNDS PIC 9(1) VALUE 0.
       01 WS-DEADLINE-TABLE.
           05 WS-DEADLINE               PIC 9(8) OCCURS 5 TIMES.
       01 WS-SEEDING-OK PIC X(1) VALUE "N".

      *> The entrants in seed order once ranked. Only the top
      *> thirty-two can ever be seeded, so a stats field of more
      *> than a hundred is ranked in full and only its weakest
      *> players fall past the table.
       01 WS-ENTRANT-TABLE.
           05 WS-ENT-ENTRY OCCURS 100 TIMES.
               10 WS-ENT-PLAYER-ID      PIC X(8).
               10 WS-ENT-WIN-PERCENT    PIC 9(3)V9(2).
               10 WS-ENT-GAMES-WON      PIC 9(5).
       01 WS-ENT-COUNT PIC 9(3) VALUE 0.
       01 WS-ENT-DROPPED PIC 9(5) VALUE 0.
       01 WS-SORT-EOF PIC X(1) VALUE "N".

       01 WS-FEED-TOURNEY-ID PIC X(6) VALUE SPACES.
       01 WS-FEED-PLAYER-ID PIC X(8) VALUE SPACES.
       01 WS-PLAYER-ELIGIBLE PIC X(1) VALUE "N".

       01 WS-FIELD-SIZE PIC 9(2) VALUE 0.
       01 WS-SEEDED PIC 9(2) VALUE 0.
       01 WS-ORDER-SIZE PIC 9(2) VALUE 0.
       01 WS-NEW-SIZE PIC 9(2) VALUE 0.
       01 WS-ORDER-TABLE.
           05 WS-ORDER                  PIC 9(2) OCCURS 32 TIMES.
       01 WS-NEW-ORDER-TABLE.
           05 WS-NEW-ORDER              PIC 9(2) OCCURS 32 TIMES.

      *> The whole bracket, every round, in BK-KEY order: round r
      *> starts just past WS-ROUND-OFFSET(r).
       01 WS-BRACKET-TABLE.
           05 WS-BRK-ENTRY OCCURS 31 TIMES.
               10 WS-BRK-ROUND          PIC 9(1).
               10 WS-BRK-SLOT           PIC 9(2).
               10 WS-BRK-PLAYER-1       PIC X(8).
               10 WS-BRK-SEED-1         PIC 9(2).
               10 WS-BRK-PLAYER-2       PIC X(8).
               10 WS-BRK-SEED-2         PIC 9(2).
               10 WS-BRK-STATUS         PIC X(1).
               10 WS-BRK-WINNER         PIC X(8).
       01 WS-BRK-COUNT PIC 9(2) VALUE 0.
       01 WS-OFFSET-TABLE.
           05 WS-ROUND-OFFSET           PIC 9(2) OCCURS 5 TIMES.
       01 WS-ROUND PIC 9(1) VALUE 0.
       01 WS-SLOTS-IN-ROUND PIC 9(2) VALUE 0.
       01 WS-NEXT-SUB PIC 9(2) VALUE 0.

       01 WS-SUB PIC 9(3) VALUE 0.
       01 WS-SEED-A PIC 9(2) VALUE 0.
       01 WS-SEED-B PIC 9(2) VALUE 0.

       01 WS-PAIRINGS-WRITTEN PIC 9(5) VALUE 0.
       01 WS-BYES PIC 9(5) VALUE 0.
       01 WS-SEED-REJECTS PIC 9(5) VALUE 0.
       01 WS-SEED-DISPLAY PIC Z9.
       01 WS-SEED2-DISPLAY PIC Z9.
       01 WS-PCT-DISPLAY PIC ZZ9.99.
       01 WS-COUNT-DISPLAY PIC ZZZZ9.

       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-START-TIME PIC 9(8) VALUE 0.
       01 WS-END-DATE PIC 9(8) VALUE 0.
       01 WS-END-TIME PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT SEED-REPORT-FILE.
           PERFORM PICK-TOURNEY.
           IF WS-TOURNEY-FOUND = "Y"
               PERFORM WRITE-REPORT-HEADER
               PERFORM OPEN-BRACKET-FILE
           END-IF.
           IF WS-BRACKET-OPEN = "Y"
               PERFORM CHECK-NOT-ALREADY-SEEDED
           END-IF.
           IF WS-SEEDING-OK = "Y"
               PERFORM OPEN-PLAYER-MASTER-FILE
               IF WS-SEED-METHOD = "M"
                   PERFORM LOAD-MANUAL-SEEDS
               ELSE
                   SORT SEED-SORT-FILE
                       ON DESCENDING KEY SS-WIN-PERCENT SS-GAMES-WON
                       ON ASCENDING KEY SS-PLAYER-ID
                       INPUT PROCEDURE IS LOAD-STATS-SEEDS
                       OUTPUT PROCEDURE IS RANK-ENTRANTS
               END-IF
               IF WS-MASTER-OPEN = "Y"
                   CLOSE PLAYER-MASTER-FILE
               END-IF
               PERFORM CHECK-FIELD-SIZE
           END-IF.
           IF WS-SEEDING-OK = "Y"
               PERFORM BUILD-SEED-ORDER
               PERFORM BUILD-BRACKET-TABLE
               PERFORM WRITE-BRACKET-RECORDS
               PERFORM WRITE-SEEDING-LINES
           END-IF.
           IF WS-BRACKET-OPEN = "Y"
               CLOSE BRACKET-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE SEED-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

           *> Takes the tournament id from the command line, the same
           *> JCL-PARM-style channel the other batch jobs use, and
           *> finds it on the control file.
           PICK-TOURNEY.
               ACCEPT WS-TOURNEY-INPUT FROM COMMAND-LINE.
               MOVE "N" TO WS-EOF.
               OPEN INPUT TOURNEY-CONTROL-FILE.
               IF WS-TOURNEY-STATUS = "00"
                   PERFORM FIND-ONE-TOURNEY
                       UNTIL WS-EOF = "Y" OR WS-TOURNEY-FOUND = "Y"
                   CLOSE TOURNEY-CONTROL-FILE
               ELSE
                   CLOSE TOURNEY-CONTROL-FILE
               END-IF.
               IF WS-TOURNEY-FOUND = "N"
                   DISPLAY "Tournament not on TOURNEY.DAT: "
                       WS-TOURNEY-INPUT
                   MOVE SPACES TO REPORT-LINE
                   STRING "TOURNAMENT NOT FOUND, NOTHING SEEDED: "
                          WS-TOURNEY-INPUT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.

           FIND-ONE-TOURNEY.
               READ TOURNEY-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TN-TOURNEY-ID = WS-TOURNEY-INPUT
                           AND WS-TOURNEY-INPUT NOT = SPACES
                           MOVE "Y" TO WS-TOURNEY-FOUND
                           MOVE TN-TOURNEY-ID   TO WS-TOURNEY-ID
                           MOVE TN-TOURNEY-NAME TO WS-TOURNEY-NAME
                           MOVE TN-SEED-METHOD  TO WS-SEED-METHOD
                           MOVE TN-ROUNDS       TO WS-ROUNDS
                           PERFORM VARYING WS-SUB FROM 1 BY 1
                                   UNTIL WS-SUB > 5
                               MOVE TN-ROUND-DEADLINE(WS-SUB)
                                   TO WS-DEADLINE(WS-SUB)
                           END-PERFORM
                       END-IF
               END-READ.

           *> Opens the bracket for update, creating it on first run.
           OPEN-BRACKET-FILE.
               OPEN I-O BRACKET-FILE.
               IF WS-BRACKET-STATUS = "35"
                   OPEN OUTPUT BRACKET-FILE
                   CLOSE BRACKET-FILE
                   OPEN I-O BRACKET-FILE
               END-IF.
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

           *> Reseeding would throw away results already played, so
           *> any bracket record for the tournament stops the run.
           CHECK-NOT-ALREADY-SEEDED.
               MOVE "Y" TO WS-SEEDING-OK.
               MOVE WS-TOURNEY-ID TO BK-TOURNEY-ID.
               MOVE 0 TO BK-ROUND-NO.
               MOVE 0 TO BK-SLOT-NO.
               START BRACKET-FILE
                   KEY >= BK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ BRACKET-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF BK-TOURNEY-ID = WS-TOURNEY-ID
                                   MOVE "N" TO WS-SEEDING-OK
                               END-IF
                       END-READ
               END-START.
               IF WS-SEEDING-OK = "N"
                   DISPLAY "Tournament " WS-TOURNEY-ID
                       " is already seeded."
                   MOVE "TOURNAMENT ALREADY SEEDED, NOTHING CHANGED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.

           *> The master decides who may enter: an unknown or
           *> deactivated id is never seeded.
           OPEN-PLAYER-MASTER-FILE.
               OPEN INPUT PLAYER-MASTER-FILE.
               IF WS-PLAYER-STATUS = "00"
                   MOVE "Y" TO WS-MASTER-OPEN
               END-IF.

           CHECK-PLAYER-ELIGIBLE.
               MOVE "N" TO WS-PLAYER-ELIGIBLE.
               IF WS-MASTER-OPEN = "Y"
                   MOVE WS-FEED-PLAYER-ID TO PM-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                       INVALID KEY
                           MOVE "N" TO WS-PLAYER-ELIGIBLE
                       NOT INVALID KEY
                           IF PM-ACTIVE-FLAG NOT = "N"
                               MOVE "Y" TO WS-PLAYER-ELIGIBLE
                           END-IF
                   END-READ
               END-IF.

           *> Every active player with at least one game on the
           *> lifetime rollup is a candidate, released to the sort;
           *> RANK-ENTRANTS takes them back in seed order.
           LOAD-STATS-SEEDS.
               MOVE "N" TO WS-EOF.
               OPEN INPUT PLAYER-STATS-FILE.
               IF WS-STATS-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF.
               PERFORM LOAD-NEXT-STATS-SEED UNTIL WS-EOF = "Y".
               IF WS-STATS-STATUS = "00" OR WS-STATS-STATUS = "10"
                   CLOSE PLAYER-STATS-FILE
               END-IF.

           LOAD-NEXT-STATS-SEED.
               READ PLAYER-STATS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PS-GAMES-PLAYED > 0
                           MOVE PS-PLAYER-ID TO WS-FEED-PLAYER-ID
                           PERFORM CHECK-PLAYER-ELIGIBLE
                           IF WS-PLAYER-ELIGIBLE = "Y"
                               MOVE PS-WIN-PERCENT TO SS-WIN-PERCENT
                               MOVE PS-GAMES-WON TO SS-GAMES-WON
                               MOVE PS-PLAYER-ID TO SS-PLAYER-ID
                               RELEASE SEED-SORT-RECORD
                           END-IF
                       END-IF
               END-READ.

           *> Takes the candidates back best first - descending on
           *> win percentage with games won as tie-breaker, the way
           *> the season standings are ranked, then player id - so
           *> a field past the table loses only its weakest.
           RANK-ENTRANTS.
               MOVE "N" TO WS-SORT-EOF.
               PERFORM UNTIL WS-SORT-EOF = "Y"
                   RETURN SEED-SORT-FILE
                       AT END
                           MOVE "Y" TO WS-SORT-EOF
                       NOT AT END
                           PERFORM ADD-STATS-ENTRANT
                   END-RETURN
               END-PERFORM.

           ADD-STATS-ENTRANT.
               IF WS-ENT-COUNT < 100
                   ADD 1 TO WS-ENT-COUNT
                   MOVE SS-PLAYER-ID
                       TO WS-ENT-PLAYER-ID(WS-ENT-COUNT)
                   MOVE SS-WIN-PERCENT
                       TO WS-ENT-WIN-PERCENT(WS-ENT-COUNT)
                   MOVE SS-GAMES-WON
                       TO WS-ENT-GAMES-WON(WS-ENT-COUNT)
               ELSE
                   ADD 1 TO WS-ENT-DROPPED
               END-IF.

           *> The manual list is already in seed order; lines for
           *> other tournaments are skipped, and an ineligible or
           *> repeated id is listed as a reject rather than seeded.
           LOAD-MANUAL-SEEDS.
               MOVE "N" TO WS-EOF.
               OPEN INPUT SEED-LIST-FILE.
               IF WS-SEEDLIST-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
                   MOVE "SEED LIST NOT AVAILABLE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               PERFORM LOAD-NEXT-MANUAL-SEED UNTIL WS-EOF = "Y".
               IF WS-SEEDLIST-STATUS = "00" OR WS-SEEDLIST-STATUS = "10"
                   CLOSE SEED-LIST-FILE
               END-IF.

           LOAD-NEXT-MANUAL-SEED.
               READ SEED-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FEED-TOURNEY-ID
                       MOVE SPACES TO WS-FEED-PLAYER-ID
                       UNSTRING SEED-LIST-RECORD DELIMITED BY "|"
                           INTO WS-FEED-TOURNEY-ID
                                WS-FEED-PLAYER-ID
                       IF WS-FEED-TOURNEY-ID = WS-TOURNEY-ID
                           PERFORM ADD-MANUAL-ENTRANT
                       END-IF
               END-READ.

           ADD-MANUAL-ENTRANT.
               PERFORM CHECK-PLAYER-ELIGIBLE.
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ENT-COUNT
                   IF WS-ENT-PLAYER-ID(WS-SUB) = WS-FEED-PLAYER-ID
                       MOVE "N" TO WS-PLAYER-ELIGIBLE
                   END-IF
               END-PERFORM.
               IF WS-PLAYER-ELIGIBLE = "N"
                   ADD 1 TO WS-SEED-REJECTS
                   MOVE SPACES TO REPORT-LINE
                   STRING "SEED LIST ENTRY REJECTED " DELIMITED BY SIZE
                          WS-FEED-PLAYER-ID DELIMITED BY SIZE
                          " - UNKNOWN, INACTIVE OR REPEATED"
                          DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   IF WS-ENT-COUNT < 100
                       ADD 1 TO WS-ENT-COUNT
                       MOVE WS-FEED-PLAYER-ID
                           TO WS-ENT-PLAYER-ID(WS-ENT-COUNT)
                       MOVE 0 TO WS-ENT-WIN-PERCENT(WS-ENT-COUNT)
                       MOVE 0 TO WS-ENT-GAMES-WON(WS-ENT-COUNT)
                   ELSE
                       ADD 1 TO WS-ENT-DROPPED
                   END-IF
               END-IF.

           *> The field is 2 ** rounds; the seeds beyond it sit out.
           *> Fewer than half the field plus one would need byes past
           *> the first round, so that is refused.
           CHECK-FIELD-SIZE.
               IF WS-ROUNDS < 1 OR WS-ROUNDS > 5
                   MOVE "ROUNDS MUST BE 1-5, NOTHING SEEDED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "N" TO WS-SEEDING-OK
                   MOVE "Y" TO WS-RUN-FAILED
               ELSE
                   COMPUTE WS-FIELD-SIZE = 2 ** WS-ROUNDS
                   IF WS-ENT-COUNT > WS-FIELD-SIZE
                       MOVE WS-FIELD-SIZE TO WS-SEEDED
                   ELSE
                       MOVE WS-ENT-COUNT TO WS-SEEDED
                   END-IF
                   IF WS-SEEDED * 2 <= WS-FIELD-SIZE
                       MOVE WS-FIELD-SIZE TO WS-SEED-DISPLAY
                       MOVE SPACES TO REPORT-LINE
                       STRING "TOO FEW ENTRANTS FOR A FIELD OF "
                              WS-SEED-DISPLAY
                              ", NOTHING SEEDED"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "N" TO WS-SEEDING-OK
                       MOVE "Y" TO WS-RUN-FAILED
                   END-IF
               END-IF.

           *> Builds the bracket order of seeds by doubling: each seed
           *> s in a bracket of m/2 is paired with m + 1 - s, so
           *> 1 2 becomes 1 4 2 3, then 1 8 4 5 2 7 3 6.
           BUILD-SEED-ORDER.
               MOVE 1 TO WS-ORDER(1).
               MOVE 1 TO WS-ORDER-SIZE.
               PERFORM UNTIL WS-ORDER-SIZE >= WS-FIELD-SIZE
                   COMPUTE WS-NEW-SIZE = WS-ORDER-SIZE * 2
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-ORDER-SIZE
                       MOVE WS-ORDER(WS-SUB)
                           TO WS-NEW-ORDER(WS-SUB * 2 - 1)
                       COMPUTE WS-NEW-ORDER(WS-SUB * 2)
                           = WS-NEW-SIZE + 1 - WS-ORDER(WS-SUB)
                   END-PERFORM
                   MOVE WS-NEW-ORDER-TABLE TO WS-ORDER-TABLE
                   MOVE WS-NEW-SIZE TO WS-ORDER-SIZE
               END-PERFORM.

           *> Lays out every round. First-round pairings come from the
           *> seed order; a seed past the field is a bye, sent straight
           *> through to the second round. Later rounds start empty.
           BUILD-BRACKET-TABLE.
               MOVE 0 TO WS-BRK-COUNT.
               MOVE WS-FIELD-SIZE TO WS-SLOTS-IN-ROUND.
               PERFORM VARYING WS-ROUND FROM 1 BY 1
                       UNTIL WS-ROUND > WS-ROUNDS
                   MOVE WS-BRK-COUNT TO WS-ROUND-OFFSET(WS-ROUND)
                   COMPUTE WS-SLOTS-IN-ROUND = WS-SLOTS-IN-ROUND / 2
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-SLOTS-IN-ROUND
                       ADD 1 TO WS-BRK-COUNT
                       MOVE WS-ROUND TO WS-BRK-ROUND(WS-BRK-COUNT)
                       MOVE WS-SUB TO WS-BRK-SLOT(WS-BRK-COUNT)
                       MOVE SPACES TO WS-BRK-PLAYER-1(WS-BRK-COUNT)
                       MOVE 0 TO WS-BRK-SEED-1(WS-BRK-COUNT)
                       MOVE SPACES TO WS-BRK-PLAYER-2(WS-BRK-COUNT)
                       MOVE 0 TO WS-BRK-SEED-2(WS-BRK-COUNT)
                       MOVE "W" TO WS-BRK-STATUS(WS-BRK-COUNT)
                       MOVE SPACES TO WS-BRK-WINNER(WS-BRK-COUNT)
                   END-PERFORM
               END-PERFORM.
               PERFORM SEED-FIRST-ROUND-SLOT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FIELD-SIZE / 2.

           SEED-FIRST-ROUND-SLOT.
               MOVE WS-ORDER(WS-SUB * 2 - 1) TO WS-SEED-A.
               MOVE WS-ORDER(WS-SUB * 2) TO WS-SEED-B.
               MOVE WS-ENT-PLAYER-ID(WS-SEED-A)
                   TO WS-BRK-PLAYER-1(WS-SUB).
               MOVE WS-SEED-A TO WS-BRK-SEED-1(WS-SUB).
               IF WS-SEED-B > WS-SEEDED
                   ADD 1 TO WS-BYES
                   MOVE "B" TO WS-BRK-STATUS(WS-SUB)
                   MOVE WS-BRK-PLAYER-1(WS-SUB)
                       TO WS-BRK-WINNER(WS-SUB)
                   IF WS-ROUNDS > 1
                       PERFORM SEND-BYE-THROUGH
                   END-IF
               ELSE
                   MOVE WS-ENT-PLAYER-ID(WS-SEED-B)
                       TO WS-BRK-PLAYER-2(WS-SUB)
                   MOVE WS-SEED-B TO WS-BRK-SEED-2(WS-SUB)
                   MOVE "P" TO WS-BRK-STATUS(WS-SUB)
               END-IF.

           *> Slot n of round one feeds slot (n + 1) / 2 of round two,
           *> odd slots as player 1 and even slots as player 2; a
           *> second-round slot fed by two byes is ready to play.
           SEND-BYE-THROUGH.
               COMPUTE WS-NEXT-SUB
                   = WS-ROUND-OFFSET(2) + (WS-SUB + 1) / 2.
               IF FUNCTION MOD(WS-SUB, 2) = 1
                   MOVE WS-BRK-PLAYER-1(WS-SUB)
                       TO WS-BRK-PLAYER-1(WS-NEXT-SUB)
                   MOVE WS-SEED-A TO WS-BRK-SEED-1(WS-NEXT-SUB)
               ELSE
                   MOVE WS-BRK-PLAYER-1(WS-SUB)
                       TO WS-BRK-PLAYER-2(WS-NEXT-SUB)
                   MOVE WS-SEED-A TO WS-BRK-SEED-2(WS-NEXT-SUB)
               END-IF.
               IF WS-BRK-PLAYER-1(WS-NEXT-SUB) NOT = SPACES
                   AND WS-BRK-PLAYER-2(WS-NEXT-SUB) NOT = SPACES
                   MOVE "P" TO WS-BRK-STATUS(WS-NEXT-SUB)
               END-IF.

           WRITE-BRACKET-RECORDS.
               PERFORM WRITE-ONE-BRACKET-RECORD
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BRK-COUNT.

           WRITE-ONE-BRACKET-RECORD.
               MOVE WS-TOURNEY-ID             TO BK-TOURNEY-ID.
               MOVE WS-BRK-ROUND(WS-SUB)      TO BK-ROUND-NO.
               MOVE WS-BRK-SLOT(WS-SUB)       TO BK-SLOT-NO.
               MOVE WS-BRK-PLAYER-1(WS-SUB)   TO BK-PLAYER-1.
               MOVE WS-BRK-SEED-1(WS-SUB)     TO BK-SEED-1.
               MOVE WS-BRK-PLAYER-2(WS-SUB)   TO BK-PLAYER-2.
               MOVE WS-BRK-SEED-2(WS-SUB)     TO BK-SEED-2.
               MOVE WS-DEADLINE(WS-BRK-ROUND(WS-SUB))
                   TO BK-DEADLINE.
               MOVE WS-BRK-STATUS(WS-SUB)     TO BK-STATUS.
               MOVE WS-BRK-WINNER(WS-SUB)     TO BK-WINNER-ID.
               MOVE 0                         TO BK-MATCH-DATE.
               MOVE 0                         TO BK-MATCH-TIME.
               WRITE BRACKET-RECORD
                   INVALID KEY
                       DISPLAY "BRACKET-FILE duplicate key, "
                           "pairing not written: " BK-KEY
                       MOVE "Y" TO WS-RUN-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-PAIRINGS-WRITTEN
               END-WRITE.

           WRITE-REPORT-HEADER.
               MOVE SPACES TO REPORT-LINE.
               STRING "TOURNAMENT SEEDING  " DELIMITED BY SIZE
                      WS-TOURNEY-ID DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-TOURNEY-NAME DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-SEED-METHOD = "M"
                   MOVE "SEEDED FROM THE MANUAL SEED LIST"
                       TO REPORT-LINE
               ELSE
                   MOVE "SEEDED BY LIFETIME WIN PERCENTAGE"
                       TO REPORT-LINE
               END-IF.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-SEEDING-LINES.
               MOVE "SEED  PLAYER-ID  WIN-PCT" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM WRITE-ONE-SEED-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SEEDED.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "ROUND 1 PAIRINGS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM WRITE-ONE-PAIRING-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FIELD-SIZE / 2.

           WRITE-ONE-SEED-LINE.
               MOVE WS-SUB TO WS-SEED-DISPLAY.
               MOVE WS-ENT-WIN-PERCENT(WS-SUB) TO WS-PCT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " DELIMITED BY SIZE
                      WS-SEED-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-ENT-PLAYER-ID(WS-SUB) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-PCT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-ONE-PAIRING-LINE.
               MOVE WS-BRK-SLOT(WS-SUB) TO WS-COUNT-DISPLAY.
               MOVE WS-BRK-SEED-1(WS-SUB) TO WS-SEED-DISPLAY.
               MOVE WS-BRK-SEED-2(WS-SUB) TO WS-SEED2-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               IF WS-BRK-STATUS(WS-SUB) = "B"
                   STRING "  SLOT " DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                          "  (" DELIMITED BY SIZE
                          WS-SEED-DISPLAY DELIMITED BY SIZE
                          ") " DELIMITED BY SIZE
                          WS-BRK-PLAYER-1(WS-SUB) DELIMITED BY SIZE
                          "  BYE" DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING "  SLOT " DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                          "  (" DELIMITED BY SIZE
                          WS-SEED-DISPLAY DELIMITED BY SIZE
                          ") " DELIMITED BY SIZE
                          WS-BRK-PLAYER-1(WS-SUB) DELIMITED BY SIZE
                          "  V  (" DELIMITED BY SIZE
                          WS-SEED2-DISPLAY DELIMITED BY SIZE
                          ") " DELIMITED BY SIZE
                          WS-BRK-PLAYER-2(WS-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF.
               WRITE REPORT-LINE.

           WRITE-CONTROL-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "CONTROL TOTALS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ENT-COUNT TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  ELIGIBLE ENTRANTS        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-SEEDED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PLAYERS SEEDED           " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-BYES TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  FIRST-ROUND BYES         " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-PAIRINGS-WRITTEN TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PAIRINGS WRITTEN         " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-SEED-REJECTS TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  SEED LIST REJECTS        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-ENT-DROPPED > 0
                   MOVE WS-ENT-DROPPED TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ENTRANTS PAST TABLE LIMIT"
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               OPEN EXTEND RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF.
               MOVE "BRACKET-SEED"     TO RC-PROGRAM-NAME.
               MOVE WS-START-DATE      TO RC-START-DATE.
               MOVE WS-START-TIME      TO RC-START-TIME.
               MOVE WS-END-DATE        TO RC-END-DATE.
               MOVE WS-END-TIME        TO RC-END-TIME.
               MOVE "BATCH"            TO RC-RUN-MODE.
               MOVE 0                  TO RC-GAMES-PLAYED.
               MOVE WS-PAIRINGS-WRITTEN TO RC-RECORDS-WRITTEN.
               MOVE "00"               TO RC-WORST-STATUS.
               IF WS-RUN-FAILED = "Y"
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RC-RETURN-CODE
               END-IF.
               WRITE RUN-CONTROL-RECORD.
               CLOSE RUN-CONTROL-FILE.
       END PROGRAM BRACKET-SEED.
