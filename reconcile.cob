      *> GH-NUMBER-OF-ROUNDS under the keyed player and
      *> GH-OPPONENT-ROUNDS under the opponent - since match guesses
      *> land on the audit trail under each guesser's own id.
      *>
      *> The audit side is read from every kept generation named on
      *> GEN-CATALOG-FILE, oldest first, and then the open
      *> GUESSTXN.DAT, so a trail GUESS-TRAIL-ROLL has cut into days
      *> reconciles as one. GEN yyyymmdd [yyyymmdd] reconciles just
      *> the named generation or range instead, against only the
      *> games dated inside that range. On a full run, games dated
      *> before the oldest kept generation had their audit rows
      *> expired by the roll's retention; they are counted as trail
      *> expired rather than reported as games with no audit rows.
      *>
      *> A game RESULTS-IMPORT loaded from another site's extract
      *> (GH-ORIGIN-SITE set) was keyed at that site and has no
      *> audit rows here; it is counted and left out of the match.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GUESS-TRANSACTION-FILE ASSIGN TO WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT GEN-CATALOG-FILE ASSIGN TO "GTCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT HIST-SORT-FILE ASSIGN TO "RHSORT.TMP".

           SELECT GAME-WORK-FILE ASSIGN TO "RECNGAME.TMP"
           SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       FD  GUESS-TRANSACTION-FILE.
       COPY "guesstxn.cpy".

       FD  GEN-CATALOG-FILE.
       COPY "gtcatlg.cpy".

       SD  HIST-SORT-FILE.
       01 HIST-SORT-RECORD.
           05 HS-PLAYER-ID              PIC X(8).
       FD  RECON-REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD  EXCEPTION-FILE.
       COPY "excpt.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       01 WS-VALID-THIS-GAME PIC 9(5) VALUE 0.
       01 WS-ORPHAN-THIS-GROUP PIC 9(5) VALUE 0.

       01 WS-RUN-OPTIONS PIC X(40) VALUE SPACES.
       01 WS-OPTION-1 PIC X(8) VALUE SPACES.
       01 WS-OPTION-2 PIC X(8) VALUE SPACES.
       01 WS-OPTION-3 PIC X(8) VALUE SPACES.
       01 WS-OPTION-4 PIC X(8) VALUE SPACES.
       01 WS-CUTOFF-INPUT PIC X(8) VALUE SPACES.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.

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
       01 WS-TRAIL-KEPT-FROM PIC 9(8) VALUE 0.
       01 WS-GAMES-EXPIRED PIC 9(7) VALUE 0.
       01 WS-TRAIL-TABLE.
           05 WS-TRAIL-GEN-DATE OCCURS 400 TIMES PIC 9(8).
       01 WS-TRAIL-COUNT PIC 9(3) VALUE 0.
       01 WS-TRAIL-SUB PIC 9(3) VALUE 0.
       01 WS-TRAIL-MISSING PIC 9(3) VALUE 0.
       01 WS-GAMES-OUTSIDE PIC 9(7) VALUE 0.

       01 WS-GAMES-READ PIC 9(7) VALUE 0.
       01 WS-MATCHES-READ PIC 9(7) VALUE 0.
       01 WS-GAMES-SKIPPED PIC 9(7) VALUE 0.
       01 WS-GAMES-IMPORTED PIC 9(7) VALUE 0.
       01 WS-TXN-READ PIC 9(7) VALUE 0.
       01 WS-TXN-SKIPPED PIC 9(7) VALUE 0.
       01 WS-GAMES-CLEAN PIC 9(7) VALUE 0.
       01 WS-EXPECTED-DISPLAY PIC ZZ9.
       01 WS-FOUND-DISPLAY PIC ZZZZ9.

      *> Posting to the shared exception queue: the caller sets
      *> the code, severity, entity and description and performs
      *> POST-EXCEPTION.
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
       01 WS-EXCEPTION-OPEN PIC X(1) VALUE "N".
       01 WS-EXCEPTION-SCAN-EOF PIC X(1) VALUE "N".
       01 WS-EXCEPTION-HELD PIC X(1) VALUE "N".
       01 WS-EXC-SOURCE PIC X(18) VALUE "AUDIT-RECONCILE".
       01 WS-EXC-CODE PIC X(4) VALUE SPACES.
       01 WS-EXC-SEVERITY PIC 9(1) VALUE 0.
       01 WS-EXC-ENTITY PIC X(30) VALUE SPACES.
       01 WS-EXC-DESCRIPTION PIC X(80) VALUE SPACES.
       01 WS-EXCEPTIONS-RAISED PIC 9(5) VALUE 0.
       01 WS-EXCEPTIONS-REPEATED PIC 9(5) VALUE 0.

       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-START-TIME PIC 9(8) VALUE 0.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-EXCEPTION-FILE.
           PERFORM GET-CUTOFF-DATE.
           IF WS-GEN-OK = "Y"
               PERFORM LOAD-TRAIL-LIST
               SORT HIST-SORT-FILE
                   ON ASCENDING KEY HS-PLAYER-ID HS-RUN-DATE
                                    HS-RUN-TIME
                   INPUT PROCEDURE IS FEED-GAME-RECORDS
                   GIVING GAME-WORK-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-PLAYER-ID SR-RUN-DATE
                                    SR-RUN-TIME
                   INPUT PROCEDURE IS FEED-AUDIT-ROWS
                   OUTPUT PROCEDURE IS MATCH-AUDIT-TO-HISTORY
           END-IF.
           IF WS-EXCEPTION-OPEN = "Y"
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE RECON-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           *> older than its cutoff, reconciling audit rows from
           *> before the same date would drown the report in false
           *> orphans. No parameter means a full sweep, as before.
           *> GEN and one or two generation dates, after the cutoff
           *> or alone, narrow the run to those generations.
           GET-CUTOFF-DATE.
               ACCEPT WS-RUN-OPTIONS FROM COMMAND-LINE.
               UNSTRING WS-RUN-OPTIONS DELIMITED BY ALL " "
                   INTO WS-OPTION-1
                        WS-OPTION-2
                        WS-OPTION-3
                        WS-OPTION-4.
               IF WS-OPTION-1 = "GEN"
                   MOVE WS-OPTION-2 TO WS-GEN-FROM-INPUT
                   MOVE WS-OPTION-3 TO WS-GEN-TO-INPUT
                   PERFORM GET-GENERATION-RANGE
               ELSE
                   MOVE WS-OPTION-1 TO WS-CUTOFF-INPUT
                   IF WS-OPTION-2 = "GEN"
                       MOVE WS-OPTION-3 TO WS-GEN-FROM-INPUT
                       MOVE WS-OPTION-4 TO WS-GEN-TO-INPUT
                       PERFORM GET-GENERATION-RANGE
                   END-IF
               END-IF.
               IF WS-CUTOFF-INPUT IS NUMERIC
                   MOVE WS-CUTOFF-INPUT TO WS-CUTOFF-DATE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           *> Checks the GEN option: one generation date, or a from
           *> and to date, both YYYYMMDD. A bad option reconciles
           *> nothing and fails the run rather than sweep the lot.
           GET-GENERATION-RANGE.
               MOVE "Y" TO WS-GEN-SELECTED.
               IF WS-GEN-TO-INPUT = SPACES
                   MOVE WS-GEN-FROM-INPUT TO WS-GEN-TO-INPUT
               END-IF.
               IF WS-GEN-FROM-INPUT IS NUMERIC
                   AND WS-GEN-TO-INPUT IS NUMERIC
                   MOVE WS-GEN-FROM-INPUT TO WS-GEN-FROM
                   MOVE WS-GEN-TO-INPUT TO WS-GEN-TO
                   MOVE SPACES TO REPORT-LINE
                   STRING "GENERATIONS " DELIMITED BY SIZE
                          WS-GEN-FROM DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          WS-GEN-TO DELIMITED BY SIZE
                          " ONLY" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE "N" TO WS-GEN-OK
                   MOVE "GENERATION DATES NOT VALID, NOTHING RECONCILED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

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
               IF WS-TRAIL-COUNT = 0
                   MOVE "NO KEPT GENERATION IN THE RANGE" TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "NOGN" TO WS-EXC-CODE
                   MOVE 2 TO WS-EXC-SEVERITY
                   MOVE "GTCATLG.DAT" TO WS-EXC-ENTITY
                   MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                   PERFORM POST-EXCEPTION
                   ADD 1 TO WS-TRAIL-MISSING
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
                           IF WS-GEN-SELECTED = "N"
                               AND (WS-TRAIL-KEPT-FROM = 0
                               OR GC-GEN-DATE < WS-TRAIL-KEPT-FROM)
                               MOVE GC-GEN-DATE TO WS-TRAIL-KEPT-FROM
                           END-IF
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

           *> Feeds the history sort with one releasable game per solo
           *> 'G' row and one per contestant of each 'M' row, skipping
           *> anything dated before the reconciliation cutoff, before
           *> the oldest kept generation when the trail has been
           *> rolled, or, on a GEN run, outside the generation
           *> range. Skips
           *> straight to CLOSE if GAMEHIST.DAT doesn't exist yet,
           *> instead of reading a file that never opened.
           FEED-GAME-RECORDS.
                           IF GH-RUN-DATE < WS-CUTOFF-DATE
                               ADD 1 TO WS-GAMES-SKIPPED
                           ELSE
                               IF GH-RUN-DATE < WS-TRAIL-KEPT-FROM
                                   ADD 1 TO WS-GAMES-EXPIRED
                               ELSE
                                   IF GH-RUN-DATE < WS-GEN-FROM
                                       OR GH-RUN-DATE > WS-GEN-TO
                                       ADD 1 TO WS-GAMES-OUTSIDE
                                   ELSE
                                       PERFORM RELEASE-GAME-SIDES
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
                   CLOSE GAME-HISTORY-FILE
               END-IF.

           RELEASE-GAME-SIDES.
               IF GH-ORIGIN-SITE NOT = SPACES
                   ADD 1 TO WS-GAMES-IMPORTED
               ELSE
                   EVALUATE GH-RECORD-TYPE
                       WHEN "G"
                           PERFORM RELEASE-KEYED-SIDE
                       WHEN "M"
                           ADD 1 TO WS-MATCHES-READ
                           PERFORM RELEASE-KEYED-SIDE
                           PERFORM RELEASE-OPPONENT-SIDE
                   END-EVALUATE
               END-IF.

           RELEASE-KEYED-SIDE.
               MOVE GH-PLAYER-ID        TO HS-PLAYER-ID.
               MOVE GH-RUN-DATE         TO HS-RUN-DATE.
               ADD 1 TO WS-GAMES-READ.

           *> Feeds the sort with every audit row on or after the
           *> reconciliation cutoff, from each trail file listed in
           *> turn.
           FEED-AUDIT-ROWS.
               PERFORM FEED-TRAIL-FILE
                   VARYING WS-TRAIL-SUB FROM 1 BY 1
                   UNTIL WS-TRAIL-SUB > WS-TRAIL-COUNT.

           *> Skips straight to CLOSE if GUESSTXN.DAT doesn't exist
           *> yet, instead of reading a file that never opened; a
           *> cataloged generation that will not open is reported
           *> and fails the run.
           FEED-TRAIL-FILE.
               PERFORM SET-TRAIL-NAME.
               OPEN INPUT GUESS-TRANSACTION-FILE.
               MOVE "N" TO WS-TXN-EOF.
               IF WS-TXN-STATUS NOT = "00"
                   MOVE "Y" TO WS-TXN-EOF
                   IF WS-TRAIL-GEN-DATE(WS-TRAIL-SUB) NOT = 0
                       ADD 1 TO WS-TRAIL-MISSING
                       MOVE SPACES TO REPORT-LINE
                       STRING "GENERATION FILE MISSING: "
                              DELIMITED BY SIZE
                              WS-TRAIL-NAME DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "GENM" TO WS-EXC-CODE
                       MOVE 1 TO WS-EXC-SEVERITY
                       MOVE WS-TRAIL-NAME TO WS-EXC-ENTITY
                       MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                       PERFORM POST-EXCEPTION
                   END-IF
               END-IF.
               PERFORM UNTIL WS-TXN-EOF = "Y"
                   READ GUESS-TRANSACTION-FILE
                      WS-FOUND-DISPLAY            DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "ORPH" TO WS-EXC-CODE.
               MOVE 2 TO WS-EXC-SEVERITY.
               MOVE SPACES TO WS-EXC-ENTITY.
               STRING WS-ORPHAN-GROUP-ID   DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WS-ORPHAN-GROUP-DATE DELIMITED BY SIZE
                   INTO WS-EXC-ENTITY.
               MOVE REPORT-LINE TO WS-EXC-DESCRIPTION.
               PERFORM POST-EXCEPTION.

           *> A history game whose player-and-date group has no audit
           *> rows at all on the transaction side. A 0-round side (a
                      WS-GAME-END-TIME            DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "NOAU" TO WS-EXC-CODE.
               MOVE 2 TO WS-EXC-SEVERITY.
               PERFORM SET-GAME-EXCEPTION-ENTITY.
               MOVE REPORT-LINE TO WS-EXC-DESCRIPTION.
               PERFORM POST-EXCEPTION.

           WRITE-MISMATCH-LINE.
               MOVE WS-GAME-ROUNDS      TO WS-EXPECTED-DISPLAY.
                      WS-FOUND-DISPLAY            DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "MISM" TO WS-EXC-CODE.
               MOVE 1 TO WS-EXC-SEVERITY.
               PERFORM SET-GAME-EXCEPTION-ENTITY.
               MOVE REPORT-LINE TO WS-EXC-DESCRIPTION.
               PERFORM POST-EXCEPTION.

           *> The game key an exception is posted under: player,
           *> date and the time the game ended.
           SET-GAME-EXCEPTION-ENTITY.
               MOVE SPACES TO WS-EXC-ENTITY.
               STRING WS-GAME-GROUP-ID   DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-GAME-GROUP-DATE DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-GAME-END-TIME   DELIMITED BY SIZE
                   INTO WS-EXC-ENTITY.

           *> Opens the shared exception queue for update, creating it
           *> on first run. A queue that will not open costs only the
           *> posting - the print report still carries every line -
           *> so the run carries on without it.
           OPEN-EXCEPTION-FILE.
               OPEN I-O EXCEPTION-FILE.
               IF WS-EXCEPTION-STATUS = "35"
                   OPEN OUTPUT EXCEPTION-FILE
                   CLOSE EXCEPTION-FILE
                   OPEN I-O EXCEPTION-FILE
               END-IF.
               IF WS-EXCEPTION-STATUS = "00"
                   MOVE "Y" TO WS-EXCEPTION-OPEN
               ELSE
                   DISPLAY "EXCEPTION-FILE not available, status "
                       WS-EXCEPTION-STATUS
               END-IF.

           *> Posts one exception to the queue. An item already there
           *> for the same code and entity, and not yet closed, is
           *> brought up to date in place rather than raised twice.
           POST-EXCEPTION.
               IF WS-EXCEPTION-OPEN = "Y"
                   PERFORM FIND-HELD-EXCEPTION
                   IF WS-EXCEPTION-HELD = "Y"
                       ADD 1 TO EX-TIMES-SEEN
                       ACCEPT EX-LAST-SEEN-DATE FROM DATE YYYYMMDD
                       MOVE WS-EXC-DESCRIPTION TO EX-DESCRIPTION
                       REWRITE EXCEPTION-RECORD
                       ADD 1 TO WS-EXCEPTIONS-REPEATED
                   ELSE
                       PERFORM WRITE-NEW-EXCEPTION
                   END-IF
               END-IF.

           *> Positions on the first item for this job, code and
           *> entity and reads forward through them looking for one
           *> that is still open or acknowledged.
           FIND-HELD-EXCEPTION.
               MOVE "N" TO WS-EXCEPTION-HELD.
               MOVE "N" TO WS-EXCEPTION-SCAN-EOF.
               MOVE WS-EXC-SOURCE TO EX-SOURCE-PROGRAM.
               MOVE WS-EXC-CODE   TO EX-EXCEPTION-CODE.
               MOVE WS-EXC-ENTITY TO EX-ENTITY-KEY.
               MOVE 0 TO EX-RAISED-DATE.
               MOVE 0 TO EX-RAISED-TIME.
               START EXCEPTION-FILE KEY IS >= EX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EXCEPTION-SCAN-EOF
               END-START.
               PERFORM SCAN-HELD-EXCEPTION
                   UNTIL WS-EXCEPTION-SCAN-EOF = "Y".

           SCAN-HELD-EXCEPTION.
               READ EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EXCEPTION-SCAN-EOF
                   NOT AT END
                       IF EX-SOURCE-PROGRAM NOT = WS-EXC-SOURCE
                           OR EX-EXCEPTION-CODE NOT = WS-EXC-CODE
                           OR EX-ENTITY-KEY NOT = WS-EXC-ENTITY
                           MOVE "Y" TO WS-EXCEPTION-SCAN-EOF
                       ELSE
                           IF EX-STATUS NOT = "C"
                               MOVE "Y" TO WS-EXCEPTION-HELD
                               MOVE "Y" TO WS-EXCEPTION-SCAN-EOF
                           END-IF
                       END-IF
               END-READ.

           WRITE-NEW-EXCEPTION.
               MOVE SPACES TO EXCEPTION-RECORD.
               MOVE WS-EXC-SOURCE TO EX-SOURCE-PROGRAM.
               MOVE WS-EXC-CODE   TO EX-EXCEPTION-CODE.
               MOVE WS-EXC-ENTITY TO EX-ENTITY-KEY.
               ACCEPT EX-RAISED-DATE FROM DATE YYYYMMDD.
               ACCEPT EX-RAISED-TIME FROM TIME.
               MOVE WS-EXC-SEVERITY    TO EX-SEVERITY.
               MOVE WS-EXC-DESCRIPTION TO EX-DESCRIPTION.
               MOVE "O"                TO EX-STATUS.
               MOVE EX-RAISED-DATE     TO EX-LAST-SEEN-DATE.
               MOVE 1                  TO EX-TIMES-SEEN.
               MOVE 0                  TO EX-ACK-DATE.
               MOVE 0                  TO EX-CLOSED-DATE.
               MOVE "N"                TO EX-ESCALATED-FLAG.
               MOVE 0                  TO EX-ESCALATED-DATE.
               WRITE EXCEPTION-RECORD
                   INVALID KEY
                       DISPLAY "EXCEPTION-FILE duplicate key, not "
                           "posted: " EX-KEY
               END-WRITE.
               IF WS-EXCEPTION-STATUS = "00"
                   ADD 1 TO WS-EXCEPTIONS-RAISED
               END-IF.

           WRITE-REPORT-HEADER.
               MOVE "AUDIT-TO-HISTORY RECONCILIATION EXCEPTION REPORT"
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-GAMES-EXPIRED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  HISTORY ROWS TRAIL EXPIRED " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-GAMES-IMPORTED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  IMPORTED GAMES NOT CHECKED " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-GEN-SELECTED = "Y"
                   MOVE WS-GAMES-OUTSIDE TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  HISTORY ROWS OUTSIDE GENS  "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE WS-TRAIL-COUNT TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  AUDIT TRAIL FILES LISTED   " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-EXCEPTIONS-RAISED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  EXCEPTIONS RAISED          " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-EXCEPTIONS-REPEATED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  EXCEPTIONS SEEN AGAIN      " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           *> Appends this run's row to RUN-CONTROL-FILE and raises a
           *> non-zero condition code when anything failed to
           *> reconcile, or any of the trail could not be read, so
           *> the overnight schedule stops the chain instead of
           *> sending an extract built on a bad night.
           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               IF WS-GAMES-MISMATCHED > 0
                   OR WS-GAMES-NO-AUDIT > 0
                   OR WS-ORPHAN-ROWS > 0
                   OR WS-GEN-OK = "N"
                   OR WS-TRAIL-MISSING > 0
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
