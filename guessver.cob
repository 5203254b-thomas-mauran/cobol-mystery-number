      *> each head-to-head 'M' row yields two, one per contestant,
      *> both replayed against the same mystery number with the
      *> winner's side carrying result W.
      *>
      *> The audit rows are read from every kept generation named on
      *> GEN-CATALOG-FILE, oldest first, and then the open
      *> GUESSTXN.DAT. GEN yyyymmdd [yyyymmdd] on the command line
      *> verifies just the named generation or range instead,
      *> against only the games dated inside that range.
      *>
      *> A game RESULTS-IMPORT loaded from another site's extract
      *> (GH-ORIGIN-SITE set) has no guesses on our trail to replay;
      *> it is counted and left out.

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

           SELECT HIST-SORT-FILE ASSIGN TO "GVHSORT.TMP".

           SELECT GAME-WORK-FILE ASSIGN TO "GVGAME.TMP"
           SELECT VERIFY-REPORT-FILE ASSIGN TO "VERIFRPT.TXT"
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
       FD  VERIFY-REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       FD  EXCEPTION-FILE.
       COPY "excpt.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       01 WS-GAMES-CLEAN PIC 9(7) VALUE 0.
       01 WS-GAMES-FLAGGED PIC 9(7) VALUE 0.
       01 WS-GAMES-NO-ROWS PIC 9(7) VALUE 0.
       01 WS-GAMES-IMPORTED PIC 9(7) VALUE 0.
       01 WS-BAD-VERDICTS PIC 9(7) VALUE 0.
       01 WS-AFTER-WIN-ROWS PIC 9(7) VALUE 0.
       01 WS-ORPHAN-ROWS PIC 9(7) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.
       01 WS-ROUND-DISPLAY PIC ZZ9.

      *> The audit trail to read: the kept generations on
      *> GEN-CATALOG-FILE dated inside the range, oldest first, then
      *> the open GUESSTXN.DAT (listed as date zero) - or, when GEN
      *> names the generations, those alone.
       01 WS-CATALOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-CATALOG-EOF PIC X(1) VALUE "N".
       01 WS-TRAIL-NAME PIC X(20) VALUE "GUESSTXN.DAT".
       01 WS-RUN-OPTIONS PIC X(40) VALUE SPACES.
       01 WS-GEN-KEYWORD PIC X(8) VALUE SPACES.
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

      *> Posting to the shared exception queue: the caller sets
      *> the code, severity, entity and description and performs
      *> POST-EXCEPTION.
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
       01 WS-EXCEPTION-OPEN PIC X(1) VALUE "N".
       01 WS-EXCEPTION-SCAN-EOF PIC X(1) VALUE "N".
       01 WS-EXCEPTION-HELD PIC X(1) VALUE "N".
       01 WS-EXC-SOURCE PIC X(18) VALUE "GUESS-TRAIL-VERIFY".
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
           OPEN OUTPUT VERIFY-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-EXCEPTION-FILE.
           PERFORM GET-RUN-OPTIONS.
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
                   OUTPUT PROCEDURE IS VERIFY-AUDIT-AGAINST-HISTORY
           END-IF.
           IF WS-EXCEPTION-OPEN = "Y"
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE VERIFY-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

           *> Takes an optional GEN and one or two generation dates
           *> (YYYYMMDD) from the command line, the same JCL-PARM-style
           *> channel the other batch jobs use. No option means the
           *> whole kept trail, as before; a bad one checks nothing
           *> and fails the run rather than sweep the lot.
           GET-RUN-OPTIONS.
               ACCEPT WS-RUN-OPTIONS FROM COMMAND-LINE.
               UNSTRING WS-RUN-OPTIONS DELIMITED BY ALL " "
                   INTO WS-GEN-KEYWORD
                        WS-GEN-FROM-INPUT
                        WS-GEN-TO-INPUT.
               IF WS-GEN-KEYWORD = "GEN"
                   MOVE "Y" TO WS-GEN-SELECTED
                   IF WS-GEN-TO-INPUT = SPACES
                       MOVE WS-GEN-FROM-INPUT TO WS-GEN-TO-INPUT
                   END-IF
                   IF WS-GEN-FROM-INPUT IS NUMERIC
                       AND WS-GEN-TO-INPUT IS NUMERIC
                       MOVE WS-GEN-FROM-INPUT TO WS-GEN-FROM
                       MOVE WS-GEN-TO-INPUT TO WS-GEN-TO
                   ELSE
                       MOVE "N" TO WS-GEN-OK
                   END-IF
               ELSE
                   IF WS-GEN-KEYWORD NOT = SPACES
                       MOVE "N" TO WS-GEN-OK
                   END-IF
               END-IF.
               IF WS-GEN-OK = "N"
                   MOVE SPACES TO REPORT-LINE
                   STRING "RUN OPTIONS NOT VALID, NOTHING CHECKED: "
                          DELIMITED BY SIZE
                          WS-RUN-OPTIONS DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-GEN-SELECTED = "Y" AND WS-GEN-OK = "Y"
                   MOVE SPACES TO REPORT-LINE
                   STRING "GENERATIONS " DELIMITED BY SIZE
                          WS-GEN-FROM DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          WS-GEN-TO DELIMITED BY SIZE
                          " ONLY" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
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

           *> Feeds the history sort with one verifiable game per solo
           *> 'G' row and one per contestant of each 'M' row dated
           *> inside the generation range (every row, without GEN).
           *> Skips straight to CLOSE if GAMEHIST.DAT doesn't exist
           *> yet, instead of reading a file that never opened.
           FEED-GAME-RECORDS.
               OPEN INPUT GAME-HISTORY-FILE.
               MOVE "N" TO WS-HIST-EOF.
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF GH-ORIGIN-SITE NOT = SPACES
                               ADD 1 TO WS-GAMES-IMPORTED
                           END-IF
                           IF GH-RUN-DATE >= WS-GEN-FROM
                               AND GH-RUN-DATE <= WS-GEN-TO
                               AND GH-ORIGIN-SITE = SPACES
                               EVALUATE GH-RECORD-TYPE
                                   WHEN "G"
                                       PERFORM RELEASE-KEYED-SIDE
                                   WHEN "M"
                                       PERFORM RELEASE-KEYED-SIDE
                                       PERFORM RELEASE-OPPONENT-SIDE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               END-IF.
               RELEASE HIST-SORT-RECORD.

           *> Feeds the sort with every audit row, from each trail
           *> file listed in turn.
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
                      WS-GAME-RESULT              DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "VERD" TO WS-EXC-CODE.
               MOVE 1 TO WS-EXC-SEVERITY.
               PERFORM SET-GAME-EXCEPTION-ENTITY.
               MOVE REPORT-LINE TO WS-EXC-DESCRIPTION.
               PERFORM POST-EXCEPTION.
               MOVE "N" TO WS-WON-FLAG.
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

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

           PRINT-SEQUENCE-ROW.
               MOVE WS-ROW-ROUND(WS-ROW-SUB) TO WS-ROUND-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
                   PERFORM READ-NEXT-AUDIT-ROW
               END-PERFORM.

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
               MOVE "GUESS TRAIL INTEGRITY EXCEPTION REPORT"
                   TO REPORT-LINE.
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-GAMES-IMPORTED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  IMPORTED GAMES NOT CHECKED " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
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
           *> non-zero condition code when any game failed to replay
           *> clean, or any of the trail could not be read, so a
           *> scheduled run of the verifier stops the chain the same
           *> way the reconciliation does.
           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               MOVE WS-GAMES-VERIFIED    TO RC-RECORDS-WRITTEN.
               MOVE "00"                 TO RC-WORST-STATUS.
               IF WS-GAMES-FLAGGED > 0
                   OR WS-GEN-OK = "N"
                   OR WS-TRAIL-MISSING > 0
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
