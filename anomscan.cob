      *> the master, or the GAME-PARM-FILE default - and is narrowed
      *> by each recorded verdict. A CORRECT verdict closes a game;
      *> rows left at a change of player or day close as a non-win.
      *> Practice rows (GT-PLAY-MODE = 'P') are counted and left
      *> out: they may be played at any profile, so the master's
      *> range says nothing about them, and they win nobody a
      *> standing worth scripting for.
      *>
      *> The rows are read from every kept generation named on
      *> GEN-CATALOG-FILE, oldest first, and then the open
      *> GUESSTXN.DAT. GEN yyyymmdd [yyyymmdd] on the command line
      *> screens just the named generation or range instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUESS-TRANSACTION-FILE ASSIGN TO WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT GEN-CATALOG-FILE ASSIGN TO "GTCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "ANSORT.TMP".

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
           SELECT SCREEN-REPORT-FILE ASSIGN TO "ANOMRPT.TXT"
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

       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SR-PLAYER-ID              PIC X(8).
       FD  SCREEN-REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       FD  EXCEPTION-FILE.
       COPY "excpt.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       01 WS-MID-DIFF PIC S9(5) VALUE 0.

       01 WS-ROWS-READ PIC 9(7) VALUE 0.
       01 WS-PRACTICE-ROWS PIC 9(7) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZ9.
       01 WS-SCORE-DISPLAY PIC ZZZZZZ9.
       01 WS-PCT-DISPLAY PIC ZZ9.99.
       01 WS-GAMES-DISPLAY PIC ZZZZ9.
       01 WS-PERFECT-DISPLAY PIC ZZZZ9.
       01 WS-SAME-SEC-DISPLAY PIC ZZZZ9.

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
       01 WS-EXC-SOURCE PIC X(18) VALUE "PLAY-PATTERN-SCRN".
       01 WS-EXC-CODE PIC X(4) VALUE SPACES.
       01 WS-EXC-SEVERITY PIC 9(1) VALUE 0.
       01 WS-EXC-ENTITY PIC X(30) VALUE SPACES.
       01 WS-EXC-DESCRIPTION PIC X(80) VALUE SPACES.
       01 WS-EXCEPTIONS-RAISED PIC 9(5) VALUE 0.
       01 WS-EXCEPTIONS-REPEATED PIC 9(5) VALUE 0.

       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-START-DATE PIC 9(8) VALUE 0.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT SCREEN-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-EXCEPTION-FILE.
           PERFORM LOAD-GAME-PARM-RANGE.
           PERFORM LOAD-DIFF-PROFILES.
           PERFORM OPEN-PLAYER-MASTER-FILE.
           PERFORM GET-RUN-OPTIONS.
           IF WS-GEN-OK = "Y"
               PERFORM LOAD-TRAIL-LIST
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-PLAYER-ID SR-RUN-DATE
                                    SR-RUN-TIME
                   INPUT PROCEDURE IS FEED-AUDIT-ROWS
                   OUTPUT PROCEDURE IS SCREEN-SORTED-ROWS
           END-IF.
           IF WS-GEN-OK = "N" OR WS-TRAIL-MISSING > 0
               MOVE "Y" TO WS-RUN-FAILED
           END-IF.
           IF WS-MASTER-OPEN = "Y"
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           PERFORM RANK-AND-PRINT-SCORES.
           IF WS-EXCEPTION-OPEN = "Y"
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE SCREEN-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
                   MOVE "Y" TO WS-MASTER-OPEN
               END-IF.

           *> Takes an optional GEN and one or two generation dates
           *> (YYYYMMDD) from the command line, the same JCL-PARM-style
           *> channel the other batch jobs use. No option means the
           *> whole kept trail, as before; a bad one screens nothing
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
                   STRING "RUN OPTIONS NOT VALID, NOTHING SCREENED: "
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

           *> Feeds the sort with every audit row, from each trail
           *> file listed in turn.
           FEED-AUDIT-ROWS.
               PERFORM FEED-TRAIL-FILE
                   VARYING WS-TRAIL-SUB FROM 1 BY 1
                   UNTIL WS-TRAIL-SUB > WS-TRAIL-COUNT.

           *> A missing file is flagged - an empty screen over a file
           *> that exists is news, over one that doesn't is a broken
           *> run.
           FEED-TRAIL-FILE.
               PERFORM SET-TRAIL-NAME.
               OPEN INPUT GUESS-TRANSACTION-FILE.
               MOVE "N" TO WS-TXN-EOF.
               IF WS-TXN-STATUS NOT = "00"
                   MOVE "Y" TO WS-TXN-EOF
                   MOVE "Y" TO WS-RUN-FAILED
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
                           MOVE "Y" TO WS-TXN-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           IF GT-PLAY-MODE = "P"
                               ADD 1 TO WS-PRACTICE-ROWS
                           ELSE
                               MOVE GUESS-TRANSACTION-RECORD
                                   TO SORT-WORK-RECORD
                               RELEASE SORT-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM POST-FLAGGED-PLAYER.

           *> Every flagged player goes on the exception queue for the
           *> supervisor's review, with the whole evidence summary
           *> on one line.
           POST-FLAGGED-PLAYER.
               MOVE "SUSP" TO WS-EXC-CODE.
               MOVE 2 TO WS-EXC-SEVERITY.
               MOVE WS-TAB-PLAYER-ID(WS-SUB) TO WS-EXC-ENTITY.
               MOVE WS-TAB-GAMES(WS-SUB)    TO WS-GAMES-DISPLAY.
               MOVE WS-TAB-PERFECT(WS-SUB)  TO WS-PERFECT-DISPLAY.
               MOVE WS-TAB-SAME-SEC(WS-SUB) TO WS-SAME-SEC-DISPLAY.
               MOVE SPACES TO WS-EXC-DESCRIPTION.
               STRING "SCORE " DELIMITED BY SIZE
                      WS-SCORE-DISPLAY DELIMITED BY SIZE
                      " GAMES " DELIMITED BY SIZE
                      WS-GAMES-DISPLAY DELIMITED BY SIZE
                      " WIN-PCT " DELIMITED BY SIZE
                      WS-PCT-DISPLAY DELIMITED BY SIZE
                      " PERFECT " DELIMITED BY SIZE
                      WS-PERFECT-DISPLAY DELIMITED BY SIZE
                      " SAME-SEC " DELIMITED BY SIZE
                      WS-SAME-SEC-DISPLAY DELIMITED BY SIZE
                   INTO WS-EXC-DESCRIPTION.
               PERFORM POST-EXCEPTION.

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
               MOVE "PLAY PATTERN SUSPICION REPORT - REVIEW ONLY"
                      WS-SCORE-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-PRACTICE-ROWS TO WS-SCORE-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PRACTICE ROWS LEFT OUT   " DELIMITED BY SIZE
                      WS-SCORE-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-SCORE-COUNT TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PLAYERS FLAGGED          " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TRAIL-COUNT TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  AUDIT TRAIL FILES LISTED " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-EXCEPTIONS-RAISED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  EXCEPTIONS RAISED        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-EXCEPTIONS-REPEATED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  EXCEPTIONS SEEN AGAIN    " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-PLAYERS-DROPPED > 0
                   MOVE WS-PLAYERS-DROPPED TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
               END-IF.

           *> Appends this run's row to RUN-CONTROL-FILE and raises a
           *> non-zero condition code when the audit trail, or any
           *> generation of it asked for, was not there to screen.
           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
