       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESS-TRAIL-ROLL.
       AUTHOR. Thomas Mauran.

      *> End-of-day roll of the guess audit trail. GUESSTXN.DAT has
      *> only ever grown, so every job that reads it re-reads every
      *> guess ever keyed. This job moves each day's rows out into a
      *> dated generation file of their own - GUESSTXN.G20261014 and
      *> so on, raw audit rows in the guesstxn.cpy layout, so the
      *> readers need no second record description - and starts a
      *> fresh GUESSTXN.DAT holding only rows dated after the roll
      *> date.
      *>
      *> Every generation is recorded on GENERATION-CATALOG-FILE with
      *> its row count and the same additive byte check total the
      *> backup utility uses, and each one is re-read after it is
      *> written and proven against the catalog before GUESSTXN.DAT
      *> is touched. Late rows for a day already rolled are added to
      *> that day's generation rather than starting a second one:
      *> the day's cataloged rows and the late ones are staged in
      *> GUESSTXN.W<date> and proven there, and the stage replaces
      *> the generation only as the catalog is saved. Anything that
      *> cannot be proven leaves GUESSTXN.DAT and the catalog
      *> exactly as they were and fails the run, and GUESSTXN.DAT
      *> is only rewritten once the catalog has been saved.
      *>
      *> Retention is a catalog setting - the number of generations
      *> kept on disk, 30 unless changed with KEEP on the command
      *> line, and never more than a year of days (365), so the
      *> catalog and every reader's list of generations stay inside
      *> their 400-entry tables. Generations past that, oldest first,
      *> are emptied and dropped from the catalog; the roll report
      *> that expired them is the record of what was there.
      *>
      *> The roll belongs at the end of the overnight window, after
      *> the day's reports, with the terminals closed: a guess keyed
      *> while GUESSTXN.DAT is being rewritten would be lost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUESS-TRANSACTION-FILE ASSIGN TO "GUESSTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT GENERATION-FILE ASSIGN TO WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT GENERATION-STAGE-FILE ASSIGN TO WS-STAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT GEN-CATALOG-FILE ASSIGN TO "GTCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ROLL-SORT-FILE ASSIGN TO "GTRSORT.TMP".

           SELECT ROLL-WORK-FILE ASSIGN TO "GTROLL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT ROLL-REPORT-FILE ASSIGN TO "ROLLRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-TRANSACTION-FILE.
       COPY "guesstxn.cpy".

       FD  GENERATION-FILE.
      *> One audit row per line, byte for byte the guesstxn.cpy
      *> layout.
       01 GENERATION-RECORD PIC X(42).

       FD  GENERATION-STAGE-FILE.
      *> A day's generation as it will stand once the roll is saved.
       01 GENERATION-STAGE-RECORD PIC X(42).

       FD  GEN-CATALOG-FILE.
       COPY "gtcatlg.cpy".

       SD  ROLL-SORT-FILE.
       01 ROLL-SORT-RECORD.
           05 RS-PLAYER-ID              PIC X(8).
           05 RS-RUN-DATE               PIC 9(8).
           05 RS-REST-OF-ROW            PIC X(26).

       FD  ROLL-WORK-FILE.
      *> The whole trail in run-date order, rows of one day kept in
      *> the order they were keyed.
       01 ROLL-WORK-RECORD.
           05 RW-PLAYER-ID              PIC X(8).
           05 RW-RUN-DATE               PIC 9(8).
           05 RW-REST-OF-ROW            PIC X(26).

       FD  ROLL-REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TXN-STATUS PIC X(2) VALUE SPACES.
       01 WS-GEN-STATUS PIC X(2) VALUE SPACES.
       01 WS-STAGE-STATUS PIC X(2) VALUE SPACES.
       01 WS-CATALOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-WORK-STATUS PIC X(2) VALUE SPACES.

       01 WS-TXN-EOF PIC X(1) VALUE "N".
       01 WS-WORK-EOF PIC X(1) VALUE "N".
       01 WS-GEN-EOF PIC X(1) VALUE "N".
       01 WS-CATALOG-EOF PIC X(1) VALUE "N".
       01 WS-GEN-OPEN PIC X(1) VALUE "N".
       01 WS-RUN-FAILED PIC X(1) VALUE "N".
       01 WS-ROLL-FAILED PIC X(1) VALUE "N".
       01 WS-CATALOG-TRUNCATED PIC X(1) VALUE "N".
       01 WS-CATALOG-SAVED PIC X(1) VALUE "N".
       01 WS-GEN-STAGED PIC X(1) VALUE "N".
       01 WS-FAILED-NAME PIC X(20) VALUE SPACES.
       01 WS-FAILED-STATUS PIC X(2) VALUE SPACES.

       01 WS-RUN-OPTIONS PIC X(40) VALUE SPACES.
       01 WS-OPTION-1 PIC X(8) VALUE SPACES.
       01 WS-OPTION-2 PIC X(8) VALUE SPACES.
       01 WS-OPTION-3 PIC X(8) VALUE SPACES.
       01 WS-ROLL-INPUT PIC X(8) VALUE SPACES.
       01 WS-KEEP-INPUT PIC X(8) VALUE SPACES.
       01 WS-KEEP-DIGITS PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-KEEP-LENGTH PIC 9(2) VALUE 0.
       01 WS-KEEP-LIMIT PIC 9(3) VALUE 365.
       01 WS-ROLL-DATE PIC 9(8) VALUE 0.
       01 WS-OPTIONS-OK PIC X(1) VALUE "Y".

       01 WS-GEN-NAME PIC X(20) VALUE SPACES.
       01 WS-STAGE-NAME PIC X(20) VALUE SPACES.
       01 WS-GEN-DATE PIC 9(8) VALUE 0.
       01 WS-GEN-ROWS PIC 9(7) VALUE 0.
       01 WS-GEN-CHECK PIC 9(12) VALUE 0.

      *> The catalog, held in date order while the roll updates it
      *> and written back at the end without its expired entries.
      *> WS-CAT-STAGED marks a day whose stage file is to replace
      *> its generation, WS-CAT-EXPIRED one expired by this run.
      *> Retention stops at 365, so four hundred leaves room for a
      *> late catch-up roll; a catalog past that is refused rather
      *> than cut short on rewrite.
       01 WS-RETAIN-GENERATIONS PIC 9(3) VALUE 30.
       01 WS-CATALOG-TABLE.
           05 WS-CAT-ENTRY OCCURS 400 TIMES.
               10 WS-CAT-GEN-DATE       PIC 9(8).
               10 WS-CAT-ROW-COUNT      PIC 9(7).
               10 WS-CAT-CHECK-TOTAL    PIC 9(12).
               10 WS-CAT-ROLL-DATE      PIC 9(8).
               10 WS-CAT-ROLL-TIME      PIC 9(8).
               10 WS-CAT-STATUS         PIC X(1).
               10 WS-CAT-STAGED         PIC X(1).
               10 WS-CAT-EXPIRED        PIC X(1).
       01 WS-CAT-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-SUB PIC 9(3) VALUE 0.
       01 WS-CAT-SUB2 PIC 9(3) VALUE 0.
       01 WS-ACTIVE-COUNT PIC 9(3) VALUE 0.
       01 WS-GEN-ACTION PIC X(8) VALUE SPACES.

       01 WS-UNLOAD-RECORD PIC X(42) VALUE SPACES.
       01 WS-BYTE-SUB PIC 9(3) VALUE 0.
       01 WS-ROW-CHECK PIC 9(12) VALUE 0.
       01 WS-PROVE-ROWS PIC 9(7) VALUE 0.
       01 WS-PROVE-CHECK PIC 9(12) VALUE 0.
       01 WS-OLD-ROWS PIC 9(7) VALUE 0.
       01 WS-OLD-CHECK PIC 9(12) VALUE 0.
       01 WS-ROWS-PAST PIC 9(7) VALUE 0.

       01 WS-ROWS-READ PIC 9(7) VALUE 0.
       01 WS-ROWS-ROLLED PIC 9(7) VALUE 0.
       01 WS-ROWS-KEPT PIC 9(7) VALUE 0.
       01 WS-ROWS-REWRITTEN PIC 9(7) VALUE 0.
       01 WS-GENS-WRITTEN PIC 9(5) VALUE 0.
       01 WS-GENS-EXPIRED PIC 9(5) VALUE 0.

       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.
       01 WS-CHECK-DISPLAY PIC Z(11)9.

       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-START-TIME PIC 9(8) VALUE 0.
       01 WS-END-DATE PIC 9(8) VALUE 0.
       01 WS-END-TIME PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT ROLL-REPORT-FILE.
           PERFORM GET-RUN-OPTIONS.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-OPTIONS-OK = "Y"
               PERFORM LOAD-CATALOG
           END-IF.
           IF WS-OPTIONS-OK = "Y" AND WS-CATALOG-TRUNCATED = "N"
               SORT ROLL-SORT-FILE
                   ON ASCENDING KEY RS-RUN-DATE
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS FEED-TRAIL-ROWS
                   GIVING ROLL-WORK-FILE
               PERFORM WRITE-GENERATIONS
               IF WS-ROLL-FAILED = "N"
                   PERFORM APPLY-RETENTION
                   PERFORM SAVE-CATALOG
               END-IF
               IF WS-ROLL-FAILED = "N"
                   PERFORM REWRITE-OPEN-TRAIL
               END-IF
               IF WS-ROLL-FAILED = "N"
                   PERFORM EMPTY-RETIRED-FILES
               ELSE
                   PERFORM WRITE-ROLL-FAILED
               END-IF
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE ROLL-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

           *> Takes an optional roll date (YYYYMMDD, default today)
           *> and an optional KEEP nnn retention change from the
           *> command line, the same JCL-PARM-style channel the other
           *> batch jobs use. Rows dated on or before the roll date
           *> are rolled; later ones stay on GUESSTXN.DAT.
           GET-RUN-OPTIONS.
               ACCEPT WS-RUN-OPTIONS FROM COMMAND-LINE.
               UNSTRING WS-RUN-OPTIONS DELIMITED BY ALL " "
                   INTO WS-OPTION-1
                        WS-OPTION-2
                        WS-OPTION-3.
               IF WS-OPTION-1 = "KEEP"
                   MOVE WS-OPTION-2 TO WS-KEEP-INPUT
               ELSE
                   MOVE WS-OPTION-1 TO WS-ROLL-INPUT
                   IF WS-OPTION-2 = "KEEP"
                       MOVE WS-OPTION-3 TO WS-KEEP-INPUT
                   END-IF
               END-IF.
               IF WS-ROLL-INPUT = SPACES
                   MOVE WS-START-DATE TO WS-ROLL-DATE
               ELSE
                   IF WS-ROLL-INPUT IS NUMERIC
                       MOVE WS-ROLL-INPUT TO WS-ROLL-DATE
                   ELSE
                       DISPLAY "Roll date not numeric: " WS-ROLL-INPUT
                       MOVE "N" TO WS-OPTIONS-OK
                       MOVE "Y" TO WS-RUN-FAILED
                   END-IF
               END-IF.
               IF WS-KEEP-INPUT NOT = SPACES
                   UNSTRING WS-KEEP-INPUT DELIMITED BY SPACE
                       INTO WS-KEEP-DIGITS COUNT IN WS-KEEP-LENGTH
                   INSPECT WS-KEEP-DIGITS
                       REPLACING LEADING SPACES BY ZEROES
               END-IF.
               IF WS-KEEP-INPUT NOT = SPACES
                   AND (WS-KEEP-LENGTH > 3
                   OR WS-KEEP-DIGITS IS NOT NUMERIC)
                   DISPLAY "Retention not a number of generations: "
                       WS-KEEP-INPUT
                   MOVE "N" TO WS-OPTIONS-OK
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.
               IF WS-KEEP-INPUT NOT = SPACES
                   AND WS-OPTIONS-OK = "Y"
                   AND WS-KEEP-DIGITS > WS-KEEP-LIMIT
                   DISPLAY "Retention over " WS-KEEP-LIMIT
                       " generations: " WS-KEEP-INPUT
                   MOVE "N" TO WS-OPTIONS-OK
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.

           *> Loads the retention setting and every generation row.
           *> No catalog yet just means the first roll; a KEEP on the
           *> command line then overrides whatever the catalog held,
           *> and a setting past the limit is brought back to it.
           LOAD-CATALOG.
               MOVE "N" TO WS-CATALOG-EOF.
               OPEN INPUT GEN-CATALOG-FILE.
               IF WS-CATALOG-STATUS NOT = "00"
                   MOVE "Y" TO WS-CATALOG-EOF
               END-IF.
               PERFORM LOAD-ONE-CATALOG-ROW UNTIL WS-CATALOG-EOF = "Y".
               IF WS-CATALOG-STATUS = "00" OR WS-CATALOG-STATUS = "10"
                   CLOSE GEN-CATALOG-FILE
               END-IF.
               IF WS-KEEP-INPUT NOT = SPACES
                   MOVE WS-KEEP-DIGITS TO WS-RETAIN-GENERATIONS
                   MOVE SPACES TO REPORT-LINE
                   STRING "RETENTION SET TO " DELIMITED BY SIZE
                          WS-RETAIN-GENERATIONS DELIMITED BY SIZE
                          " GENERATIONS" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-RETAIN-GENERATIONS = 0
                   MOVE 1 TO WS-RETAIN-GENERATIONS
               END-IF.
               IF WS-RETAIN-GENERATIONS > WS-KEEP-LIMIT
                   MOVE WS-KEEP-LIMIT TO WS-RETAIN-GENERATIONS
                   MOVE SPACES TO REPORT-LINE
                   STRING "RETENTION CUT TO " DELIMITED BY SIZE
                          WS-RETAIN-GENERATIONS DELIMITED BY SIZE
                          " GENERATIONS" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-CATALOG-TRUNCATED = "Y"
                   MOVE "Y" TO WS-RUN-FAILED
                   MOVE "CATALOG OVER 400 GENERATIONS, NOTHING ROLLED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           LOAD-ONE-CATALOG-ROW.
               READ GEN-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       EVALUATE GC-ROW-TYPE
                           WHEN "R"
                               MOVE GC-RETAIN-GENERATIONS
                                   TO WS-RETAIN-GENERATIONS
                           WHEN "G"
                               PERFORM STORE-CATALOG-ROW
                       END-EVALUATE
               END-READ.

           STORE-CATALOG-ROW.
               IF WS-CAT-COUNT < 400
                   ADD 1 TO WS-CAT-COUNT
                   MOVE GC-GEN-DATE
                       TO WS-CAT-GEN-DATE(WS-CAT-COUNT)
                   MOVE GC-ROW-COUNT
                       TO WS-CAT-ROW-COUNT(WS-CAT-COUNT)
                   MOVE GC-CHECK-TOTAL
                       TO WS-CAT-CHECK-TOTAL(WS-CAT-COUNT)
                   MOVE GC-ROLL-DATE
                       TO WS-CAT-ROLL-DATE(WS-CAT-COUNT)
                   MOVE GC-ROLL-TIME
                       TO WS-CAT-ROLL-TIME(WS-CAT-COUNT)
                   MOVE GC-GEN-STATUS
                       TO WS-CAT-STATUS(WS-CAT-COUNT)
                   MOVE "N" TO WS-CAT-STAGED(WS-CAT-COUNT)
                   MOVE "N" TO WS-CAT-EXPIRED(WS-CAT-COUNT)
               ELSE
                   MOVE "Y" TO WS-CATALOG-TRUNCATED
               END-IF.

           *> Feeds the sort with the whole open trail. A missing
           *> GUESSTXN.DAT is a quiet day with nothing to roll.
           FEED-TRAIL-ROWS.
               OPEN INPUT GUESS-TRANSACTION-FILE.
               MOVE "N" TO WS-TXN-EOF.
               IF WS-TXN-STATUS NOT = "00"
                   MOVE "Y" TO WS-TXN-EOF
               END-IF.
               PERFORM UNTIL WS-TXN-EOF = "Y"
                   READ GUESS-TRANSACTION-FILE
                       AT END
                           MOVE "Y" TO WS-TXN-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           MOVE GUESS-TRANSACTION-RECORD
                               TO ROLL-SORT-RECORD
                           RELEASE ROLL-SORT-RECORD
                   END-READ
               END-PERFORM.
               IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
                   CLOSE GUESS-TRANSACTION-FILE
               END-IF.

           *> First pass over the sorted trail: each day on or before
           *> the roll date goes to its own generation, a control
           *> break on run date closing one and opening the next.
           WRITE-GENERATIONS.
               MOVE "N" TO WS-WORK-EOF.
               OPEN INPUT ROLL-WORK-FILE.
               IF WS-WORK-STATUS NOT = "00"
                   MOVE "Y" TO WS-WORK-EOF
                   MOVE "Y" TO WS-ROLL-FAILED
               END-IF.
               PERFORM ROLL-NEXT-ROW UNTIL WS-WORK-EOF = "Y".
               IF WS-GEN-OPEN = "Y"
                   PERFORM FINISH-GENERATION
               END-IF.
               IF WS-WORK-STATUS = "00" OR WS-WORK-STATUS = "10"
                   CLOSE ROLL-WORK-FILE
               END-IF.

           ROLL-NEXT-ROW.
               READ ROLL-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       IF RW-RUN-DATE > WS-ROLL-DATE
                           ADD 1 TO WS-ROWS-KEPT
                       ELSE
                           IF WS-GEN-OPEN = "Y"
                               AND RW-RUN-DATE NOT = WS-GEN-DATE
                               PERFORM FINISH-GENERATION
                           END-IF
                           IF WS-GEN-OPEN = "N"
                               PERFORM START-GENERATION
                           END-IF
                           IF WS-GEN-OPEN = "Y"
                               PERFORM WRITE-GENERATION-ROW
                           END-IF
                       END-IF
               END-READ.

           *> Opens the day's output. A new day starts its generation
           *> clean, so a roll rerun after a failure never doubles
           *> rows into a generation the catalog never saw. A day the
           *> catalog already knows is not touched here: its stage
           *> file is started with the rows the catalog holds, and
           *> the late rows are written after them.
           START-GENERATION.
               MOVE RW-RUN-DATE TO WS-GEN-DATE.
               MOVE 0 TO WS-GEN-ROWS.
               MOVE 0 TO WS-GEN-CHECK.
               PERFORM SET-GENERATION-NAME.
               PERFORM FIND-CATALOG-ENTRY.
               IF WS-CAT-SUB = 0
                   MOVE "N" TO WS-GEN-STAGED
                   OPEN OUTPUT GENERATION-FILE
                   IF WS-GEN-STATUS = "00"
                       MOVE "Y" TO WS-GEN-OPEN
                   ELSE
                       MOVE WS-GEN-NAME TO WS-FAILED-NAME
                       MOVE WS-GEN-STATUS TO WS-FAILED-STATUS
                       PERFORM WRITE-OPEN-FAILED
                   END-IF
               ELSE
                   MOVE "Y" TO WS-GEN-STAGED
                   OPEN OUTPUT GENERATION-STAGE-FILE
                   IF WS-STAGE-STATUS = "00"
                       MOVE "Y" TO WS-GEN-OPEN
                       PERFORM STAGE-CATALOGED-ROWS
                   ELSE
                       MOVE WS-STAGE-NAME TO WS-FAILED-NAME
                       MOVE WS-STAGE-STATUS TO WS-FAILED-STATUS
                       PERFORM WRITE-OPEN-FAILED
                   END-IF
               END-IF.

           WRITE-OPEN-FAILED.
               MOVE "Y" TO WS-ROLL-FAILED.
               MOVE SPACES TO REPORT-LINE.
               STRING "CANNOT OPEN " DELIMITED BY SIZE
                      WS-FAILED-NAME DELIMITED BY SIZE
                      " STATUS " DELIMITED BY SIZE
                      WS-FAILED-STATUS DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "Y" TO WS-WORK-EOF.

           *> Carries the day's cataloged rows into its stage file.
           *> Only the cataloged count is carried: rows past it were
           *> left by a roll that failed before its catalog was saved,
           *> and are still on GUESSTXN.DAT to be rolled again. What
           *> is carried must prove against the catalog entry before
           *> any late row is added to it.
           STAGE-CATALOGED-ROWS.
               MOVE 0 TO WS-OLD-ROWS.
               MOVE 0 TO WS-OLD-CHECK.
               MOVE 0 TO WS-ROWS-PAST.
               MOVE "N" TO WS-GEN-EOF.
               OPEN INPUT GENERATION-FILE.
               IF WS-GEN-STATUS NOT = "00"
                   MOVE "Y" TO WS-GEN-EOF
               END-IF.
               PERFORM STAGE-CATALOGED-ROW UNTIL WS-GEN-EOF = "Y".
               IF WS-GEN-STATUS = "00" OR WS-GEN-STATUS = "10"
                   CLOSE GENERATION-FILE
               END-IF.
               IF WS-ROWS-PAST > 0
                   MOVE WS-ROWS-PAST TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-GEN-NAME DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                          " ROWS PAST CATALOG COUNT NOT CARRIED"
                              DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-OLD-ROWS NOT = WS-CAT-ROW-COUNT(WS-CAT-SUB)
                   OR WS-OLD-CHECK NOT = WS-CAT-CHECK-TOTAL(WS-CAT-SUB)
                   MOVE "Y" TO WS-ROLL-FAILED
                   MOVE "Y" TO WS-WORK-EOF
                   CLOSE GENERATION-STAGE-FILE
                   MOVE "N" TO WS-GEN-OPEN
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-GEN-NAME DELIMITED BY SIZE
                          "DOES NOT PROVE AGAINST CATALOG, NOT EXTENDED"
                              DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           STAGE-CATALOGED-ROW.
               READ GENERATION-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF
                   NOT AT END
                       IF WS-OLD-ROWS < WS-CAT-ROW-COUNT(WS-CAT-SUB)
                           MOVE GENERATION-RECORD TO WS-UNLOAD-RECORD
                           PERFORM ADD-RECORD-CHECK-TOTAL
                           ADD 1 TO WS-OLD-ROWS
                           ADD WS-ROW-CHECK TO WS-OLD-CHECK
                           MOVE WS-UNLOAD-RECORD
                               TO GENERATION-STAGE-RECORD
                           WRITE GENERATION-STAGE-RECORD
                           IF WS-STAGE-STATUS NOT = "00"
                               MOVE "Y" TO WS-ROLL-FAILED
                               MOVE "Y" TO WS-WORK-EOF
                           END-IF
                       ELSE
                           ADD 1 TO WS-ROWS-PAST
                       END-IF
               END-READ.

           WRITE-GENERATION-ROW.
               MOVE ROLL-WORK-RECORD TO WS-UNLOAD-RECORD.
               IF WS-GEN-STAGED = "Y"
                   MOVE WS-UNLOAD-RECORD TO GENERATION-STAGE-RECORD
                   WRITE GENERATION-STAGE-RECORD
                   MOVE WS-STAGE-STATUS TO WS-GEN-STATUS
               ELSE
                   MOVE WS-UNLOAD-RECORD TO GENERATION-RECORD
                   WRITE GENERATION-RECORD
               END-IF.
               IF WS-GEN-STATUS NOT = "00"
                   MOVE "Y" TO WS-ROLL-FAILED
                   MOVE "Y" TO WS-WORK-EOF
               END-IF.
               PERFORM ADD-RECORD-CHECK-TOTAL.
               ADD 1 TO WS-GEN-ROWS.
               ADD WS-ROW-CHECK TO WS-GEN-CHECK.
               ADD 1 TO WS-ROWS-ROLLED.

           *> Closes the day's generation or stage file, folds its
           *> rows into the catalog entry (adding one in date order
           *> for a new day) and proves the file against the entry.
           FINISH-GENERATION.
               IF WS-GEN-STAGED = "Y"
                   CLOSE GENERATION-STAGE-FILE
               ELSE
                   CLOSE GENERATION-FILE
               END-IF.
               MOVE "N" TO WS-GEN-OPEN.
               PERFORM FIND-CATALOG-ENTRY.
               IF WS-CAT-SUB = 0
                   PERFORM ADD-CATALOG-ENTRY
                   MOVE "NEW" TO WS-GEN-ACTION
               ELSE
                   MOVE "EXTENDED" TO WS-GEN-ACTION
               END-IF.
               IF WS-CAT-SUB NOT = 0
                   ADD WS-GEN-ROWS TO WS-CAT-ROW-COUNT(WS-CAT-SUB)
                   ADD WS-GEN-CHECK TO WS-CAT-CHECK-TOTAL(WS-CAT-SUB)
                   MOVE WS-START-DATE TO WS-CAT-ROLL-DATE(WS-CAT-SUB)
                   MOVE WS-START-TIME TO WS-CAT-ROLL-TIME(WS-CAT-SUB)
                   MOVE "A" TO WS-CAT-STATUS(WS-CAT-SUB)
                   MOVE WS-GEN-STAGED TO WS-CAT-STAGED(WS-CAT-SUB)
                   ADD 1 TO WS-GENS-WRITTEN
                   PERFORM PROVE-GENERATION
               END-IF.

           *> Re-reads the generation (or stage) just written and
           *> recomputes its count and check total; both must equal
           *> the catalog entry, or the roll is not trusted.
           PROVE-GENERATION.
               MOVE 0 TO WS-PROVE-ROWS.
               MOVE 0 TO WS-PROVE-CHECK.
               IF WS-GEN-STAGED = "Y"
                   PERFORM SUM-STAGE-FILE
               ELSE
                   PERFORM SUM-GENERATION-FILE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-CAT-ROW-COUNT(WS-CAT-SUB) TO WS-COUNT-DISPLAY.
               MOVE WS-CAT-CHECK-TOTAL(WS-CAT-SUB) TO WS-CHECK-DISPLAY.
               IF WS-PROVE-ROWS = WS-CAT-ROW-COUNT(WS-CAT-SUB)
                   AND WS-PROVE-CHECK = WS-CAT-CHECK-TOTAL(WS-CAT-SUB)
                   STRING WS-GEN-NAME DELIMITED BY SIZE
                          WS-GEN-ACTION DELIMITED BY SIZE
                          " ROWS " DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                          "  CHECK " DELIMITED BY SIZE
                          WS-CHECK-DISPLAY DELIMITED BY SIZE
                          "  PROVEN" DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   MOVE "Y" TO WS-ROLL-FAILED
                   MOVE "Y" TO WS-WORK-EOF
                   STRING WS-GEN-NAME DELIMITED BY SIZE
                          WS-GEN-ACTION DELIMITED BY SIZE
                          " ROWS " DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                          "  CHECK " DELIMITED BY SIZE
                          WS-CHECK-DISPLAY DELIMITED BY SIZE
                          "  DOES NOT PROVE" DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF.
               WRITE REPORT-LINE.

           SUM-GENERATION-FILE.
               MOVE "N" TO WS-GEN-EOF.
               OPEN INPUT GENERATION-FILE.
               IF WS-GEN-STATUS NOT = "00"
                   MOVE "Y" TO WS-GEN-EOF
               END-IF.
               PERFORM UNTIL WS-GEN-EOF = "Y"
                   READ GENERATION-FILE
                       AT END
                           MOVE "Y" TO WS-GEN-EOF
                       NOT AT END
                           MOVE GENERATION-RECORD TO WS-UNLOAD-RECORD
                           PERFORM ADD-RECORD-CHECK-TOTAL
                           ADD 1 TO WS-PROVE-ROWS
                           ADD WS-ROW-CHECK TO WS-PROVE-CHECK
                   END-READ
               END-PERFORM.
               IF WS-GEN-STATUS = "00" OR WS-GEN-STATUS = "10"
                   CLOSE GENERATION-FILE
               END-IF.

           SUM-STAGE-FILE.
               MOVE "N" TO WS-GEN-EOF.
               OPEN INPUT GENERATION-STAGE-FILE.
               IF WS-STAGE-STATUS NOT = "00"
                   MOVE "Y" TO WS-GEN-EOF
               END-IF.
               PERFORM UNTIL WS-GEN-EOF = "Y"
                   READ GENERATION-STAGE-FILE
                       AT END
                           MOVE "Y" TO WS-GEN-EOF
                       NOT AT END
                           MOVE GENERATION-STAGE-RECORD
                               TO WS-UNLOAD-RECORD
                           PERFORM ADD-RECORD-CHECK-TOTAL
                           ADD 1 TO WS-PROVE-ROWS
                           ADD WS-ROW-CHECK TO WS-PROVE-CHECK
                   END-READ
               END-PERFORM.
               IF WS-STAGE-STATUS = "00" OR WS-STAGE-STATUS = "10"
                   CLOSE GENERATION-STAGE-FILE
               END-IF.

           ADD-RECORD-CHECK-TOTAL.
               MOVE 0 TO WS-ROW-CHECK.
               PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                       UNTIL WS-BYTE-SUB > 42
                   ADD FUNCTION ORD(WS-UNLOAD-RECORD(WS-BYTE-SUB:1))
                       TO WS-ROW-CHECK
               END-PERFORM.

           SET-GENERATION-NAME.
               MOVE SPACES TO WS-GEN-NAME.
               STRING "GUESSTXN.G" DELIMITED BY SIZE
                      WS-GEN-DATE DELIMITED BY SIZE
                   INTO WS-GEN-NAME.
               MOVE SPACES TO WS-STAGE-NAME.
               STRING "GUESSTXN.W" DELIMITED BY SIZE
                      WS-GEN-DATE DELIMITED BY SIZE
                   INTO WS-STAGE-NAME.

           FIND-CATALOG-ENTRY.
               MOVE 0 TO WS-CAT-SUB.
               PERFORM VARYING WS-CAT-SUB2 FROM 1 BY 1
                       UNTIL WS-CAT-SUB2 > WS-CAT-COUNT
                          OR WS-CAT-SUB NOT = 0
                   IF WS-CAT-GEN-DATE(WS-CAT-SUB2) = WS-GEN-DATE
                       MOVE WS-CAT-SUB2 TO WS-CAT-SUB
                   END-IF
               END-PERFORM.

           *> Opens a zeroed entry for a new day in date order,
           *> shifting later entries down one. A full table fails the
           *> roll before anything is lost.
           ADD-CATALOG-ENTRY.
               IF WS-CAT-COUNT >= 400
                   MOVE "Y" TO WS-ROLL-FAILED
                   MOVE "Y" TO WS-WORK-EOF
                   MOVE "CATALOG FULL, GENERATION NOT RECORDED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE WS-CAT-COUNT TO WS-CAT-SUB2
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-CAT-SUB
                   PERFORM UNTIL WS-CAT-SUB2 = 0
                       IF WS-CAT-GEN-DATE(WS-CAT-SUB2) > WS-GEN-DATE
                           MOVE WS-CAT-ENTRY(WS-CAT-SUB2)
                               TO WS-CAT-ENTRY(WS-CAT-SUB)
                           MOVE WS-CAT-SUB2 TO WS-CAT-SUB
                           SUBTRACT 1 FROM WS-CAT-SUB2
                       ELSE
                           MOVE 0 TO WS-CAT-SUB2
                       END-IF
                   END-PERFORM
                   MOVE WS-GEN-DATE TO WS-CAT-GEN-DATE(WS-CAT-SUB)
                   MOVE 0 TO WS-CAT-ROW-COUNT(WS-CAT-SUB)
                   MOVE 0 TO WS-CAT-CHECK-TOTAL(WS-CAT-SUB)
                   MOVE "N" TO WS-CAT-STAGED(WS-CAT-SUB)
                   MOVE "N" TO WS-CAT-EXPIRED(WS-CAT-SUB)
               END-IF.

           *> Second pass, only once every generation has proved and
           *> the catalog is saved: GUESSTXN.DAT is started fresh with
           *> the rows dated after the roll date, and the rows written
           *> must equal the rows kept.
           REWRITE-OPEN-TRAIL.
               MOVE "N" TO WS-WORK-EOF.
               OPEN INPUT ROLL-WORK-FILE.
               IF WS-WORK-STATUS NOT = "00"
                   MOVE "Y" TO WS-WORK-EOF
               END-IF.
               OPEN OUTPUT GUESS-TRANSACTION-FILE.
               IF WS-TXN-STATUS = "00"
                   PERFORM REWRITE-OPEN-TRAIL-ROW
                       UNTIL WS-WORK-EOF = "Y"
                   CLOSE GUESS-TRANSACTION-FILE
               ELSE
                   MOVE "Y" TO WS-ROLL-FAILED
                   MOVE "GUESSTXN.DAT"  TO WS-FAILED-NAME
                   MOVE WS-TXN-STATUS TO WS-FAILED-STATUS
                   PERFORM WRITE-OPEN-FAILED
               END-IF.
               IF WS-WORK-STATUS = "00" OR WS-WORK-STATUS = "10"
                   CLOSE ROLL-WORK-FILE
               END-IF.
               IF WS-ROWS-REWRITTEN NOT = WS-ROWS-KEPT
                   MOVE "Y" TO WS-ROLL-FAILED
                   MOVE "ROWS KEPT ON GUESSTXN.DAT DO NOT BALANCE"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           REWRITE-OPEN-TRAIL-ROW.
               READ ROLL-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       IF RW-RUN-DATE > WS-ROLL-DATE
                           MOVE ROLL-WORK-RECORD
                               TO GUESS-TRANSACTION-RECORD
                           WRITE GUESS-TRANSACTION-RECORD
                           IF WS-TXN-STATUS = "00"
                               ADD 1 TO WS-ROWS-REWRITTEN
                           END-IF
                       END-IF
               END-READ.

           *> A failed roll says how far it got. Before the catalog
           *> is saved nothing it relies on has changed; after, the
           *> catalog already holds the rolled rows, so GUESSTXN.DAT
           *> must be rebuilt from GTROLL.TMP rather than rolled again.
           WRITE-ROLL-FAILED.
               MOVE "Y" TO WS-RUN-FAILED.
               IF WS-CATALOG-SAVED = "N"
                   MOVE "ROLL NOT PROVEN, GUESSTXN.DAT AND CATALOG LEFT"
                       TO REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "CATALOG SAVED, GUESSTXN.DAT NOT REWRITTEN - "
                              DELIMITED BY SIZE
                          "KEPT ROWS ARE ON GTROLL.TMP"
                              DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF.
               WRITE REPORT-LINE.

           *> Expires the oldest kept generations once more than the
           *> retention setting are on disk: the catalog entry is
           *> marked X, so SAVE-CATALOG drops it, and the file is
           *> emptied by EMPTY-RETIRED-FILES once the roll is saved.
           APPLY-RETENTION.
               MOVE 0 TO WS-ACTIVE-COUNT.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   IF WS-CAT-STATUS(WS-CAT-SUB) = "A"
                       ADD 1 TO WS-ACTIVE-COUNT
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                          OR WS-ACTIVE-COUNT <= WS-RETAIN-GENERATIONS
                   IF WS-CAT-STATUS(WS-CAT-SUB) = "A"
                       PERFORM EXPIRE-GENERATION
                   END-IF
               END-PERFORM.

           EXPIRE-GENERATION.
               MOVE WS-CAT-GEN-DATE(WS-CAT-SUB) TO WS-GEN-DATE.
               PERFORM SET-GENERATION-NAME.
               MOVE "X" TO WS-CAT-STATUS(WS-CAT-SUB).
               MOVE "Y" TO WS-CAT-EXPIRED(WS-CAT-SUB).
               SUBTRACT 1 FROM WS-ACTIVE-COUNT.
               ADD 1 TO WS-GENS-EXPIRED.
               MOVE SPACES TO REPORT-LINE.
               STRING WS-GEN-NAME DELIMITED BY SIZE
                      "EXPIRED" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           *> Saves the roll: each proven stage file is copied over
           *> its generation, then the catalog is written back - the
           *> retention setting first, then every kept generation in
           *> date order. Expired entries - and any X rows left by
           *> earlier rolls - are not written, so the catalog never
           *> grows past the retention setting. A catalog that is not
           *> written in full fails the roll before GUESSTXN.DAT is
           *> touched.
           SAVE-CATALOG.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                          OR WS-ROLL-FAILED = "Y"
                   IF WS-CAT-STAGED(WS-CAT-SUB) = "Y"
                       PERFORM REPLACE-GENERATION
                   END-IF
               END-PERFORM.
               IF WS-ROLL-FAILED = "N"
                   PERFORM WRITE-CATALOG
               END-IF.

           WRITE-CATALOG.
               MOVE SPACES TO WS-FAILED-STATUS.
               OPEN OUTPUT GEN-CATALOG-FILE.
               IF WS-CATALOG-STATUS = "00"
                   MOVE SPACES TO GEN-CATALOG-RECORD
                   MOVE "R" TO GC-SETTING-TYPE
                   MOVE WS-RETAIN-GENERATIONS TO GC-RETAIN-GENERATIONS
                   WRITE GEN-CATALOG-RECORD
                   PERFORM CHECK-CATALOG-STATUS
                   PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                           UNTIL WS-CAT-SUB > WS-CAT-COUNT
                              OR WS-ROLL-FAILED = "Y"
                       IF WS-CAT-STATUS(WS-CAT-SUB) NOT = "X"
                           PERFORM SAVE-CATALOG-ENTRY
                       END-IF
                   END-PERFORM
                   CLOSE GEN-CATALOG-FILE
               END-IF.
               PERFORM CHECK-CATALOG-STATUS.
               IF WS-ROLL-FAILED = "N"
                   MOVE "Y" TO WS-CATALOG-SAVED
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "GTCATLG.DAT NOT SAVED, STATUS "
                              DELIMITED BY SIZE
                          WS-FAILED-STATUS DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           CHECK-CATALOG-STATUS.
               IF WS-CATALOG-STATUS NOT = "00"
                   AND WS-ROLL-FAILED = "N"
                   MOVE "Y" TO WS-ROLL-FAILED
                   MOVE WS-CATALOG-STATUS TO WS-FAILED-STATUS
               END-IF.

           SAVE-CATALOG-ENTRY.
               MOVE "G" TO GC-ROW-TYPE.
               MOVE WS-CAT-GEN-DATE(WS-CAT-SUB) TO GC-GEN-DATE.
               MOVE WS-CAT-ROW-COUNT(WS-CAT-SUB) TO GC-ROW-COUNT.
               MOVE WS-CAT-CHECK-TOTAL(WS-CAT-SUB) TO GC-CHECK-TOTAL.
               MOVE WS-CAT-ROLL-DATE(WS-CAT-SUB) TO GC-ROLL-DATE.
               MOVE WS-CAT-ROLL-TIME(WS-CAT-SUB) TO GC-ROLL-TIME.
               MOVE WS-CAT-STATUS(WS-CAT-SUB) TO GC-GEN-STATUS.
               WRITE GEN-CATALOG-RECORD.
               PERFORM CHECK-CATALOG-STATUS.

           *> Copies a day's proven stage file over its generation
           *> and proves the copy against the catalog entry. A copy
           *> that falls short fails the roll; the stage file still
           *> holds the proven day.
           REPLACE-GENERATION.
               MOVE WS-CAT-GEN-DATE(WS-CAT-SUB) TO WS-GEN-DATE.
               PERFORM SET-GENERATION-NAME.
               MOVE 0 TO WS-PROVE-ROWS.
               MOVE 0 TO WS-PROVE-CHECK.
               MOVE "N" TO WS-GEN-EOF.
               OPEN INPUT GENERATION-STAGE-FILE.
               IF WS-STAGE-STATUS = "00"
                   OPEN OUTPUT GENERATION-FILE
                   IF WS-GEN-STATUS = "00"
                       PERFORM COPY-STAGE-ROW UNTIL WS-GEN-EOF = "Y"
                       CLOSE GENERATION-FILE
                   END-IF
                   CLOSE GENERATION-STAGE-FILE
               END-IF.
               IF WS-PROVE-ROWS NOT = WS-CAT-ROW-COUNT(WS-CAT-SUB)
                   OR WS-PROVE-CHECK
                       NOT = WS-CAT-CHECK-TOTAL(WS-CAT-SUB)
                   MOVE "Y" TO WS-ROLL-FAILED
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-GEN-NAME DELIMITED BY SIZE
                          "NOT REPLACED IN FULL, PROVEN COPY ON "
                              DELIMITED BY SIZE
                          WS-STAGE-NAME DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           COPY-STAGE-ROW.
               READ GENERATION-STAGE-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF
                   NOT AT END
                       MOVE GENERATION-STAGE-RECORD TO WS-UNLOAD-RECORD
                       MOVE WS-UNLOAD-RECORD TO GENERATION-RECORD
                       WRITE GENERATION-RECORD
                       IF WS-GEN-STATUS = "00"
                           PERFORM ADD-RECORD-CHECK-TOTAL
                           ADD 1 TO WS-PROVE-ROWS
                           ADD WS-ROW-CHECK TO WS-PROVE-CHECK
                       ELSE
                           MOVE "Y" TO WS-GEN-EOF
                       END-IF
               END-READ.

           *> With the catalog saved and GUESSTXN.DAT rewritten, the
           *> files of the generations this run expired are emptied,
           *> and so are the stage files, their rows now on the
           *> generations they replaced.
           EMPTY-RETIRED-FILES.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   MOVE WS-CAT-GEN-DATE(WS-CAT-SUB) TO WS-GEN-DATE
                   PERFORM SET-GENERATION-NAME
                   IF WS-CAT-EXPIRED(WS-CAT-SUB) = "Y"
                       OPEN OUTPUT GENERATION-FILE
                       IF WS-GEN-STATUS = "00"
                           CLOSE GENERATION-FILE
                       END-IF
                   END-IF
                   IF WS-CAT-STAGED(WS-CAT-SUB) = "Y"
                       OPEN OUTPUT GENERATION-STAGE-FILE
                       IF WS-STAGE-STATUS = "00"
                           CLOSE GENERATION-STAGE-FILE
                       END-IF
                   END-IF
               END-PERFORM.

           WRITE-REPORT-HEADER.
               MOVE SPACES TO REPORT-LINE.
               STRING "GUESS TRAIL ROLL THROUGH " DELIMITED BY SIZE
                      WS-ROLL-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-OPTIONS-OK = "N"
                   MOVE "ROLL OPTIONS NOT VALID, NOTHING ROLLED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           WRITE-CONTROL-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "CONTROL TOTALS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ROWS-READ TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  AUDIT ROWS READ            " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ROWS-ROLLED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  ROWS ROLLED                " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ROWS-KEPT TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  ROWS LEFT ON GUESSTXN.DAT  " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-GENS-WRITTEN TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GENERATIONS WRITTEN        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-GENS-EXPIRED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GENERATIONS EXPIRED        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-RETAIN-GENERATIONS TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GENERATIONS RETAINED       " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-RUN-FAILED = "Y"
                   MOVE "  RUN FAILED, SEE LINES ABOVE"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           *> Appends this run's row to RUN-CONTROL-FILE and raises a
           *> non-zero condition code on any failure, so the schedule
           *> knows the trail was not rolled.
           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               OPEN EXTEND RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF.
               MOVE "GUESS-TRAIL-ROLL"  TO RC-PROGRAM-NAME.
               MOVE WS-START-DATE      TO RC-START-DATE.
               MOVE WS-START-TIME      TO RC-START-TIME.
               MOVE WS-END-DATE        TO RC-END-DATE.
               MOVE WS-END-TIME        TO RC-END-TIME.
               MOVE "BATCH"            TO RC-RUN-MODE.
               MOVE 0                  TO RC-GAMES-PLAYED.
               MOVE WS-ROWS-ROLLED     TO RC-RECORDS-WRITTEN.
               MOVE "00"               TO RC-WORST-STATUS.
               IF WS-RUN-FAILED = "Y"
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RC-RETURN-CODE
               END-IF.
               WRITE RUN-CONTROL-RECORD.
               CLOSE RUN-CONTROL-FILE.
       END PROGRAM GUESS-TRAIL-ROLL.
