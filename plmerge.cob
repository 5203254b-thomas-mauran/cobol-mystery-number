       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYER-ID-MERGE.
       AUTHOR. Thomas Mauran.

      *> Batch merge of two player ids that belong to one person -
      *> usually a sign-on typo the game registered as a new player.
      *> The command line gives the retired (from) id, the surviving
      *> (to) id and optionally the operator id for the change
      *> journal. Everything the retired id owns moves under the
      *> surviving id:
      *>   - GAME-HISTORY-FILE rows are re-keyed, and every match row
      *>     naming the retired id as opponent or winner is
      *>     corrected, whoever it is keyed under;
      *>   - GAMEARCH.DAT and GUESSTXN.DAT are copied through a work
      *>     file with the ids replaced, then copied back - but only
      *>     once every row has reached the work file, so a failed
      *>     work write never costs the live file a row;
      *>   - every kept (A) generation of the guess trail on
      *>     GENERATION-CATALOG-FILE holding the retired id goes
      *>     through the same copy, after it has been proved against
      *>     its catalog count and check total, and its catalog row
      *>     is given the new check total so GUESS-TRAIL-ROLL still
      *>     proves it;
      *>   - PLAYER-BADGE-FILE awards move across, and a badge both
      *>     ids hold is kept once with the earlier award date;
      *>   - RATED-MATCH-FILE entries move with the match rows they
      *>     name, so SKILL-RATING never rates a re-keyed match a
      *>     second time (each id's rating itself stays as rated);
      *>   - SITE-XREF-FILE rows mapping a remote site's player to
      *>     the retired id are pointed at the surviving id, so that
      *>     site's later games load under it;
      *>   - the retired id is deactivated on PLAYER-MASTER-FILE and
      *>     the deactivation journalled like any other.
      *> Both ids must be on the master and differ, or nothing is
      *> touched. The control report gives rows read and re-keyed
      *> per file, so the merge can be proved complete before
      *> PLAYER-STATS-ROLLUP is rerun. A rerun of the same merge
      *> finds nothing left to move and changes nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GAME-ARCHIVE-FILE ASSIGN TO "GAMEARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT GUESS-TRANSACTION-FILE ASSIGN TO WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT GEN-CATALOG-FILE ASSIGN TO "GTCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT MERGE-WORK-FILE ASSIGN TO "PLMERGE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT PLAYER-BADGE-FILE ASSIGN TO "PLAYBADG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-BADGE-STATUS.

           SELECT RATED-MATCH-FILE ASSIGN TO "RATEDM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MATCH-KEY
               FILE STATUS IS WS-RATED-STATUS.

           SELECT SITE-XREF-FILE ASSIGN TO "SITEXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT MERGE-REPORT-FILE ASSIGN TO "MERGERPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       COPY "playerm.cpy".

       FD  GAME-HISTORY-FILE.
       COPY "gamehist.cpy".

       FD  GAME-ARCHIVE-FILE.
      *> One unloaded GAME-HISTORY-RECORD per line, byte for byte the
      *> gamehist.cpy layout, as HISTORY-ARCHIVE writes it.
       01 GAME-ARCHIVE-RECORD PIC X(92).

       FD  GUESS-TRANSACTION-FILE.
       COPY "guesstxn.cpy".

       FD  GEN-CATALOG-FILE.
       COPY "gtcatlg.cpy".

       FD  MERGE-WORK-FILE.
      *> Holds one sequential file's rows, ids already replaced,
      *> between the copy out and the copy back.
       01 MERGE-WORK-RECORD PIC X(92).

       FD  PLAYER-BADGE-FILE.
       COPY "playbadg.cpy".

       FD  RATED-MATCH-FILE.
       COPY "ratedm.cpy".

       FD  SITE-XREF-FILE.
       COPY "sitexref.cpy".

       FD  CHANGE-JOURNAL-FILE.
       COPY "chgjrnl.cpy".

       FD  MERGE-REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PLAYER-STATUS PIC X(2) VALUE SPACES.
       01 WS-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
       01 WS-TXN-STATUS PIC X(2) VALUE SPACES.
       01 WS-WORK-STATUS PIC X(2) VALUE SPACES.
       01 WS-BADGE-STATUS PIC X(2) VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC X(2) VALUE SPACES.
       01 WS-RATED-STATUS PIC X(2) VALUE SPACES.
       01 WS-XREF-STATUS PIC X(2) VALUE SPACES.
       01 WS-CATALOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-RUN-FAILED PIC X(1) VALUE "N".
       01 WS-IDS-OK PIC X(1) VALUE "N".
       01 WS-MASTER-OPEN PIC X(1) VALUE "N".
       01 WS-CATALOG-EOF PIC X(1) VALUE "N".
       01 WS-CATALOG-TRUNCATED PIC X(1) VALUE "N".
       01 WS-CATALOG-CHANGED PIC X(1) VALUE "N".
       01 WS-TRAIL-NAME PIC X(20) VALUE "GUESSTXN.DAT".

       01 WS-RUN-OPTIONS PIC X(80) VALUE SPACES.
       01 WS-FROM-ID PIC X(8) VALUE SPACES.
       01 WS-TO-ID PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(40) VALUE SPACES.

       01 WS-SAVED-HISTORY PIC X(92) VALUE SPACES.
       01 WS-LAST-KEY PIC X(29) VALUE SPACES.
       01 WS-SAVED-BADGE PIC X(21) VALUE SPACES.
       01 WS-FROM-AWARD-DATE PIC 9(8) VALUE 0.
       01 WS-FROM-BADGE-CODE PIC X(4) VALUE SPACES.
       01 WS-SAVED-RATED PIC X(37) VALUE SPACES.
       01 WS-LAST-RATED-KEY PIC X(29) VALUE SPACES.
       01 WS-ROW-CHANGED PIC X(1) VALUE "N".

       01 WS-HIST-REKEYED PIC 9(7) VALUE 0.
       01 WS-HIST-REKEY-FAILED PIC 9(7) VALUE 0.
       01 WS-HIST-READ PIC 9(7) VALUE 0.
       01 WS-MATCH-CORRECTED PIC 9(7) VALUE 0.
       01 WS-ARCH-READ PIC 9(7) VALUE 0.
       01 WS-ARCH-REKEYED PIC 9(7) VALUE 0.
       01 WS-ARCH-WRITTEN PIC 9(7) VALUE 0.
       01 WS-TXN-READ PIC 9(7) VALUE 0.
       01 WS-TXN-REKEYED PIC 9(7) VALUE 0.
       01 WS-TXN-WRITTEN PIC 9(7) VALUE 0.
       01 WS-BADGES-MOVED PIC 9(5) VALUE 0.
       01 WS-BADGES-COMBINED PIC 9(5) VALUE 0.
       01 WS-BADGES-FAILED PIC 9(5) VALUE 0.
       01 WS-RATED-MOVED PIC 9(7) VALUE 0.
       01 WS-RATED-FAILED PIC 9(7) VALUE 0.
       01 WS-XREF-REPOINTED PIC 9(7) VALUE 0.
       01 WS-MASTER-DEACTIVATED PIC 9(1) VALUE 0.
       01 WS-COPY-READ PIC 9(7) VALUE 0.
       01 WS-COPY-WRITTEN PIC 9(7) VALUE 0.
       01 WS-WORK-WRITTEN PIC 9(7) VALUE 0.
       01 WS-FILE-REKEYED PIC 9(7) VALUE 0.
       01 WS-GENS-REKEYED PIC 9(5) VALUE 0.
       01 WS-TOTAL-REKEYED PIC 9(7) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.

      *> The guess trail catalog, held in its own order while the
      *> kept generations are re-keyed and written back whole if
      *> any generation's count or check total changed. Counts and
      *> check totals are GUESS-TRAIL-ROLL's: rows, and the sum of
      *> every byte's ordinal over the 42-byte audit row.
       01 WS-RETAIN-GENERATIONS PIC 9(3) VALUE 30.
       01 WS-CATALOG-TABLE.
           05 WS-CAT-ENTRY OCCURS 400 TIMES.
               10 WS-CAT-GEN-DATE       PIC 9(8).
               10 WS-CAT-ROW-COUNT      PIC 9(7).
               10 WS-CAT-CHECK-TOTAL    PIC 9(12).
               10 WS-CAT-ROLL-DATE      PIC 9(8).
               10 WS-CAT-ROLL-TIME      PIC 9(8).
               10 WS-CAT-STATUS         PIC X(1).
       01 WS-CAT-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-SUB PIC 9(3) VALUE 0.
       01 WS-UNLOAD-RECORD PIC X(42) VALUE SPACES.
       01 WS-BYTE-SUB PIC 9(3) VALUE 0.
       01 WS-ROW-CHECK PIC 9(12) VALUE 0.
       01 WS-OLD-CHECK PIC 9(12) VALUE 0.
       01 WS-NEW-CHECK PIC 9(12) VALUE 0.

       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-START-TIME PIC 9(8) VALUE 0.
       01 WS-END-DATE PIC 9(8) VALUE 0.
       01 WS-END-TIME PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT MERGE-REPORT-FILE.
           PERFORM GET-RUN-OPTIONS.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-IDS-OK = "Y"
               PERFORM VALIDATE-MERGE-IDS
           END-IF.
           IF WS-IDS-OK = "Y"
               PERFORM MERGE-LIVE-HISTORY
               PERFORM MERGE-ARCHIVE
               PERFORM MERGE-GUESS-TRAIL
               PERFORM MERGE-BADGES
               PERFORM MERGE-RATED-MATCHES
               PERFORM MERGE-SITE-XREF
               PERFORM RETIRE-FROM-ID
           END-IF.
           IF WS-MASTER-OPEN = "Y"
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE MERGE-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

           *> Takes the retired id, the surviving id and the operator
           *> from the command line, the same JCL-PARM-style channel
           *> the other batch jobs use. With no operator the journal
           *> row is written under BATCH.
           GET-RUN-OPTIONS.
               ACCEPT WS-RUN-OPTIONS FROM COMMAND-LINE.
               UNSTRING WS-RUN-OPTIONS DELIMITED BY ALL " "
                   INTO WS-FROM-ID
                        WS-TO-ID
                        WS-OPERATOR-ID.
               IF WS-OPERATOR-ID = SPACES
                   MOVE "BATCH" TO WS-OPERATOR-ID
               END-IF.
               IF WS-FROM-ID = SPACES OR WS-TO-ID = SPACES
                   OR WS-FROM-ID = WS-TO-ID
                   DISPLAY "Merge needs two different player ids: "
                       WS-RUN-OPTIONS
                   MOVE "Y" TO WS-RUN-FAILED
               ELSE
                   MOVE "Y" TO WS-IDS-OK
               END-IF.

           *> Both ids must already be on the master; merging into an
           *> id nobody registered would only move the typo.
           VALIDATE-MERGE-IDS.
               OPEN I-O PLAYER-MASTER-FILE.
               IF WS-PLAYER-STATUS NOT = "00"
                   DISPLAY "PLAYER-MASTER-FILE not available, status "
                       WS-PLAYER-STATUS
                   MOVE "N" TO WS-IDS-OK
                   MOVE "Y" TO WS-RUN-FAILED
               ELSE
                   MOVE "Y" TO WS-MASTER-OPEN
                   MOVE WS-TO-ID TO PM-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "Surviving id not on master: "
                               WS-TO-ID
                           MOVE "N" TO WS-IDS-OK
                   END-READ
                   MOVE WS-FROM-ID TO PM-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "Retired id not on master: "
                               WS-FROM-ID
                           MOVE "N" TO WS-IDS-OK
                   END-READ
               END-IF.
               IF WS-IDS-OK = "N"
                   MOVE "Y" TO WS-RUN-FAILED
                   MOVE "PLAYER ID NOT ON MASTER, NOTHING MERGED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           *> Re-keys the retired id's history rows, then corrects the
           *> opponent and winner on every match row. A missing
           *> history file just means there is no live history to move.
           MERGE-LIVE-HISTORY.
               OPEN I-O GAME-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "00"
                   PERFORM REKEY-HISTORY-ROWS
                   PERFORM CORRECT-MATCH-ROWS
                   CLOSE GAME-HISTORY-FILE
               ELSE
                   CLOSE GAME-HISTORY-FILE
               END-IF.

           *> Each row is written under the surviving id before the
           *> old one is deleted, and the browse restarts past the key
           *> just handled, so the file position never rests on a row
           *> that has gone. A key already taken under the surviving
           *> id - the same second, the same sequence - leaves that
           *> row where it was and fails the run.
           REKEY-HISTORY-ROWS.
               MOVE "N" TO WS-EOF.
               MOVE WS-FROM-ID TO GH-PLAYER-ID.
               MOVE 0 TO GH-RUN-DATE.
               MOVE 0 TO GH-RUN-TIME.
               MOVE 0 TO GH-SEQUENCE-NO.
               START GAME-HISTORY-FILE
                   KEY >= GH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START.
               PERFORM REKEY-NEXT-HISTORY-ROW UNTIL WS-EOF = "Y".

           REKEY-NEXT-HISTORY-ROW.
               READ GAME-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GH-PLAYER-ID NOT = WS-FROM-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM REKEY-ONE-HISTORY-ROW
                       END-IF
               END-READ.

           REKEY-ONE-HISTORY-ROW.
               MOVE GAME-HISTORY-RECORD TO WS-SAVED-HISTORY.
               MOVE GH-KEY TO WS-LAST-KEY.
               MOVE WS-TO-ID TO GH-PLAYER-ID.
               WRITE GAME-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "History key already held by "
                           WS-TO-ID ": " GH-KEY
               END-WRITE.
               IF WS-HISTORY-STATUS = "00"
                   MOVE WS-SAVED-HISTORY TO GAME-HISTORY-RECORD
                   DELETE GAME-HISTORY-FILE RECORD
                       INVALID KEY
                           DISPLAY "Delete failed for key "
                               GH-KEY ", status "
                               WS-HISTORY-STATUS
                   END-DELETE
                   ADD 1 TO WS-HIST-REKEYED
               ELSE
                   ADD 1 TO WS-HIST-REKEY-FAILED
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.
               MOVE WS-LAST-KEY TO GH-KEY.
               START GAME-HISTORY-FILE
                   KEY > GH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START.

           *> A match row is keyed under player 1, so the retired id
           *> can sit in the opponent or winner field of a row that
           *> belongs to anybody - every row is looked at.
           CORRECT-MATCH-ROWS.
               MOVE "N" TO WS-EOF.
               MOVE LOW-VALUES TO GH-KEY.
               START GAME-HISTORY-FILE
                   KEY >= GH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START.
               PERFORM CORRECT-NEXT-MATCH-ROW UNTIL WS-EOF = "Y".

           CORRECT-NEXT-MATCH-ROW.
               READ GAME-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       IF GH-OPPONENT-ID = WS-FROM-ID
                           OR GH-WINNER-ID = WS-FROM-ID
                           IF GH-OPPONENT-ID = WS-FROM-ID
                               MOVE WS-TO-ID TO GH-OPPONENT-ID
                           END-IF
                           IF GH-WINNER-ID = WS-FROM-ID
                               MOVE WS-TO-ID TO GH-WINNER-ID
                           END-IF
                           REWRITE GAME-HISTORY-RECORD
                               INVALID KEY
                                   DISPLAY "Rewrite failed for key "
                                       GH-KEY
                                   MOVE "Y" TO WS-RUN-FAILED
                           END-REWRITE
                           IF WS-HISTORY-STATUS = "00"
                               ADD 1 TO WS-MATCH-CORRECTED
                           END-IF
                       END-IF
               END-READ.

           *> The archive is copied out to the work file with the ids
           *> replaced, then copied back over itself. The archive is
           *> only opened for output once the work file holds every
           *> row read; a short work copy leaves it untouched and
           *> fails the run. A copy-back that does not return every
           *> row it read fails the run too; the work file is left as
           *> it was for the rerun.
           MERGE-ARCHIVE.
               MOVE 0 TO WS-COPY-READ.
               MOVE 0 TO WS-WORK-WRITTEN.
               MOVE 0 TO WS-COPY-WRITTEN.
               MOVE "N" TO WS-EOF.
               OPEN INPUT GAME-ARCHIVE-FILE.
               IF WS-ARCHIVE-STATUS = "00"
                   OPEN OUTPUT MERGE-WORK-FILE
                   PERFORM COPY-OUT-ARCHIVE-ROW UNTIL WS-EOF = "Y"
                   CLOSE MERGE-WORK-FILE
                   CLOSE GAME-ARCHIVE-FILE
                   IF WS-WORK-WRITTEN = WS-COPY-READ
                       MOVE "N" TO WS-EOF
                       OPEN INPUT MERGE-WORK-FILE
                       OPEN OUTPUT GAME-ARCHIVE-FILE
                       PERFORM COPY-BACK-ARCHIVE-ROW UNTIL WS-EOF = "Y"
                       CLOSE GAME-ARCHIVE-FILE
                       CLOSE MERGE-WORK-FILE
                   END-IF
               ELSE
                   CLOSE GAME-ARCHIVE-FILE
               END-IF.
               MOVE WS-COPY-READ TO WS-ARCH-READ.
               MOVE WS-COPY-WRITTEN TO WS-ARCH-WRITTEN.
               IF WS-WORK-WRITTEN NOT = WS-COPY-READ
                   DISPLAY "GAMEARCH.DAT work copy short: "
                       WS-WORK-WRITTEN " of " WS-COPY-READ
                       ", archive left as it was"
                   MOVE "Y" TO WS-RUN-FAILED
               ELSE
                   IF WS-ARCH-WRITTEN NOT = WS-ARCH-READ
                       DISPLAY "GAMEARCH.DAT copy-back short: "
                           WS-ARCH-WRITTEN " of " WS-ARCH-READ
                       MOVE "Y" TO WS-RUN-FAILED
                   END-IF
               END-IF.

           COPY-OUT-ARCHIVE-ROW.
               READ GAME-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-COPY-READ
                       MOVE GAME-ARCHIVE-RECORD TO GAME-HISTORY-RECORD
                       MOVE "N" TO WS-ROW-CHANGED
                       IF GH-PLAYER-ID = WS-FROM-ID
                           MOVE WS-TO-ID TO GH-PLAYER-ID
                           MOVE "Y" TO WS-ROW-CHANGED
                       END-IF
                       IF GH-OPPONENT-ID = WS-FROM-ID
                           MOVE WS-TO-ID TO GH-OPPONENT-ID
                           MOVE "Y" TO WS-ROW-CHANGED
                       END-IF
                       IF GH-WINNER-ID = WS-FROM-ID
                           MOVE WS-TO-ID TO GH-WINNER-ID
                           MOVE "Y" TO WS-ROW-CHANGED
                       END-IF
                       IF WS-ROW-CHANGED = "Y"
                           ADD 1 TO WS-ARCH-REKEYED
                       END-IF
                       MOVE GAME-HISTORY-RECORD TO MERGE-WORK-RECORD
                       WRITE MERGE-WORK-RECORD
                       IF WS-WORK-STATUS = "00"
                           ADD 1 TO WS-WORK-WRITTEN
                       END-IF
               END-READ.

           COPY-BACK-ARCHIVE-ROW.
               READ MERGE-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE MERGE-WORK-RECORD TO GAME-ARCHIVE-RECORD
                       WRITE GAME-ARCHIVE-RECORD
                       IF WS-ARCHIVE-STATUS = "00"
                           ADD 1 TO WS-COPY-WRITTEN
                       END-IF
               END-READ.

           *> The guess audit trail goes through the same copy out and
           *> copy back as the archive: the open GUESSTXN.DAT first,
           *> then every generation the catalog still keeps, since the
           *> reconciliation, verification and replay jobs read them
           *> all. A trail file with no row for the retired id is left
           *> alone. The catalog is written back only when a
           *> generation was rewritten; one over 400 rows is not
           *> trusted and no generation is touched.
           MERGE-GUESS-TRAIL.
               PERFORM LOAD-TRAIL-CATALOG.
               MOVE "GUESSTXN.DAT" TO WS-TRAIL-NAME.
               MOVE 0 TO WS-CAT-SUB.
               PERFORM MERGE-ONE-TRAIL-FILE.
               IF WS-CATALOG-TRUNCATED = "Y"
                   DISPLAY "GTCATLG.DAT over 400 rows, "
                       "generations not re-keyed"
                   MOVE "Y" TO WS-RUN-FAILED
               ELSE
                   PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                           UNTIL WS-CAT-SUB > WS-CAT-COUNT
                       IF WS-CAT-STATUS(WS-CAT-SUB) = "A"
                           MOVE SPACES TO WS-TRAIL-NAME
                           STRING "GUESSTXN.G" DELIMITED BY SIZE
                                  WS-CAT-GEN-DATE(WS-CAT-SUB)
                                      DELIMITED BY SIZE
                               INTO WS-TRAIL-NAME
                           PERFORM MERGE-ONE-TRAIL-FILE
                       END-IF
                   END-PERFORM
               END-IF.
               IF WS-CATALOG-CHANGED = "Y"
                   PERFORM SAVE-TRAIL-CATALOG
               END-IF.

           *> Loads the retention setting and every generation row.
           *> No catalog just means the trail has never been rolled.
           LOAD-TRAIL-CATALOG.
               MOVE 0 TO WS-CAT-COUNT.
               MOVE "N" TO WS-CATALOG-EOF.
               OPEN INPUT GEN-CATALOG-FILE.
               IF WS-CATALOG-STATUS NOT = "00"
                   MOVE "Y" TO WS-CATALOG-EOF
               END-IF.
               PERFORM LOAD-ONE-CATALOG-ROW UNTIL WS-CATALOG-EOF = "Y".
               IF WS-CATALOG-STATUS = "00" OR WS-CATALOG-STATUS = "10"
                   CLOSE GEN-CATALOG-FILE
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
               ELSE
                   MOVE "Y" TO WS-CATALOG-TRUNCATED
               END-IF.

           *> Copies one trail file out to the work file, ids replaced
           *> and its check totals taken before and after. A file with
           *> something to re-key is copied back by REWRITE-TRAIL-FILE.
           *> A kept generation that cannot be opened cannot be proved
           *> complete, so it fails the run.
           MERGE-ONE-TRAIL-FILE.
               MOVE 0 TO WS-COPY-READ.
               MOVE 0 TO WS-WORK-WRITTEN.
               MOVE 0 TO WS-COPY-WRITTEN.
               MOVE 0 TO WS-FILE-REKEYED.
               MOVE 0 TO WS-OLD-CHECK.
               MOVE 0 TO WS-NEW-CHECK.
               MOVE "N" TO WS-EOF.
               OPEN INPUT GUESS-TRANSACTION-FILE.
               IF WS-TXN-STATUS = "00"
                   OPEN OUTPUT MERGE-WORK-FILE
                   PERFORM COPY-OUT-GUESS-ROW UNTIL WS-EOF = "Y"
                   CLOSE MERGE-WORK-FILE
                   CLOSE GUESS-TRANSACTION-FILE
                   ADD WS-COPY-READ TO WS-TXN-READ
                   IF WS-FILE-REKEYED > 0
                       PERFORM REWRITE-TRAIL-FILE
                   END-IF
               ELSE
                   CLOSE GUESS-TRANSACTION-FILE
                   IF WS-CAT-SUB NOT = 0
                       DISPLAY WS-TRAIL-NAME " not available, status "
                           WS-TXN-STATUS
                       MOVE "Y" TO WS-RUN-FAILED
                   END-IF
               END-IF.

           *> A generation must still prove against its catalog row
           *> before it is rewritten, and the work file must hold
           *> every row read; otherwise the file is left as it was.
           *> Once copied back in full, a generation's catalog row
           *> takes the new check total.
           REWRITE-TRAIL-FILE.
               IF WS-CAT-SUB NOT = 0
                   AND (WS-COPY-READ NOT = WS-CAT-ROW-COUNT(WS-CAT-SUB)
                   OR WS-OLD-CHECK NOT = WS-CAT-CHECK-TOTAL(WS-CAT-SUB))
                   DISPLAY WS-TRAIL-NAME " does not prove against "
                       "GTCATLG.DAT, left as it was"
                   MOVE "Y" TO WS-RUN-FAILED
               ELSE
                   IF WS-WORK-WRITTEN NOT = WS-COPY-READ
                       DISPLAY WS-TRAIL-NAME " work copy short: "
                           WS-WORK-WRITTEN " of " WS-COPY-READ
                           ", left as it was"
                       MOVE "Y" TO WS-RUN-FAILED
                   ELSE
                       MOVE "N" TO WS-EOF
                       OPEN INPUT MERGE-WORK-FILE
                       OPEN OUTPUT GUESS-TRANSACTION-FILE
                       PERFORM COPY-BACK-GUESS-ROW UNTIL WS-EOF = "Y"
                       CLOSE GUESS-TRANSACTION-FILE
                       CLOSE MERGE-WORK-FILE
                       ADD WS-COPY-WRITTEN TO WS-TXN-WRITTEN
                       PERFORM CHECK-TRAIL-COPY-BACK
                   END-IF
               END-IF.

           CHECK-TRAIL-COPY-BACK.
               IF WS-COPY-WRITTEN NOT = WS-COPY-READ
                   DISPLAY WS-TRAIL-NAME " copy-back short: "
                       WS-COPY-WRITTEN " of " WS-COPY-READ
                   MOVE "Y" TO WS-RUN-FAILED
               ELSE
                   ADD WS-FILE-REKEYED TO WS-TXN-REKEYED
                   IF WS-CAT-SUB NOT = 0
                       MOVE WS-COPY-WRITTEN
                           TO WS-CAT-ROW-COUNT(WS-CAT-SUB)
                       MOVE WS-NEW-CHECK
                           TO WS-CAT-CHECK-TOTAL(WS-CAT-SUB)
                       MOVE "Y" TO WS-CATALOG-CHANGED
                       ADD 1 TO WS-GENS-REKEYED
                   END-IF
               END-IF.

           COPY-OUT-GUESS-ROW.
               READ GUESS-TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-COPY-READ
                       MOVE GUESS-TRANSACTION-RECORD
                           TO WS-UNLOAD-RECORD
                       PERFORM ADD-RECORD-CHECK-TOTAL
                       ADD WS-ROW-CHECK TO WS-OLD-CHECK
                       IF GT-PLAYER-ID = WS-FROM-ID
                           MOVE WS-TO-ID TO GT-PLAYER-ID
                           ADD 1 TO WS-FILE-REKEYED
                       END-IF
                       MOVE GUESS-TRANSACTION-RECORD
                           TO WS-UNLOAD-RECORD
                       PERFORM ADD-RECORD-CHECK-TOTAL
                       ADD WS-ROW-CHECK TO WS-NEW-CHECK
                       MOVE SPACES TO MERGE-WORK-RECORD
                       MOVE GUESS-TRANSACTION-RECORD
                           TO MERGE-WORK-RECORD
                       WRITE MERGE-WORK-RECORD
                       IF WS-WORK-STATUS = "00"
                           ADD 1 TO WS-WORK-WRITTEN
                       END-IF
               END-READ.

           COPY-BACK-GUESS-ROW.
               READ MERGE-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE MERGE-WORK-RECORD
                           TO GUESS-TRANSACTION-RECORD
                       WRITE GUESS-TRANSACTION-RECORD
                       IF WS-TXN-STATUS = "00"
                           ADD 1 TO WS-COPY-WRITTEN
                       END-IF
               END-READ.

           ADD-RECORD-CHECK-TOTAL.
               MOVE 0 TO WS-ROW-CHECK.
               PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                       UNTIL WS-BYTE-SUB > 42
                   ADD FUNCTION ORD(WS-UNLOAD-RECORD(WS-BYTE-SUB:1))
                       TO WS-ROW-CHECK
               END-PERFORM.

           *> Writes the catalog back whole, the retention setting
           *> first and then every generation row in the order read,
           *> the same layout GUESS-TRAIL-ROLL writes.
           SAVE-TRAIL-CATALOG.
               OPEN OUTPUT GEN-CATALOG-FILE.
               MOVE SPACES TO GEN-CATALOG-RECORD.
               MOVE "R" TO GC-SETTING-TYPE.
               MOVE WS-RETAIN-GENERATIONS TO GC-RETAIN-GENERATIONS.
               WRITE GEN-CATALOG-RECORD.
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   PERFORM SAVE-CATALOG-ENTRY
               END-PERFORM.
               CLOSE GEN-CATALOG-FILE.
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "GTCATLG.DAT rewrite failed, status "
                       WS-CATALOG-STATUS
                   MOVE "Y" TO WS-RUN-FAILED
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

           *> Moves each of the retired id's badges across. Where the
           *> surviving id already holds the badge, the one award left
           *> carries whichever date was earlier. The browse restarts
           *> past each badge handled, as the history re-key does.
           MERGE-BADGES.
               OPEN I-O PLAYER-BADGE-FILE.
               IF WS-BADGE-STATUS = "00"
                   MOVE "N" TO WS-EOF
                   MOVE WS-FROM-ID TO PB-PLAYER-ID
                   MOVE LOW-VALUES TO PB-BADGE-CODE
                   START PLAYER-BADGE-FILE
                       KEY >= PB-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
                   PERFORM MERGE-NEXT-BADGE UNTIL WS-EOF = "Y"
                   CLOSE PLAYER-BADGE-FILE
               ELSE
                   CLOSE PLAYER-BADGE-FILE
               END-IF.

           MERGE-NEXT-BADGE.
               READ PLAYER-BADGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PB-PLAYER-ID NOT = WS-FROM-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM MERGE-ONE-BADGE
                       END-IF
               END-READ.

           MERGE-ONE-BADGE.
               MOVE PLAYER-BADGE-RECORD TO WS-SAVED-BADGE.
               MOVE PB-BADGE-CODE TO WS-FROM-BADGE-CODE.
               MOVE PB-AWARD-DATE TO WS-FROM-AWARD-DATE.
               MOVE WS-TO-ID TO PB-PLAYER-ID.
               READ PLAYER-BADGE-FILE
                   INVALID KEY
                       MOVE WS-SAVED-BADGE TO PLAYER-BADGE-RECORD
                       MOVE WS-TO-ID TO PB-PLAYER-ID
                       WRITE PLAYER-BADGE-RECORD
                       IF WS-BADGE-STATUS = "00"
                           ADD 1 TO WS-BADGES-MOVED
                       END-IF
                   NOT INVALID KEY
                       IF WS-FROM-AWARD-DATE < PB-AWARD-DATE
                           MOVE WS-FROM-AWARD-DATE TO PB-AWARD-DATE
                           REWRITE PLAYER-BADGE-RECORD
                       END-IF
                       IF WS-BADGE-STATUS = "00"
                           ADD 1 TO WS-BADGES-COMBINED
                       END-IF
               END-READ.
               IF WS-BADGE-STATUS = "00"
                   MOVE WS-FROM-ID TO PB-PLAYER-ID
                   MOVE WS-FROM-BADGE-CODE TO PB-BADGE-CODE
                   DELETE PLAYER-BADGE-FILE RECORD
                       INVALID KEY
                           DISPLAY "Badge delete failed for "
                               WS-FROM-ID " " WS-FROM-BADGE-CODE
                   END-DELETE
               ELSE
                   DISPLAY "Badge move failed for " WS-FROM-ID " "
                       WS-FROM-BADGE-CODE ", status " WS-BADGE-STATUS
                   ADD 1 TO WS-BADGES-FAILED
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.
               MOVE WS-FROM-ID TO PB-PLAYER-ID.
               MOVE WS-FROM-BADGE-CODE TO PB-BADGE-CODE.
               START PLAYER-BADGE-FILE
                   KEY > PB-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START.

           *> Re-keys the retired id's rated-match entries the same
           *> way the history rows were re-keyed, so the match keys
           *> on both files still agree. No file just means no rating
           *> run has happened yet.
           MERGE-RATED-MATCHES.
               OPEN I-O RATED-MATCH-FILE.
               IF WS-RATED-STATUS = "00"
                   MOVE "N" TO WS-EOF
                   MOVE WS-FROM-ID TO RM-PLAYER-ID
                   MOVE 0 TO RM-RUN-DATE
                   MOVE 0 TO RM-RUN-TIME
                   MOVE 0 TO RM-SEQUENCE-NO
                   START RATED-MATCH-FILE
                       KEY >= RM-MATCH-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
                   PERFORM MERGE-NEXT-RATED-MATCH UNTIL WS-EOF = "Y"
                   CLOSE RATED-MATCH-FILE
               ELSE
                   CLOSE RATED-MATCH-FILE
               END-IF.

           MERGE-NEXT-RATED-MATCH.
               READ RATED-MATCH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RM-PLAYER-ID NOT = WS-FROM-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM MERGE-ONE-RATED-MATCH
                       END-IF
               END-READ.

           MERGE-ONE-RATED-MATCH.
               MOVE RATED-MATCH-RECORD TO WS-SAVED-RATED.
               MOVE RM-MATCH-KEY TO WS-LAST-RATED-KEY.
               MOVE WS-TO-ID TO RM-PLAYER-ID.
               WRITE RATED-MATCH-RECORD
                   INVALID KEY
                       DISPLAY "Rated-match key already held by "
                           WS-TO-ID ": " RM-MATCH-KEY
               END-WRITE.
               IF WS-RATED-STATUS = "00"
                   MOVE WS-SAVED-RATED TO RATED-MATCH-RECORD
                   DELETE RATED-MATCH-FILE RECORD
                       INVALID KEY
                           DISPLAY "Delete failed for key "
                               RM-MATCH-KEY ", status "
                               WS-RATED-STATUS
                   END-DELETE
                   ADD 1 TO WS-RATED-MOVED
               ELSE
                   ADD 1 TO WS-RATED-FAILED
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.
               MOVE WS-LAST-RATED-KEY TO RM-MATCH-KEY.
               START RATED-MATCH-FILE
                   KEY > RM-MATCH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START.

           *> The cross-reference is keyed by the remote site's ids,
           *> not ours, so the whole file is read and each row naming
           *> the retired id is rewritten in place. No file just means
           *> no remote site has been imported yet.
           MERGE-SITE-XREF.
               OPEN I-O SITE-XREF-FILE.
               IF WS-XREF-STATUS = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM MERGE-NEXT-SITE-XREF UNTIL WS-EOF = "Y"
                   CLOSE SITE-XREF-FILE
               ELSE
                   CLOSE SITE-XREF-FILE
               END-IF.

           MERGE-NEXT-SITE-XREF.
               READ SITE-XREF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SX-LOCAL-PLAYER-ID = WS-FROM-ID
                           MOVE WS-TO-ID TO SX-LOCAL-PLAYER-ID
                           REWRITE SITE-XREF-RECORD
                           IF WS-XREF-STATUS = "00"
                               ADD 1 TO WS-XREF-REPOINTED
                           ELSE
                               DISPLAY "Site xref rewrite failed for "
                                   SX-KEY ", status " WS-XREF-STATUS
                               MOVE "Y" TO WS-RUN-FAILED
                           END-IF
                       END-IF
               END-READ.

           *> Deactivates the retired id and journals the change the
           *> way the maintenance programs do. An id already inactive
           *> is left as it is.
           RETIRE-FROM-ID.
               MOVE WS-FROM-ID TO PM-PLAYER-ID.
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-RUN-FAILED
                   NOT INVALID KEY
                       IF PM-ACTIVE-FLAG NOT = "N"
                           MOVE PLAYER-MASTER-RECORD TO WS-BEFORE-IMAGE
                           MOVE "N" TO PM-ACTIVE-FLAG
                           REWRITE PLAYER-MASTER-RECORD
                           IF WS-PLAYER-STATUS = "00"
                               MOVE 1 TO WS-MASTER-DEACTIVATED
                               PERFORM WRITE-JOURNAL-ENTRY
                           ELSE
                               DISPLAY "Master rewrite failed for "
                                   WS-FROM-ID ", status "
                                   WS-PLAYER-STATUS
                               MOVE "Y" TO WS-RUN-FAILED
                           END-IF
                       END-IF
               END-READ.

           *> Appends the before/after row for the deactivation to the
           *> change journal, creating the journal on first use.
           WRITE-JOURNAL-ENTRY.
               OPEN EXTEND CHANGE-JOURNAL-FILE.
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT CHANGE-JOURNAL-FILE
               END-IF.
               ACCEPT CJ-CHANGE-DATE FROM DATE YYYYMMDD.
               ACCEPT CJ-CHANGE-TIME FROM TIME.
               MOVE WS-OPERATOR-ID       TO CJ-OPERATOR-ID.
               MOVE "PLAYER-ID-MERGE"    TO CJ-SOURCE-PROGRAM.
               MOVE "MERGE-OUT"          TO CJ-ACTION.
               MOVE "PLAYERM"            TO CJ-FILE-NAME.
               MOVE PM-PLAYER-ID         TO CJ-RECORD-KEY.
               MOVE WS-BEFORE-IMAGE      TO CJ-BEFORE-IMAGE.
               MOVE PLAYER-MASTER-RECORD TO CJ-AFTER-IMAGE.
               WRITE CHANGE-JOURNAL-RECORD.
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "Journal write failed, status "
                       WS-JOURNAL-STATUS
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.
               CLOSE CHANGE-JOURNAL-FILE.

           WRITE-REPORT-HEADER.
               MOVE SPACES TO REPORT-LINE.
               STRING "PLAYER ID MERGE CONTROL REPORT  "
                      DELIMITED BY SIZE
                      WS-FROM-ID DELIMITED BY SIZE
                      " INTO " DELIMITED BY SIZE
                      WS-TO-ID DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-IDS-OK = "N"
                   MOVE "FROM AND TO IDS MISSING OR THE SAME, NO MERGE"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           WRITE-CONTROL-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "CONTROL TOTALS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-HIST-REKEYED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GAMEHIST ROWS RE-KEYED   " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-HIST-REKEY-FAILED > 0
                   MOVE WS-HIST-REKEY-FAILED TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "    KEY CLASHES LEFT       "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE WS-HIST-READ TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GAMEHIST ROWS SCANNED    " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-MATCH-CORRECTED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  MATCH ROWS CORRECTED     " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ARCH-READ TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GAMEARCH ROWS READ       " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ARCH-REKEYED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GAMEARCH ROWS RE-KEYED   " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ARCH-WRITTEN TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GAMEARCH ROWS WRITTEN    " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TXN-READ TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GUESSTXN ROWS READ       " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TXN-REKEYED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GUESSTXN ROWS RE-KEYED   " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TXN-WRITTEN TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GUESSTXN ROWS WRITTEN    " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-GENS-REKEYED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GENERATIONS RE-KEYED     " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-BADGES-MOVED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  BADGES MOVED             " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-BADGES-COMBINED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  BADGES HELD BY BOTH      " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-BADGES-FAILED > 0
                   MOVE WS-BADGES-FAILED TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "    BADGE MOVES FAILED     "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE WS-RATED-MOVED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  RATED MATCHES RE-KEYED   " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-RATED-FAILED > 0
                   MOVE WS-RATED-FAILED TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "    RATED KEY CLASHES LEFT "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE WS-XREF-REPOINTED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  SITE XREFS RE-POINTED    " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-MASTER-DEACTIVATED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  MASTER IDS DEACTIVATED   " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           *> Appends this run's row to RUN-CONTROL-FILE and raises a
           *> non-zero condition code when the ids would not validate
           *> or any row failed to move, so the stats rerun waits for
           *> a clean merge.
           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               OPEN EXTEND RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF.
               COMPUTE WS-TOTAL-REKEYED = WS-HIST-REKEYED
                   + WS-MATCH-CORRECTED + WS-ARCH-REKEYED
                   + WS-TXN-REKEYED + WS-BADGES-MOVED
                   + WS-BADGES-COMBINED + WS-RATED-MOVED
                   + WS-XREF-REPOINTED.
               MOVE "PLAYER-ID-MERGE"  TO RC-PROGRAM-NAME.
               MOVE WS-START-DATE      TO RC-START-DATE.
               MOVE WS-START-TIME      TO RC-START-TIME.
               MOVE WS-END-DATE        TO RC-END-DATE.
               MOVE WS-END-TIME        TO RC-END-TIME.
               MOVE "BATCH"            TO RC-RUN-MODE.
               MOVE 0                  TO RC-GAMES-PLAYED.
               MOVE WS-TOTAL-REKEYED   TO RC-RECORDS-WRITTEN.
               MOVE "00"               TO RC-WORST-STATUS.
               IF WS-RUN-FAILED = "Y"
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RC-RETURN-CODE
               END-IF.
               WRITE RUN-CONTROL-RECORD.
               CLOSE RUN-CONTROL-FILE.
       END PROGRAM PLAYER-ID-MERGE.
