       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKILL-RATING.
       AUTHOR. Thomas Mauran.

      *> Batch skill rating for head-to-head players, so beating the
      *> office champion finally counts for more than beating a
      *> newcomer - win percentage on PLAYER-STATS-FILE and the
      *> season points on SEASON-STANDINGS only count results. Every
      *> GH-RECORD-TYPE = 'M' row on GAME-HISTORY-FILE, and on the
      *> GAMEARCH.DAT unload, not yet on RATED-MATCH-FILE is applied
      *> in date/time order, Elo fashion:
      *>   - each contestant's expected score is
      *>     1 / (1 + 10 ** ((opponent - own rating) / 400));
      *>   - the result scores 1 for the GH-WINNER-ID, 0 for the
      *>     other side, and a half each for a draw;
      *>   - player 1 moves by 32 times (score - expected), rounded,
      *>     and player 2 by the same points the other way, so a
      *>     match never makes or loses rating overall;
      *>   - a new player starts at 1500 and nobody drops below
      *>     100.
      *> Each match is written to RATED-MATCH-FILE under its own
      *> history key before either rating moves, so a rerun, or a
      *> match still on both the live file and the archive, is
      *> passed over rather than counted twice; a match whose
      *> ratings then cannot both be stored is reported as needing
      *> attention and fails the run. Both sides' before and after
      *> ratings go to RATING-HISTORY-FILE, and the report ends with
      *> the rating ladder, highest first, read back from
      *> PLAYER-RATING-FILE.
      *> The game shows each player their rating at sign-on.

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

           SELECT PLAYER-RATING-FILE ASSIGN TO "RATING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-PLAYER-ID
               FILE STATUS IS WS-RATING-STATUS.

           SELECT RATED-MATCH-FILE ASSIGN TO "RATEDM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MATCH-KEY
               FILE STATUS IS WS-RATED-STATUS.

           SELECT RATING-HISTORY-FILE ASSIGN TO "RATEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.

           SELECT MATCH-SORT-FILE ASSIGN TO "RTSORT1.TMP".

           SELECT LADDER-SORT-FILE ASSIGN TO "RTSORT2.TMP".

           SELECT RATING-REPORT-FILE ASSIGN TO "RATELADR.TXT"
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

       FD  PLAYER-RATING-FILE.
       COPY "rating.cpy".

       FD  RATED-MATCH-FILE.
       COPY "ratedm.cpy".

       FD  RATING-HISTORY-FILE.
       COPY "ratehist.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "playerm.cpy".

      *> The match rows, in the order they were played.
       SD  MATCH-SORT-FILE.
       01 MATCH-SORT-RECORD.
           05 SR-RUN-DATE               PIC 9(8).
           05 SR-RUN-TIME               PIC 9(8).
           05 SR-SEQUENCE-NO            PIC 9(5).
           05 SR-PLAYER-ID              PIC X(8).
           05 SR-OPPONENT-ID            PIC X(8).
           05 SR-WINNER-ID              PIC X(8).

      *> The rating file, highest rating first.
       SD  LADDER-SORT-FILE.
       01 LADDER-SORT-RECORD.
           05 LS-CURRENT-RATING         PIC 9(4).
           05 LS-PLAYER-ID              PIC X(8).
           05 LS-PEAK-RATING            PIC 9(4).
           05 LS-MATCHES-RATED          PIC 9(5).
           05 LS-LAST-MATCH-DATE        PIC 9(8).

       FD  RATING-REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
       01 WS-RATING-STATUS PIC X(2) VALUE SPACES.
       01 WS-RATED-STATUS PIC X(2) VALUE SPACES.
       01 WS-RATEHIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-PLAYER-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-SORT-EOF PIC X(1) VALUE "N".
       01 WS-MASTER-OPEN PIC X(1) VALUE "N".
       01 WS-FILES-OK PIC X(1) VALUE "Y".
       01 WS-RATING-OPEN PIC X(1) VALUE "N".
       01 WS-RATED-OPEN PIC X(1) VALUE "N".
       01 WS-RATEHIST-OPEN PIC X(1) VALUE "N".
       01 WS-RUN-FAILED PIC X(1) VALUE "N".

      *> The two contestants of the match being applied: A is the
      *> keyed player 1, B the opponent.
       01 WS-A-PLAYER-ID PIC X(8) VALUE SPACES.
       01 WS-A-RATING PIC 9(4) VALUE 0.
       01 WS-A-PEAK PIC 9(4) VALUE 0.
       01 WS-A-MATCHES PIC 9(5) VALUE 0.
       01 WS-A-NEW PIC X(1) VALUE "N".
       01 WS-A-RESULT PIC X(1) VALUE SPACES.
       01 WS-A-AFTER PIC S9(5) VALUE 0.
       01 WS-B-PLAYER-ID PIC X(8) VALUE SPACES.
       01 WS-B-RATING PIC 9(4) VALUE 0.
       01 WS-B-PEAK PIC 9(4) VALUE 0.
       01 WS-B-MATCHES PIC 9(5) VALUE 0.
       01 WS-B-NEW PIC X(1) VALUE "N".
       01 WS-B-RESULT PIC X(1) VALUE SPACES.
       01 WS-B-AFTER PIC S9(5) VALUE 0.
       01 WS-MATCH-DATE PIC 9(8) VALUE 0.

      *> The Elo working for the match being applied.
       01 WS-START-RATING PIC 9(4) VALUE 1500.
       01 WS-RATING-FLOOR PIC 9(4) VALUE 100.
       01 WS-K-FACTOR PIC 9(3) VALUE 32.
       01 WS-RATING-GAP PIC S9(5) VALUE 0.
       01 WS-EXPECTED-A PIC 9V9(6) VALUE 0.
       01 WS-SCORE-A PIC 9V9 VALUE 0.
       01 WS-CHANGE-A PIC S9(3) VALUE 0.
       01 WS-RATABLE PIC X(1) VALUE "Y".
       01 WS-STORE-NEW PIC X(1) VALUE "N".

       01 WS-ROWS-SORTED PIC 9(7) VALUE 0.
       01 WS-MATCHES-APPLIED PIC 9(7) VALUE 0.
       01 WS-ALREADY-RATED PIC 9(7) VALUE 0.
       01 WS-NOT-RATABLE PIC 9(7) VALUE 0.
       01 WS-WRITE-FAILED PIC 9(7) VALUE 0.
       01 WS-NEEDS-ATTENTION PIC 9(7) VALUE 0.
       01 WS-LADDER-RANK PIC 9(5) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.
       01 WS-RANK-DISPLAY PIC ZZZZ9.
       01 WS-RATING-DISPLAY PIC ZZZ9.
       01 WS-RATING-DISPLAY-2 PIC ZZZ9.
       01 WS-RATING-DISPLAY-3 PIC ZZZ9.
       01 WS-RATING-DISPLAY-4 PIC ZZZ9.
       01 WS-MATCHES-DISPLAY PIC ZZZZ9.
       01 WS-PLAYER-NAME PIC X(20) VALUE SPACES.

       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-START-TIME PIC 9(8) VALUE 0.
       01 WS-END-DATE PIC 9(8) VALUE 0.
       01 WS-END-TIME PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT RATING-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-RATING-FILES.
           IF WS-FILES-OK = "Y"
               SORT MATCH-SORT-FILE
                   ON ASCENDING KEY SR-RUN-DATE SR-RUN-TIME
                                    SR-SEQUENCE-NO SR-PLAYER-ID
                   INPUT PROCEDURE IS FEED-MATCH-ROWS
                   OUTPUT PROCEDURE IS APPLY-SORTED-MATCHES
           ELSE
               MOVE "Y" TO WS-RUN-FAILED
           END-IF.
           PERFORM CLOSE-RATING-FILES.
           PERFORM OPEN-PLAYER-MASTER-FILE.
           SORT LADDER-SORT-FILE
               ON DESCENDING KEY LS-CURRENT-RATING
               ON ASCENDING KEY LS-PLAYER-ID
               INPUT PROCEDURE IS FEED-LADDER-ROWS
               OUTPUT PROCEDURE IS PRINT-RATING-LADDER.
           IF WS-MASTER-OPEN = "Y"
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE RATING-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

           *> Opens the rating and rated-match files for update,
           *> creating them on first run the same way the game
           *> creates its indexed files, and the history for append.
           *> A file that will not open rates nothing.
           OPEN-RATING-FILES.
               OPEN I-O PLAYER-RATING-FILE.
               IF WS-RATING-STATUS = "35"
                   OPEN OUTPUT PLAYER-RATING-FILE
                   CLOSE PLAYER-RATING-FILE
                   OPEN I-O PLAYER-RATING-FILE
               END-IF.
               OPEN I-O RATED-MATCH-FILE.
               IF WS-RATED-STATUS = "35"
                   OPEN OUTPUT RATED-MATCH-FILE
                   CLOSE RATED-MATCH-FILE
                   OPEN I-O RATED-MATCH-FILE
               END-IF.
               OPEN EXTEND RATING-HISTORY-FILE.
               IF WS-RATEHIST-STATUS = "35"
                   OPEN OUTPUT RATING-HISTORY-FILE
               END-IF.
               IF WS-RATING-STATUS = "00"
                   MOVE "Y" TO WS-RATING-OPEN
               END-IF.
               IF WS-RATED-STATUS = "00"
                   MOVE "Y" TO WS-RATED-OPEN
               END-IF.
               IF WS-RATEHIST-STATUS = "00"
                   MOVE "Y" TO WS-RATEHIST-OPEN
               END-IF.
               IF WS-RATING-OPEN = "N"
                   OR WS-RATED-OPEN = "N"
                   OR WS-RATEHIST-OPEN = "N"
                   MOVE "N" TO WS-FILES-OK
                   MOVE SPACES TO REPORT-LINE
                   STRING "RATING FILES NOT AVAILABLE, STATUS "
                          DELIMITED BY SIZE
                          WS-RATING-STATUS DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-RATED-STATUS DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-RATEHIST-STATUS DELIMITED BY SIZE
                          ", NOTHING RATED" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           CLOSE-RATING-FILES.
               IF WS-RATING-OPEN = "Y"
                   CLOSE PLAYER-RATING-FILE
               END-IF.
               IF WS-RATED-OPEN = "Y"
                   CLOSE RATED-MATCH-FILE
               END-IF.
               IF WS-RATEHIST-OPEN = "Y"
                   CLOSE RATING-HISTORY-FILE
               END-IF.

           OPEN-PLAYER-MASTER-FILE.
               OPEN INPUT PLAYER-MASTER-FILE.
               IF WS-PLAYER-STATUS = "00"
                   MOVE "Y" TO WS-MASTER-OPEN
               END-IF.

           *> Feeds the sort with every match row, live file first and
           *> then the archive; a missing file just means the other
           *> one alone has matches to rate.
           FEED-MATCH-ROWS.
               MOVE "N" TO WS-EOF.
               OPEN INPUT GAME-HISTORY-FILE.
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF.
               PERFORM FEED-NEXT-LIVE-MATCH UNTIL WS-EOF = "Y".
               IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
                   CLOSE GAME-HISTORY-FILE
               END-IF.
               MOVE "N" TO WS-EOF.
               OPEN INPUT GAME-ARCHIVE-FILE.
               IF WS-ARCHIVE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF.
               PERFORM FEED-NEXT-ARCHIVED-MATCH UNTIL WS-EOF = "Y".
               IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "10"
                   CLOSE GAME-ARCHIVE-FILE
               END-IF.

           FEED-NEXT-LIVE-MATCH.
               READ GAME-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM RELEASE-MATCH-ROW
               END-READ.

           FEED-NEXT-ARCHIVED-MATCH.
               READ GAME-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE GAME-ARCHIVE-RECORD
                           TO GAME-HISTORY-RECORD
                       PERFORM RELEASE-MATCH-ROW
               END-READ.

           RELEASE-MATCH-ROW.
               IF GH-RECORD-TYPE = "M"
                   MOVE GH-RUN-DATE TO SR-RUN-DATE
                   MOVE GH-RUN-TIME TO SR-RUN-TIME
                   MOVE GH-SEQUENCE-NO TO SR-SEQUENCE-NO
                   MOVE GH-PLAYER-ID TO SR-PLAYER-ID
                   MOVE GH-OPPONENT-ID TO SR-OPPONENT-ID
                   MOVE GH-WINNER-ID TO SR-WINNER-ID
                   ADD 1 TO WS-ROWS-SORTED
                   RELEASE MATCH-SORT-RECORD
               END-IF.

           APPLY-SORTED-MATCHES.
               MOVE "N" TO WS-SORT-EOF.
               MOVE "MATCHES RATED THIS RUN" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM APPLY-NEXT-MATCH UNTIL WS-SORT-EOF = "Y".
               IF WS-MATCHES-APPLIED = 0
                   MOVE "  NO NEW MATCHES TO RATE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

           APPLY-NEXT-MATCH.
               RETURN MATCH-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-MATCH
               END-RETURN.

           *> Rates one match unless it is already on RATED-MATCH-FILE.
           *> A row without two different contestants, or naming a
           *> winner who played in neither seat, cannot be scored and
           *> is only counted.
           APPLY-ONE-MATCH.
               MOVE SR-PLAYER-ID TO RM-PLAYER-ID.
               MOVE SR-RUN-DATE TO RM-RUN-DATE.
               MOVE SR-RUN-TIME TO RM-RUN-TIME.
               MOVE SR-SEQUENCE-NO TO RM-SEQUENCE-NO.
               READ RATED-MATCH-FILE
                   INVALID KEY
                       PERFORM SCORE-MATCH-RESULT
                       IF WS-RATABLE = "Y"
                           PERFORM RATE-MATCH
                       ELSE
                           ADD 1 TO WS-NOT-RATABLE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-ALREADY-RATED
               END-READ.

           SCORE-MATCH-RESULT.
               MOVE "Y" TO WS-RATABLE.
               IF SR-OPPONENT-ID = SPACES
                   OR SR-OPPONENT-ID = SR-PLAYER-ID
                   MOVE "N" TO WS-RATABLE
               END-IF.
               EVALUATE TRUE
                   WHEN SR-WINNER-ID = SPACES
                       MOVE 0.5 TO WS-SCORE-A
                       MOVE "D" TO WS-A-RESULT
                       MOVE "D" TO WS-B-RESULT
                   WHEN SR-WINNER-ID = SR-PLAYER-ID
                       MOVE 1 TO WS-SCORE-A
                       MOVE "W" TO WS-A-RESULT
                       MOVE "L" TO WS-B-RESULT
                   WHEN SR-WINNER-ID = SR-OPPONENT-ID
                       MOVE 0 TO WS-SCORE-A
                       MOVE "L" TO WS-A-RESULT
                       MOVE "W" TO WS-B-RESULT
                   WHEN OTHER
                       MOVE "N" TO WS-RATABLE
               END-EVALUATE.

           *> Both contestants' ratings are fetched before either is
           *> moved, so each side is judged against the other's
           *> rating going into the match. The match is marked rated
           *> first and left alone if the mark will not write; once
           *> marked, a rating that will not store stops the match
           *> there, and it is reported for someone to put right.
           RATE-MATCH.
               MOVE SR-PLAYER-ID TO RT-PLAYER-ID.
               PERFORM FETCH-RATING.
               MOVE SR-PLAYER-ID TO WS-A-PLAYER-ID.
               MOVE RT-CURRENT-RATING TO WS-A-RATING.
               MOVE RT-PEAK-RATING TO WS-A-PEAK.
               MOVE RT-MATCHES-RATED TO WS-A-MATCHES.
               IF WS-RATING-STATUS = "23"
                   MOVE "Y" TO WS-A-NEW
               ELSE
                   MOVE "N" TO WS-A-NEW
               END-IF.
               MOVE SR-OPPONENT-ID TO RT-PLAYER-ID.
               PERFORM FETCH-RATING.
               MOVE SR-OPPONENT-ID TO WS-B-PLAYER-ID.
               MOVE RT-CURRENT-RATING TO WS-B-RATING.
               MOVE RT-PEAK-RATING TO WS-B-PEAK.
               MOVE RT-MATCHES-RATED TO WS-B-MATCHES.
               IF WS-RATING-STATUS = "23"
                   MOVE "Y" TO WS-B-NEW
               ELSE
                   MOVE "N" TO WS-B-NEW
               END-IF.
               COMPUTE WS-RATING-GAP = WS-B-RATING - WS-A-RATING.
               IF WS-RATING-GAP = 0
                   MOVE 0.5 TO WS-EXPECTED-A
               ELSE
                   COMPUTE WS-EXPECTED-A ROUNDED
                       = 1 / (1 + 10 ** (WS-RATING-GAP / 400))
               END-IF.
               COMPUTE WS-CHANGE-A ROUNDED
                   = WS-K-FACTOR * (WS-SCORE-A - WS-EXPECTED-A).
               COMPUTE WS-A-AFTER = WS-A-RATING + WS-CHANGE-A.
               COMPUTE WS-B-AFTER = WS-B-RATING - WS-CHANGE-A.
               IF WS-A-AFTER < WS-RATING-FLOOR
                   MOVE WS-RATING-FLOOR TO WS-A-AFTER
               END-IF.
               IF WS-B-AFTER < WS-RATING-FLOOR
                   MOVE WS-RATING-FLOOR TO WS-B-AFTER
               END-IF.
               MOVE SR-RUN-DATE TO WS-MATCH-DATE.
               PERFORM MARK-MATCH-RATED.
               IF WS-RATED-STATUS = "00"
                   PERFORM STORE-MATCH-RATINGS
               END-IF.

           STORE-MATCH-RATINGS.
               MOVE WS-A-PLAYER-ID TO RT-PLAYER-ID.
               MOVE WS-A-AFTER TO RT-CURRENT-RATING.
               MOVE WS-A-PEAK TO RT-PEAK-RATING.
               MOVE WS-A-MATCHES TO RT-MATCHES-RATED.
               MOVE WS-A-NEW TO WS-STORE-NEW.
               PERFORM STORE-RATING.
               IF WS-RATING-STATUS = "00"
                   MOVE WS-B-PLAYER-ID TO RT-PLAYER-ID
                   MOVE WS-B-AFTER TO RT-CURRENT-RATING
                   MOVE WS-B-PEAK TO RT-PEAK-RATING
                   MOVE WS-B-MATCHES TO RT-MATCHES-RATED
                   MOVE WS-B-NEW TO WS-STORE-NEW
                   PERFORM STORE-RATING
               END-IF.
               IF WS-RATING-STATUS = "00"
                   ADD 1 TO WS-MATCHES-APPLIED
                   PERFORM WRITE-RATING-HISTORY
                   PERFORM PRINT-RATED-MATCH
               ELSE
                   ADD 1 TO WS-NEEDS-ATTENTION
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NEEDS ATTENTION " DELIMITED BY SIZE
                          SR-RUN-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SR-RUN-TIME(1:6) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-A-PLAYER-ID DELIMITED BY SIZE
                          " V " DELIMITED BY SIZE
                          WS-B-PLAYER-ID DELIMITED BY SIZE
                          " MARKED RATED, NOT BOTH STORED"
                          DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           *> Reads a player's rating; a player not yet rated comes
           *> back at the starting rating, with status "23" telling
           *> the caller the record is still to be written.
           FETCH-RATING.
               READ PLAYER-RATING-FILE
                   INVALID KEY
                       MOVE WS-START-RATING TO RT-CURRENT-RATING
                       MOVE WS-START-RATING TO RT-PEAK-RATING
                       MOVE 0 TO RT-MATCHES-RATED
                       MOVE 0 TO RT-LAST-MATCH-DATE
               END-READ.

           *> Writes or rewrites one side's record with the new
           *> rating, counting the match and raising the peak.
           STORE-RATING.
               ADD 1 TO RT-MATCHES-RATED.
               MOVE WS-MATCH-DATE TO RT-LAST-MATCH-DATE.
               IF RT-CURRENT-RATING > RT-PEAK-RATING
                   MOVE RT-CURRENT-RATING TO RT-PEAK-RATING
               END-IF.
               IF WS-STORE-NEW = "Y"
                   WRITE PLAYER-RATING-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               ELSE
                   REWRITE PLAYER-RATING-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF.
               IF WS-RATING-STATUS NOT = "00"
                   ADD 1 TO WS-WRITE-FAILED
                   MOVE "Y" TO WS-RUN-FAILED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  RATING NOT STORED FOR " DELIMITED BY SIZE
                          RT-PLAYER-ID DELIMITED BY SIZE
                          ", STATUS " DELIMITED BY SIZE
                          WS-RATING-STATUS DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           WRITE-RATING-HISTORY.
               MOVE WS-A-PLAYER-ID TO RH-PLAYER-ID.
               MOVE SR-RUN-DATE TO RH-MATCH-DATE.
               MOVE SR-RUN-TIME TO RH-MATCH-TIME.
               MOVE WS-B-PLAYER-ID TO RH-OPPONENT-ID.
               MOVE WS-A-RESULT TO RH-RESULT.
               MOVE WS-B-RATING TO RH-OPPONENT-RATING.
               MOVE WS-A-RATING TO RH-RATING-BEFORE.
               MOVE WS-A-AFTER TO RH-RATING-AFTER.
               MOVE WS-START-DATE TO RH-RATED-DATE.
               WRITE RATING-HISTORY-RECORD.
               PERFORM CHECK-HISTORY-WRITE.
               MOVE WS-B-PLAYER-ID TO RH-PLAYER-ID.
               MOVE WS-A-PLAYER-ID TO RH-OPPONENT-ID.
               MOVE WS-B-RESULT TO RH-RESULT.
               MOVE WS-A-RATING TO RH-OPPONENT-RATING.
               MOVE WS-B-RATING TO RH-RATING-BEFORE.
               MOVE WS-B-AFTER TO RH-RATING-AFTER.
               WRITE RATING-HISTORY-RECORD.
               PERFORM CHECK-HISTORY-WRITE.

           CHECK-HISTORY-WRITE.
               IF WS-RATEHIST-STATUS NOT = "00"
                   ADD 1 TO WS-WRITE-FAILED
                   MOVE "Y" TO WS-RUN-FAILED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  RATING HISTORY NOT WRITTEN FOR "
                          DELIMITED BY SIZE
                          RH-PLAYER-ID DELIMITED BY SIZE
                          ", STATUS " DELIMITED BY SIZE
                          WS-RATEHIST-STATUS DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           *> Remembers the match under its history key so no later
           *> run applies it again. A mark that will not write leaves
           *> the match unrated for the next run.
           MARK-MATCH-RATED.
               MOVE SR-PLAYER-ID TO RM-PLAYER-ID.
               MOVE SR-RUN-DATE TO RM-RUN-DATE.
               MOVE SR-RUN-TIME TO RM-RUN-TIME.
               MOVE SR-SEQUENCE-NO TO RM-SEQUENCE-NO.
               MOVE WS-START-DATE TO RM-RATED-DATE.
               WRITE RATED-MATCH-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE.
               IF WS-RATED-STATUS NOT = "00"
                   ADD 1 TO WS-WRITE-FAILED
                   MOVE "Y" TO WS-RUN-FAILED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  MATCH NOT MARKED RATED, SKIPPED "
                          DELIMITED BY SIZE
                          SR-RUN-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SR-RUN-TIME(1:6) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          SR-PLAYER-ID DELIMITED BY SIZE
                          ", STATUS " DELIMITED BY SIZE
                          WS-RATED-STATUS DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           PRINT-RATED-MATCH.
               MOVE WS-A-RATING TO WS-RATING-DISPLAY.
               MOVE WS-A-AFTER TO WS-RATING-DISPLAY-2.
               MOVE WS-B-RATING TO WS-RATING-DISPLAY-3.
               MOVE WS-B-AFTER TO WS-RATING-DISPLAY-4.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " DELIMITED BY SIZE
                      SR-RUN-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SR-RUN-TIME(1:6) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-A-PLAYER-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-A-RESULT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RATING-DISPLAY DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WS-RATING-DISPLAY-2 DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-B-PLAYER-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-B-RESULT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RATING-DISPLAY-3 DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WS-RATING-DISPLAY-4 DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           *> Feeds the ladder sort from the rating file as it stands
           *> after this run; no file yet means an empty ladder.
           FEED-LADDER-ROWS.
               MOVE "N" TO WS-EOF.
               OPEN INPUT PLAYER-RATING-FILE.
               IF WS-RATING-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
               END-IF.
               PERFORM FEED-NEXT-RATING UNTIL WS-EOF = "Y".
               IF WS-RATING-STATUS = "00" OR WS-RATING-STATUS = "10"
                   CLOSE PLAYER-RATING-FILE
               END-IF.

           FEED-NEXT-RATING.
               READ PLAYER-RATING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RT-CURRENT-RATING TO LS-CURRENT-RATING
                       MOVE RT-PLAYER-ID TO LS-PLAYER-ID
                       MOVE RT-PEAK-RATING TO LS-PEAK-RATING
                       MOVE RT-MATCHES-RATED TO LS-MATCHES-RATED
                       MOVE RT-LAST-MATCH-DATE TO LS-LAST-MATCH-DATE
                       RELEASE LADDER-SORT-RECORD
               END-READ.

           PRINT-RATING-LADDER.
               MOVE "RATING LADDER" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "  RANK  PLAYER    NAME                  "
                      DELIMITED BY SIZE
                      "RATING  PEAK  MATCHES  LAST MATCH"
                      DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "N" TO WS-SORT-EOF.
               MOVE 0 TO WS-LADDER-RANK.
               PERFORM PRINT-NEXT-LADDER-LINE UNTIL WS-SORT-EOF = "Y".
               IF WS-LADDER-RANK = 0
                   MOVE "  NO RATED PLAYERS YET" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

           PRINT-NEXT-LADDER-LINE.
               RETURN LADDER-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-LADDER-RANK
                       PERFORM LOOK-UP-PLAYER-NAME
                       MOVE WS-LADDER-RANK TO WS-RANK-DISPLAY
                       MOVE LS-CURRENT-RATING TO WS-RATING-DISPLAY
                       MOVE LS-PEAK-RATING TO WS-RATING-DISPLAY-2
                       MOVE LS-MATCHES-RATED TO WS-MATCHES-DISPLAY
                       MOVE SPACES TO REPORT-LINE
                       STRING " " DELIMITED BY SIZE
                              WS-RANK-DISPLAY DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              LS-PLAYER-ID DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              WS-PLAYER-NAME DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              WS-RATING-DISPLAY DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              WS-RATING-DISPLAY-2 DELIMITED BY SIZE
                              "    " DELIMITED BY SIZE
                              WS-MATCHES-DISPLAY DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              LS-LAST-MATCH-DATE DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-RETURN.

           LOOK-UP-PLAYER-NAME.
               MOVE SPACES TO WS-PLAYER-NAME.
               IF WS-MASTER-OPEN = "Y"
                   MOVE LS-PLAYER-ID TO PM-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                       NOT INVALID KEY
                           MOVE PM-PLAYER-NAME TO WS-PLAYER-NAME
                   END-READ
               END-IF.

           WRITE-REPORT-HEADER.
               MOVE "HEAD-TO-HEAD SKILL RATING RUN" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-CONTROL-TOTALS.
               MOVE "CONTROL TOTALS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ROWS-SORTED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  MATCH ROWS READ          " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-MATCHES-APPLIED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  MATCHES RATED            " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ALREADY-RATED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  ALREADY RATED, SKIPPED   " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-NOT-RATABLE TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  NOT RATABLE              " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-LADDER-RANK TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PLAYERS ON LADDER        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-WRITE-FAILED > 0
                   MOVE WS-WRITE-FAILED TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  WRITES FAILED            "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               IF WS-NEEDS-ATTENTION > 0
                   MOVE WS-NEEDS-ATTENTION TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  MATCHES NEEDING ATTENTION"
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           *> Appends this run's row to RUN-CONTROL-FILE and raises a
           *> non-zero condition code when the rating files could not
           *> be opened or a match, rating or history row could not
           *> be stored.
           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               OPEN EXTEND RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF.
               MOVE "SKILL-RATING"       TO RC-PROGRAM-NAME.
               MOVE WS-START-DATE        TO RC-START-DATE.
               MOVE WS-START-TIME        TO RC-START-TIME.
               MOVE WS-END-DATE          TO RC-END-DATE.
               MOVE WS-END-TIME          TO RC-END-TIME.
               MOVE "BATCH"              TO RC-RUN-MODE.
               MOVE 0                    TO RC-GAMES-PLAYED.
               MOVE WS-MATCHES-APPLIED   TO RC-RECORDS-WRITTEN.
               MOVE "00"                 TO RC-WORST-STATUS.
               IF WS-RUN-FAILED = "Y"
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RC-RETURN-CODE
               END-IF.
               WRITE RUN-CONTROL-RECORD.
               CLOSE RUN-CONTROL-FILE.
       END PROGRAM SKILL-RATING.
