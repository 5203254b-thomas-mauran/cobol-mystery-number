      *> in-flight game, CP-NUMBER-OF-ROUNDS is the round that was
      *> waiting on a guess, so the history row carries one less:
      *> the guesses actually completed.
      *> The row keeps the session's ranked or practice choice and
      *> its profile from the checkpoint, so an abandoned practice
      *> game stays out of the standings like any other, and the
      *> time its number was drawn, for the fairness audit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SWEEP-REPORT-FILE ASSIGN TO "SWEEPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       FD  SWEEP-REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD  EXCEPTION-FILE.
       COPY "excpt.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

           02 WS-CURRENT-DATE PIC 9(8).
           02 WS-CURRENT-TIME PIC 9(8).

      *> Posting to the shared exception queue: the caller sets
      *> the code, severity, entity and description and performs
      *> POST-EXCEPTION.
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
       01 WS-EXCEPTION-OPEN PIC X(1) VALUE "N".
       01 WS-EXCEPTION-SCAN-EOF PIC X(1) VALUE "N".
       01 WS-EXCEPTION-HELD PIC X(1) VALUE "N".
       01 WS-EXC-SOURCE PIC X(18) VALUE "CHECKPOINT-SWEEP".
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
           OPEN OUTPUT SWEEP-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-EXCEPTION-FILE.
           PERFORM OPEN-GAME-HISTORY-FILE.
           PERFORM SWEEP-CHECKPOINT-FILE.
           IF WS-SWEEP-FAILED = "N"
               MOVE "SWEEP FAILED, CHECKPOINT LEFT IN PLACE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "SWPF" TO WS-EXC-CODE
               MOVE 1 TO WS-EXC-SEVERITY
               MOVE "CHECKPT.DAT" TO WS-EXC-ENTITY
               MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
               PERFORM POST-EXCEPTION
           END-IF.
           IF WS-EXCEPTION-OPEN = "Y"
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM WRITE-SWEEP-TOTALS.
           IF WS-HISTORY-OPEN = "Y"
                       WS-HISTORY-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "FILE" TO WS-EXC-CODE
                   MOVE 1 TO WS-EXC-SEVERITY
                   MOVE "GAMEHIST.DAT" TO WS-EXC-ENTITY
                   MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                   PERFORM POST-EXCEPTION
                   MOVE "Y" TO WS-SWEEP-FAILED
               END-IF.

                           WS-CHECKPOINT-STATUS
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "FILE" TO WS-EXC-CODE
                       MOVE 1 TO WS-EXC-SEVERITY
                       MOVE "CHECKPT.DAT" TO WS-EXC-ENTITY
                       MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                       PERFORM POST-EXCEPTION
                       MOVE "Y" TO WS-SWEEP-FAILED
                       CLOSE CHECKPOINT-FILE
               END-EVALUATE.
               MOVE SPACES             TO GH-OPPONENT-ID.
               MOVE SPACES             TO GH-WINNER-ID.
               MOVE 0                  TO GH-OPPONENT-ROUNDS.
               MOVE SPACES             TO GH-ORIGIN-SITE.
               IF CP-PLAY-MODE = "P"
                   MOVE "P"            TO GH-PLAY-MODE
               ELSE
                   MOVE "R"            TO GH-PLAY-MODE
               END-IF.
               MOVE CP-DIFF-PROFILE    TO GH-DIFF-PROFILE.
               IF CP-DRAW-DATE IS NUMERIC AND CP-DRAW-TIME IS NUMERIC
                   MOVE CP-DRAW-DATE   TO GH-DRAW-DATE
                   MOVE CP-DRAW-TIME   TO GH-DRAW-TIME
               ELSE
                   MOVE 0              TO GH-DRAW-DATE
                   MOVE 0              TO GH-DRAW-TIME
               END-IF.
               WRITE GAME-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "GAME-HISTORY-FILE duplicate key, "
                       ", STATUS " WS-HISTORY-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "HWRF" TO WS-EXC-CODE
                   MOVE 1 TO WS-EXC-SEVERITY
                   MOVE CP-PLAYER-ID TO WS-EXC-ENTITY
                   MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                   PERFORM POST-EXCEPTION
                   MOVE "Y" TO WS-SWEEP-FAILED
               END-IF.

               OPEN OUTPUT CHECKPOINT-FILE.
               CLOSE CHECKPOINT-FILE.

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
               MOVE "ABANDONED SESSION SWEEP" TO REPORT-LINE.
               WRITE REPORT-LINE.
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

           *> Appends this run's row to RUN-CONTROL-FILE and raises a
           *> non-zero condition code when the sweep failed, so the
