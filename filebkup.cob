           SELECT BACKUP-REPORT-FILE ASSIGN TO "BKUPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       FD  BACKUP-FILE.
      *> HDR|file|date first, one raw unloaded record per line, then
      *> TRL|count|checktotal last.
       01 BACKUP-RECORD PIC X(92).

       FD  BACKUP-REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD  EXCEPTION-FILE.
       COPY "excpt.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       01 WS-FILE-FAILED PIC X(1) VALUE "N".
       01 WS-RUN-FAILED PIC X(1) VALUE "N".

       01 WS-LIVE-RECORD PIC X(92) VALUE SPACES.
       01 WS-UNLOAD-RECORD PIC X(92) VALUE SPACES.
       01 WS-BYTE-SUB PIC 9(3) VALUE 0.

       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.

       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.

      *> Posting to the shared exception queue: the caller sets
      *> the code, severity, entity and description and performs
      *> POST-EXCEPTION.
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
       01 WS-EXCEPTION-OPEN PIC X(1) VALUE "N".
       01 WS-EXCEPTION-SCAN-EOF PIC X(1) VALUE "N".
       01 WS-EXCEPTION-HELD PIC X(1) VALUE "N".
       01 WS-EXC-SOURCE PIC X(18) VALUE "FILE-BACKUP-VERIFY".
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
           OPEN OUTPUT BACKUP-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-EXCEPTION-FILE.
           PERFORM GET-RUN-OPTIONS.
           EVALUATE WS-RUN-MODE
               WHEN "BACKUP"
                       WS-RUN-MODE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "PARM" TO WS-EXC-CODE
                   MOVE 2 TO WS-EXC-SEVERITY
                   MOVE WS-RUN-MODE TO WS-EXC-ENTITY
                   MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                   PERFORM POST-EXCEPTION
                   MOVE "Y" TO WS-RUN-FAILED
           END-EVALUATE.
           IF WS-EXCEPTION-OPEN = "Y"
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE BACKUP-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
               EVALUATE WS-TARGET
                   WHEN 1
                       MOVE "GAMEHIST" TO WS-TARGET-NAME
                       MOVE 92 TO WS-RECORD-LENGTH
                   WHEN 2
                       MOVE "PLAYERM" TO WS-TARGET-NAME
                       MOVE 33 TO WS-RECORD-LENGTH
                              WS-LIVE-STATUS DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "FILE" TO WS-EXC-CODE
                       MOVE 1 TO WS-EXC-SEVERITY
                       MOVE WS-TARGET-NAME TO WS-EXC-ENTITY
                       MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                       PERFORM POST-EXCEPTION
                       MOVE "Y" TO WS-FILE-FAILED
               END-EVALUATE.
               IF WS-FILE-FAILED = "Y"
                       WS-BACKUP-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "BKWR" TO WS-EXC-CODE
                   MOVE 1 TO WS-EXC-SEVERITY
                   MOVE WS-BACKUP-NAME TO WS-EXC-ENTITY
                   MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                   PERFORM POST-EXCEPTION
                   MOVE "Y" TO WS-FILE-FAILED
                   MOVE "Y" TO WS-LIVE-EOF
               ELSE
                          " VERIFY FAILED" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "VRFY" TO WS-EXC-CODE
                   MOVE 1 TO WS-EXC-SEVERITY
                   MOVE WS-BACKUP-NAME TO WS-EXC-ENTITY
                   MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                   PERFORM POST-EXCEPTION
               ELSE
                   ADD WS-COMPARE-COUNT TO WS-TOTAL-RECORDS
                   MOVE SPACES TO REPORT-LINE
                       WS-FILE-KEYWORD " " WS-RESTORE-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "PARM" TO WS-EXC-CODE
                   MOVE 2 TO WS-EXC-SEVERITY
                   MOVE WS-FILE-KEYWORD TO WS-EXC-ENTITY
                   MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                   PERFORM POST-EXCEPTION
                   MOVE "Y" TO WS-RUN-FAILED
               ELSE
                   PERFORM RELOAD-FROM-BACKUP
                          WS-BACKUP-NAME DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "FILE" TO WS-EXC-CODE
                   MOVE 1 TO WS-EXC-SEVERITY
                   MOVE WS-BACKUP-NAME TO WS-EXC-ENTITY
                   MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                   PERFORM POST-EXCEPTION
                   MOVE "Y" TO WS-FILE-FAILED
                   MOVE "Y" TO WS-BACKUP-EOF
               ELSE
                              WS-LIVE-STATUS DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "FILE" TO WS-EXC-CODE
                       MOVE 1 TO WS-EXC-SEVERITY
                       MOVE WS-TARGET-NAME TO WS-EXC-ENTITY
                       MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                       PERFORM POST-EXCEPTION
                       MOVE "Y" TO WS-FILE-FAILED
                       MOVE "Y" TO WS-BACKUP-EOF
                   END-IF
                          DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "RSTF" TO WS-EXC-CODE
                   MOVE 1 TO WS-EXC-SEVERITY
                   MOVE WS-BACKUP-NAME TO WS-EXC-ENTITY
                   MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                   PERFORM POST-EXCEPTION
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.

           WRITE-LIVE-RECORD.
               EVALUATE WS-TARGET
                   WHEN 1
                       MOVE WS-UNLOAD-RECORD(1:92)
                           TO GAME-HISTORY-RECORD
                       WRITE GAME-HISTORY-RECORD
                           INVALID KEY
                   MOVE "Y" TO WS-FILE-FAILED
               END-IF.

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
               MOVE "INDEXED FILE BACKUP AND VERIFY CONTROL REPORT"
                   TO REPORT-LINE.
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
               IF WS-RUN-FAILED = "Y"
                   MOVE "  RUN FAILED, SEE LINES ABOVE"
                       TO REPORT-LINE
