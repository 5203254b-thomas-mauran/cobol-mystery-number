      *> action) land on an exception report with the offending line,
      *> and control totals of records read, applied and rejected tie
      *> the run back to the feed.
      *>
      *> Every applied action is also appended to CHANGE-JOURNAL-FILE
      *> with the master record before and after, under the operator
      *> id given on the command line (BATCH when none is given).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ROSTER-REPORT-FILE ASSIGN TO "ROSTRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       FD  ROSTER-REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD  EXCEPTION-FILE.
       COPY "excpt.cpy".

       FD  CHANGE-JOURNAL-FILE.
       COPY "chgjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PLAYER-STATUS PIC X(2) VALUE SPACES.
       01 WS-ROSTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-LOAD-FAILED PIC X(1) VALUE "N".
       01 WS-JOURNAL-FAILED PIC X(1) VALUE "N".

       01 WS-FEED-ACTION PIC X(1) VALUE SPACE.
       01 WS-FEED-PLAYER-ID PIC X(8) VALUE SPACES.
       01 WS-DEACTIVATED PIC 9(5) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZ9.

      *> Posting to the shared exception queue: the caller sets
      *> the code, severity, entity and description and performs
      *> POST-EXCEPTION.
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
       01 WS-EXCEPTION-OPEN PIC X(1) VALUE "N".
       01 WS-EXCEPTION-SCAN-EOF PIC X(1) VALUE "N".
       01 WS-EXCEPTION-HELD PIC X(1) VALUE "N".
       01 WS-EXC-SOURCE PIC X(18) VALUE "ROSTER-LOAD".
       01 WS-EXC-CODE PIC X(4) VALUE SPACES.
       01 WS-EXC-SEVERITY PIC 9(1) VALUE 0.
       01 WS-EXC-ENTITY PIC X(30) VALUE SPACES.
       01 WS-EXC-DESCRIPTION PIC X(80) VALUE SPACES.
       01 WS-EXCEPTIONS-RAISED PIC 9(5) VALUE 0.
       01 WS-EXCEPTIONS-REPEATED PIC 9(5) VALUE 0.

       01 WS-JOURNAL-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-JOURNAL-ACTION PIC X(10) VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-OPERATOR-ID.
           OPEN OUTPUT ROSTER-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-EXCEPTION-FILE.
           PERFORM OPEN-PLAYER-MASTER-FILE.
           PERFORM OPEN-CHANGE-JOURNAL.
           PERFORM OPEN-ROSTER-FILE.
           PERFORM APPLY-ROSTER-RECORDS UNTIL WS-EOF = "Y".
           IF WS-ROSTER-STATUS = "00" OR WS-ROSTER-STATUS = "10"
           IF WS-LOAD-FAILED = "N"
               CLOSE PLAYER-MASTER-FILE
           END-IF.
           CLOSE CHANGE-JOURNAL-FILE.
           IF WS-EXCEPTION-OPEN = "Y"
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE ROSTER-REPORT-FILE.
           IF WS-LOAD-FAILED = "Y" OR WS-JOURNAL-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           *> Takes the operator id the journal rows are written under
           *> from the command line, the same JCL-PARM-style channel
           *> the other batch jobs use.
           GET-OPERATOR-ID.
               ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE.
               IF WS-OPERATOR-ID = SPACES
                   MOVE "BATCH" TO WS-OPERATOR-ID
               END-IF.

           *> The journal only ever grows; the first run creates it.
           OPEN-CHANGE-JOURNAL.
               OPEN EXTEND CHANGE-JOURNAL-FILE.
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT CHANGE-JOURNAL-FILE
               END-IF.

           *> Appends one before/after row for an action that has just
           *> been applied; the caller leaves the action in
           *> WS-JOURNAL-ACTION, the old record in WS-BEFORE-IMAGE
           *> and the new one in the record area. A row that cannot
           *> be written is reported and fails the run, since the
           *> master change it records has already gone through.
           WRITE-JOURNAL-ENTRY.
               ACCEPT CJ-CHANGE-DATE FROM DATE YYYYMMDD.
               ACCEPT CJ-CHANGE-TIME FROM TIME.
               MOVE WS-OPERATOR-ID       TO CJ-OPERATOR-ID.
               MOVE "ROSTER-LOAD"        TO CJ-SOURCE-PROGRAM.
               MOVE WS-JOURNAL-ACTION    TO CJ-ACTION.
               MOVE "PLAYERM"            TO CJ-FILE-NAME.
               MOVE PM-PLAYER-ID         TO CJ-RECORD-KEY.
               MOVE WS-BEFORE-IMAGE      TO CJ-BEFORE-IMAGE.
               MOVE PLAYER-MASTER-RECORD TO CJ-AFTER-IMAGE.
               WRITE CHANGE-JOURNAL-RECORD.
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "Journal write failed, status "
                       WS-JOURNAL-STATUS
                   MOVE SPACES TO REPORT-LINE
                   STRING "JOURNAL WRITE FAILED FOR " PM-PLAYER-ID
                       ", STATUS " WS-JOURNAL-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-JOURNAL-FAILED
               END-IF.

           *> Opens the player master for update, creating it on
           *> first run the same way PLAYER-MASTER-MAINT does. A
           *> master that still won't open fails the whole load -
                       WS-PLAYER-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "FILE" TO WS-EXC-CODE
                   MOVE 1 TO WS-EXC-SEVERITY
                   MOVE "PLAYERM.DAT" TO WS-EXC-ENTITY
                   MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                   PERFORM POST-EXCEPTION
                   MOVE "Y" TO WS-LOAD-FAILED
                   MOVE "Y" TO WS-EOF
               END-IF.
                           WS-ROSTER-STATUS
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "FILE" TO WS-EXC-CODE
                       MOVE 1 TO WS-EXC-SEVERITY
                       MOVE "ROSTER.DAT" TO WS-EXC-ENTITY
                       MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                       PERFORM POST-EXCEPTION
                       MOVE "Y" TO WS-LOAD-FAILED
                       MOVE "Y" TO WS-EOF
                   END-IF
                       IF WS-PLAYER-STATUS = "00"
                           ADD 1 TO WS-RECORDS-APPLIED
                           ADD 1 TO WS-ADDS-APPLIED
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE "ADD" TO WS-JOURNAL-ACTION
                           PERFORM WRITE-JOURNAL-ENTRY
                       ELSE
                           PERFORM REJECT-IO-FAILURE
                       END-IF
                   IF WS-RECORD-FOUND = "N"
                       PERFORM REJECT-UNKNOWN-ID
                   ELSE
                       MOVE PLAYER-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE WS-FEED-PLAYER-NAME TO PM-PLAYER-NAME
                       REWRITE PLAYER-MASTER-RECORD
                       IF WS-PLAYER-STATUS = "00"
                           ADD 1 TO WS-RECORDS-APPLIED
                           ADD 1 TO WS-NAMES-CORRECTED
                           MOVE "CORRECT" TO WS-JOURNAL-ACTION
                           PERFORM WRITE-JOURNAL-ENTRY
                       ELSE
                           PERFORM REJECT-IO-FAILURE
                       END-IF
                   IF PM-ACTIVE-FLAG = "N"
                       PERFORM REJECT-ALREADY-INACTIVE
                   ELSE
                       MOVE PLAYER-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE "N" TO PM-ACTIVE-FLAG
                       REWRITE PLAYER-MASTER-RECORD
                       IF WS-PLAYER-STATUS = "00"
                           ADD 1 TO WS-RECORDS-APPLIED
                           ADD 1 TO WS-DEACTIVATED
                           MOVE "DEACTIVATE" TO WS-JOURNAL-ACTION
                           PERFORM WRITE-JOURNAL-ENTRY
                       ELSE
                           PERFORM REJECT-IO-FAILURE
                       END-IF
               END-IF.

           REJECT-BLANK-ID.
               MOVE "BLID" TO WS-EXC-CODE.
               MOVE "BLANK PLAYER ID         " TO REPORT-LINE.
               PERFORM WRITE-REJECT-LINE.

           REJECT-BLANK-NAME.
               MOVE "BLNM" TO WS-EXC-CODE.
               MOVE "BLANK PLAYER NAME       " TO REPORT-LINE.
               PERFORM WRITE-REJECT-LINE.

           REJECT-DUPLICATE-ADD.
               MOVE "DUPA" TO WS-EXC-CODE.
               MOVE "DUPLICATE ADD           " TO REPORT-LINE.
               PERFORM WRITE-REJECT-LINE.

           REJECT-UNKNOWN-ID.
               MOVE "UNID" TO WS-EXC-CODE.
               MOVE "UNKNOWN PLAYER ID       " TO REPORT-LINE.
               PERFORM WRITE-REJECT-LINE.

           REJECT-ALREADY-INACTIVE.
               MOVE "INAC" TO WS-EXC-CODE.
               MOVE "ALREADY INACTIVE        " TO REPORT-LINE.
               PERFORM WRITE-REJECT-LINE.

           REJECT-UNKNOWN-ACTION.
               MOVE "UNAC" TO WS-EXC-CODE.
               MOVE "UNKNOWN ACTION          " TO REPORT-LINE.
               PERFORM WRITE-REJECT-LINE.

           REJECT-IO-FAILURE.
               MOVE "MIOF" TO WS-EXC-CODE.
               MOVE SPACES TO REPORT-LINE.
               STRING "MASTER I-O FAILED " WS-PLAYER-STATUS "    "
                   DELIMITED BY SIZE INTO REPORT-LINE.

           *> The reject reason is already in the first 24 columns of
           *> REPORT-LINE; the offending feed line is appended so the
           *> report alone is enough to fix and rerun. The same line
           *> goes on the exception queue under the reject's code,
           *> keyed by the feed's player id - or, for a line with no
           *> id, by its line number in the feed. A master I-O
           *> failure ranks high; a bad feed line is for the roster
           *> clerk to correct and ranks low.
           WRITE-REJECT-LINE.
               ADD 1 TO WS-RECORDS-REJECTED.
               MOVE ROSTER-RECORD TO REPORT-LINE(25:40).
               WRITE REPORT-LINE.
               IF WS-EXC-CODE = "MIOF"
                   MOVE 1 TO WS-EXC-SEVERITY
               ELSE
                   MOVE 3 TO WS-EXC-SEVERITY
               END-IF.
               MOVE SPACES TO WS-EXC-ENTITY.
               IF WS-FEED-PLAYER-ID = SPACES
                   MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
                   STRING "ROSTER LINE " DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO WS-EXC-ENTITY
               ELSE
                   MOVE WS-FEED-PLAYER-ID TO WS-EXC-ENTITY
               END-IF.
               MOVE REPORT-LINE TO WS-EXC-DESCRIPTION.
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
               MOVE "PERSONNEL ROSTER LOAD EXCEPTION REPORT"
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
       END PROGRAM ROSTER-LOAD.
