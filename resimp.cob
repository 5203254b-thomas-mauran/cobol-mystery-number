       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTS-IMPORT.
       AUTHOR. Thomas Mauran.

      *> Batch import of another site's games, taken in from the
      *> pipe-delimited file that site's ANALYTICS-EXTRACT produces:
      *> an HDR|yyyymmdd record, one id|name|date|time|number|rounds|
      *> result row per finished game, and a TRL|nnnnnnn record with
      *> the row count.
      *>
      *> The transmission is checked whole before anything is
      *> loaded: the HDR must come first and carry a real date no
      *> later than today, the TRL must come last, and its count
      *> must equal the detail rows between them. A transmission
      *> that fails any of these is refused outright and nothing is
      *> loaded - a short file is resent, not patched.
      *>
      *> A balanced transmission is then loaded row by row:
      *>   - a malformed row (wrong field count, a bad id, date, time,
      *>     number, rounds or result, or a game dated after the HDR)
      *>     is rejected;
      *>   - a row already loaded from an earlier transmission, as
      *>     SITE-IMPORT-FILE records them, is rejected - the extract
      *>     sends the site's whole history every time;
      *>   - otherwise the remote player id is mapped to ours through
      *>     SITE-XREF-FILE. A remote player with no mapping yet is
      *>     registered on PLAYER-MASTER-FILE as a new, inactive
      *>     player under the id site code + four digits, journalled
      *>     like any master add and put on the exception queue for
      *>     review: activate the id through PLAYER-MASTER-MAINT, or
      *>     fold it into the player's existing id with
      *>     PLAYER-ID-MERGE;
      *>   - the game is written to GAME-HISTORY-FILE as a 'G' row
      *>     under our id, with the site code in GH-ORIGIN-SITE,
      *>     as a ranked game - the extract carries no practice.
      *> Rejected rows are listed on the exception report with the
      *> row itself, and control totals tie loaded plus rejected
      *> back to the trailer count.
      *>
      *> The command line gives the four-character site code, then
      *> optionally the transmission's file name (SITEXTR.DAT by
      *> default) and the operator id the master adds are journalled
      *> under (BATCH by default), the same JCL-PARM-style channel
      *> the other batch jobs use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE ASSIGN TO WS-IMPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.

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

           SELECT SITE-XREF-FILE ASSIGN TO "SITEXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT SITE-IMPORT-FILE ASSIGN TO "SITEIMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT IMPORT-REPORT-FILE ASSIGN TO "IMPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMPORT-FILE.
       01 IMPORT-RECORD PIC X(80).

       FD  PLAYER-MASTER-FILE.
       COPY "playerm.cpy".

       FD  GAME-HISTORY-FILE.
       COPY "gamehist.cpy".

       FD  SITE-XREF-FILE.
       COPY "sitexref.cpy".

       FD  SITE-IMPORT-FILE.
       COPY "siteimp.cpy".

       FD  CHANGE-JOURNAL-FILE.
       COPY "chgjrnl.cpy".

       FD  EXCEPTION-FILE.
       COPY "excpt.cpy".

       FD  IMPORT-REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-IMPORT-STATUS PIC X(2) VALUE SPACES.
       01 WS-PLAYER-STATUS PIC X(2) VALUE SPACES.
       01 WS-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 WS-XREF-STATUS PIC X(2) VALUE SPACES.
       01 WS-LEDGER-STATUS PIC X(2) VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-RUN-FAILED PIC X(1) VALUE "N".
       01 WS-TRANSMISSION-OK PIC X(1) VALUE "Y".
       01 WS-FILES-OPEN PIC X(1) VALUE "N".
       01 WS-MASTER-OPEN PIC X(1) VALUE "N".
       01 WS-HISTORY-OPEN PIC X(1) VALUE "N".
       01 WS-XREF-OPEN PIC X(1) VALUE "N".
       01 WS-LEDGER-OPEN PIC X(1) VALUE "N".

       01 WS-RUN-OPTIONS PIC X(80) VALUE SPACES.
       01 WS-SITE-CODE PIC X(4) VALUE SPACES.
       01 WS-SITE-LENGTH PIC 9(3) VALUE 0.
       01 WS-IMPORT-NAME PIC X(40) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-SITE-ENTITY PIC X(30) VALUE SPACES.

      *> The HDR, TRL and structure checks of the first pass.
       01 WS-HEADER-DATE PIC 9(8) VALUE 0.
       01 WS-HEADER-SEEN PIC X(1) VALUE "N".
       01 WS-TRAILER-SEEN PIC X(1) VALUE "N".
       01 WS-TRAILER-COUNT PIC 9(7) VALUE 0.
       01 WS-REFUSAL-REASON PIC X(60) VALUE SPACES.

      *> One detail row as received, and the length of each field so
      *> a field too long for its picture is caught, not truncated.
       01 WS-ROW-LENGTH PIC 9(3) VALUE 0.
       01 WS-ROW-TRAILING PIC 9(3) VALUE 0.
       01 WS-FIELD-COUNT PIC 9(2) VALUE 0.
       01 WS-IN-FIELDS.
           05 WS-IN-PLAYER-ID PIC X(8).
           05 WS-IN-PLAYER-NAME PIC X(20).
           05 WS-IN-DATE PIC X(8).
           05 WS-IN-DATE-NUM REDEFINES WS-IN-DATE PIC 9(8).
           05 WS-IN-TIME PIC X(8).
           05 WS-IN-TIME-NUM REDEFINES WS-IN-TIME PIC 9(8).
           05 WS-IN-MYSTERY PIC X(3).
           05 WS-IN-MYSTERY-NUM REDEFINES WS-IN-MYSTERY PIC 9(3).
           05 WS-IN-ROUNDS PIC X(3).
           05 WS-IN-ROUNDS-NUM REDEFINES WS-IN-ROUNDS PIC 9(3).
           05 WS-IN-RESULT PIC X(1).
           05 WS-IN-EXTRA PIC X(8).
       01 WS-FIELD-LENGTHS.
           05 WS-ID-LENGTH PIC 9(3).
           05 WS-NAME-LENGTH PIC 9(3).
           05 WS-DATE-LENGTH PIC 9(3).
           05 WS-TIME-LENGTH PIC 9(3).
           05 WS-MYSTERY-LENGTH PIC 9(3).
           05 WS-ROUNDS-LENGTH PIC 9(3).
           05 WS-RESULT-LENGTH PIC 9(3).
       01 WS-REJECT-REASON PIC X(24) VALUE SPACES.
       01 WS-REJECT-CLASS PIC X(1) VALUE SPACE.

      *> Mapping and registration of remote players.
       01 WS-LOCAL-PLAYER-ID PIC X(8) VALUE SPACES.
       01 WS-NEXT-LOCAL-SEQ PIC 9(5) VALUE 1.
       01 WS-LOCAL-SEQ-DIGITS PIC 9(4) VALUE 0.
       01 WS-CANDIDATE-ID PIC X(8) VALUE SPACES.
       01 WS-ID-FREE PIC X(1) VALUE "N".
       01 WS-XREF-SCAN-EOF PIC X(1) VALUE "N".
       01 WS-SITE-PLAYERS PIC 9(5) VALUE 0.
       01 WS-HISTORY-SEQ PIC 9(5) VALUE 0.
       01 WS-HISTORY-WRITTEN PIC X(1) VALUE "N".

       01 WS-RECORDS-READ PIC 9(7) VALUE 0.
       01 WS-DETAIL-ROWS PIC 9(7) VALUE 0.
       01 WS-LINE-NUMBER PIC 9(7) VALUE 0.
       01 WS-GAMES-LOADED PIC 9(7) VALUE 0.
       01 WS-ROWS-REJECTED PIC 9(7) VALUE 0.
       01 WS-ROWS-MALFORMED PIC 9(7) VALUE 0.
       01 WS-ROWS-REPEATED PIC 9(7) VALUE 0.
       01 WS-ROWS-NOT-LOADED PIC 9(7) VALUE 0.
       01 WS-PLAYERS-REGISTERED PIC 9(5) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.
       01 WS-COUNT-DISPLAY-2 PIC ZZZZZZ9.

      *> Posting to the shared exception queue: the caller sets
      *> the code, severity, entity and description and performs
      *> POST-EXCEPTION.
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
       01 WS-EXCEPTION-OPEN PIC X(1) VALUE "N".
       01 WS-EXCEPTION-SCAN-EOF PIC X(1) VALUE "N".
       01 WS-EXCEPTION-HELD PIC X(1) VALUE "N".
       01 WS-EXC-SOURCE PIC X(18) VALUE "RESULTS-IMPORT".
       01 WS-EXC-CODE PIC X(4) VALUE SPACES.
       01 WS-EXC-SEVERITY PIC 9(1) VALUE 0.
       01 WS-EXC-ENTITY PIC X(30) VALUE SPACES.
       01 WS-EXC-DESCRIPTION PIC X(80) VALUE SPACES.
       01 WS-EXCEPTIONS-RAISED PIC 9(5) VALUE 0.
       01 WS-EXCEPTIONS-REPEATED PIC 9(5) VALUE 0.

       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-START-TIME PIC 9(8) VALUE 0.
       01 WS-END-DATE PIC 9(8) VALUE 0.
       01 WS-END-TIME PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE WS-START-DATE TO WS-TODAY.
           OPEN OUTPUT IMPORT-REPORT-FILE.
           PERFORM GET-RUN-OPTIONS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-EXCEPTION-FILE.
           IF WS-TRANSMISSION-OK = "Y"
               PERFORM CHECK-TRANSMISSION
           END-IF.
           IF WS-TRANSMISSION-OK = "Y"
               PERFORM OPEN-LOAD-FILES
           END-IF.
           IF WS-FILES-OPEN = "Y"
               PERFORM LOAD-TRANSMISSION
           END-IF.
           PERFORM CLOSE-LOAD-FILES.
           IF WS-ROWS-MALFORMED > 0
               PERFORM POST-MALFORMED-ROWS
           END-IF.
           IF WS-EXCEPTION-OPEN = "Y"
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE IMPORT-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

           *> Takes the site code, the transmission's file name and
           *> the operator id from the command line. Without a site
           *> code of exactly four characters there is nothing to
           *> key the import by, and the run is refused.
           GET-RUN-OPTIONS.
               ACCEPT WS-RUN-OPTIONS FROM COMMAND-LINE.
               UNSTRING WS-RUN-OPTIONS DELIMITED BY ALL " "
                   INTO WS-SITE-CODE COUNT IN WS-SITE-LENGTH
                        WS-IMPORT-NAME
                        WS-OPERATOR-ID.
               IF WS-IMPORT-NAME = SPACES
                   MOVE "SITEXTR.DAT" TO WS-IMPORT-NAME
               END-IF.
               IF WS-OPERATOR-ID = SPACES
                   MOVE "BATCH" TO WS-OPERATOR-ID
               END-IF.
               MOVE SPACES TO WS-SITE-ENTITY.
               STRING "SITE " DELIMITED BY SIZE
                      WS-SITE-CODE DELIMITED BY SIZE
                   INTO WS-SITE-ENTITY.
               IF WS-SITE-LENGTH NOT = 4
                   OR WS-SITE-CODE(1:1) = SPACE
                   OR WS-SITE-CODE(4:1) = SPACE
                   MOVE "N" TO WS-TRANSMISSION-OK
                   MOVE "Y" TO WS-RUN-FAILED
                   DISPLAY "Import needs a four-character site code: "
                       WS-RUN-OPTIONS
               END-IF.

           *> First pass over the transmission: structure, HDR date
           *> and the trailer balance. Nothing is loaded here, so a
           *> refused transmission leaves every file as it was.
           CHECK-TRANSMISSION.
               OPEN INPUT IMPORT-FILE.
               IF WS-IMPORT-STATUS NOT = "00"
                   MOVE SPACES TO WS-REFUSAL-REASON
                   STRING "TRANSMISSION FILE NOT AVAILABLE, STATUS "
                          DELIMITED BY SIZE
                          WS-IMPORT-STATUS DELIMITED BY SIZE
                       INTO WS-REFUSAL-REASON
                   PERFORM REFUSE-TRANSMISSION
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM CHECK-NEXT-RECORD
                       UNTIL WS-EOF = "Y"
                       OR WS-TRANSMISSION-OK = "N"
                   CLOSE IMPORT-FILE
                   IF WS-TRANSMISSION-OK = "Y"
                       PERFORM CHECK-TRAILER-BALANCE
                   END-IF
               END-IF.

           CHECK-NEXT-RECORD.
               READ IMPORT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CHECK-ONE-RECORD
               END-READ.

           *> The HDR must be the first record and the only one; once
           *> the TRL has been read nothing may follow it. Any other
           *> record is a detail row and only counted here.
           CHECK-ONE-RECORD.
               EVALUATE TRUE
                   WHEN WS-TRAILER-SEEN = "Y"
                       MOVE SPACES TO WS-REFUSAL-REASON
                       MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
                       STRING "RECORD AFTER TRL AT LINE "
                              DELIMITED BY SIZE
                              WS-COUNT-DISPLAY DELIMITED BY SIZE
                           INTO WS-REFUSAL-REASON
                       PERFORM REFUSE-TRANSMISSION
                   WHEN WS-RECORDS-READ = 1
                       PERFORM CHECK-HEADER-RECORD
                   WHEN IMPORT-RECORD(1:4) = "HDR|"
                       MOVE SPACES TO WS-REFUSAL-REASON
                       MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
                       STRING "SECOND HDR AT LINE " DELIMITED BY SIZE
                              WS-COUNT-DISPLAY DELIMITED BY SIZE
                           INTO WS-REFUSAL-REASON
                       PERFORM REFUSE-TRANSMISSION
                   WHEN IMPORT-RECORD(1:4) = "TRL|"
                       PERFORM CHECK-TRAILER-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-DETAIL-ROWS
               END-EVALUATE.

           *> HDR|yyyymmdd, as ANALYTICS-EXTRACT writes it: a real
           *> date, and not one later than today.
           CHECK-HEADER-RECORD.
               IF IMPORT-RECORD(1:4) NOT = "HDR|"
                   MOVE "FIRST RECORD IS NOT AN HDR"
                       TO WS-REFUSAL-REASON
                   PERFORM REFUSE-TRANSMISSION
               ELSE
                   IF IMPORT-RECORD(5:8) NOT NUMERIC
                       OR IMPORT-RECORD(13:) NOT = SPACES
                       MOVE "HDR DATE NOT VALID" TO WS-REFUSAL-REASON
                       PERFORM REFUSE-TRANSMISSION
                   ELSE
                       MOVE IMPORT-RECORD(5:8) TO WS-HEADER-DATE
                       MOVE "Y" TO WS-HEADER-SEEN
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-HEADER-DATE)
                           NOT = 0
                           MOVE "HDR DATE NOT VALID"
                               TO WS-REFUSAL-REASON
                           PERFORM REFUSE-TRANSMISSION
                       ELSE
                           IF WS-HEADER-DATE > WS-TODAY
                               MOVE "HDR DATE LATER THAN TODAY"
                                   TO WS-REFUSAL-REASON
                               PERFORM REFUSE-TRANSMISSION
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           *> TRL|nnnnnnn: the seven-digit row count.
           CHECK-TRAILER-RECORD.
               MOVE "Y" TO WS-TRAILER-SEEN.
               IF IMPORT-RECORD(5:7) NOT NUMERIC
                   OR IMPORT-RECORD(12:) NOT = SPACES
                   MOVE "TRL COUNT NOT VALID" TO WS-REFUSAL-REASON
                   PERFORM REFUSE-TRANSMISSION
               ELSE
                   MOVE IMPORT-RECORD(5:7) TO WS-TRAILER-COUNT
               END-IF.

           CHECK-TRAILER-BALANCE.
               EVALUATE TRUE
                   WHEN WS-HEADER-SEEN = "N"
                       MOVE "EMPTY TRANSMISSION, NO HDR"
                           TO WS-REFUSAL-REASON
                       PERFORM REFUSE-TRANSMISSION
                   WHEN WS-TRAILER-SEEN = "N"
                       MOVE "NO TRL RECORD" TO WS-REFUSAL-REASON
                       PERFORM REFUSE-TRANSMISSION
                   WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-ROWS
                       MOVE WS-TRAILER-COUNT TO WS-COUNT-DISPLAY
                       MOVE WS-DETAIL-ROWS TO WS-COUNT-DISPLAY-2
                       MOVE SPACES TO WS-REFUSAL-REASON
                       STRING "TRL COUNT " DELIMITED BY SIZE
                              WS-COUNT-DISPLAY DELIMITED BY SIZE
                              " BUT " DELIMITED BY SIZE
                              WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                              " DETAIL ROWS" DELIMITED BY SIZE
                           INTO WS-REFUSAL-REASON
                       PERFORM REFUSE-TRANSMISSION
               END-EVALUATE.

           *> Refuses the whole transmission: the reason goes on the
           *> report and, as a high-severity item for the site, on
           *> the exception queue, and the run ends non-zero.
           REFUSE-TRANSMISSION.
               MOVE "N" TO WS-TRANSMISSION-OK.
               MOVE "Y" TO WS-RUN-FAILED.
               MOVE SPACES TO REPORT-LINE.
               STRING "TRANSMISSION REFUSED, NOTHING LOADED: "
                      DELIMITED BY SIZE
                      WS-REFUSAL-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "REFU" TO WS-EXC-CODE.
               MOVE 1 TO WS-EXC-SEVERITY.
               MOVE WS-SITE-ENTITY TO WS-EXC-ENTITY.
               MOVE REPORT-LINE TO WS-EXC-DESCRIPTION.
               PERFORM POST-EXCEPTION.

           *> Opens every file the load writes to, creating each on
           *> first run. Any that still won't open fails the run
           *> before a row is loaded.
           OPEN-LOAD-FILES.
               OPEN I-O PLAYER-MASTER-FILE.
               IF WS-PLAYER-STATUS = "35"
                   OPEN OUTPUT PLAYER-MASTER-FILE
                   CLOSE PLAYER-MASTER-FILE
                   OPEN I-O PLAYER-MASTER-FILE
               END-IF.
               IF WS-PLAYER-STATUS = "00"
                   MOVE "Y" TO WS-MASTER-OPEN
               ELSE
                   MOVE "PLAYERM.DAT" TO WS-EXC-ENTITY
                   MOVE WS-PLAYER-STATUS TO WS-EXCEPTION-STATUS
                   PERFORM FAIL-LOAD-FILE
               END-IF.
               OPEN I-O GAME-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "35"
                   OPEN OUTPUT GAME-HISTORY-FILE
                   CLOSE GAME-HISTORY-FILE
                   OPEN I-O GAME-HISTORY-FILE
               END-IF.
               IF WS-HISTORY-STATUS = "00"
                   MOVE "Y" TO WS-HISTORY-OPEN
               ELSE
                   MOVE "GAMEHIST.DAT" TO WS-EXC-ENTITY
                   MOVE WS-HISTORY-STATUS TO WS-EXCEPTION-STATUS
                   PERFORM FAIL-LOAD-FILE
               END-IF.
               OPEN I-O SITE-XREF-FILE.
               IF WS-XREF-STATUS = "35"
                   OPEN OUTPUT SITE-XREF-FILE
                   CLOSE SITE-XREF-FILE
                   OPEN I-O SITE-XREF-FILE
               END-IF.
               IF WS-XREF-STATUS = "00"
                   MOVE "Y" TO WS-XREF-OPEN
               ELSE
                   MOVE "SITEXREF.DAT" TO WS-EXC-ENTITY
                   MOVE WS-XREF-STATUS TO WS-EXCEPTION-STATUS
                   PERFORM FAIL-LOAD-FILE
               END-IF.
               OPEN I-O SITE-IMPORT-FILE.
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT SITE-IMPORT-FILE
                   CLOSE SITE-IMPORT-FILE
                   OPEN I-O SITE-IMPORT-FILE
               END-IF.
               IF WS-LEDGER-STATUS = "00"
                   MOVE "Y" TO WS-LEDGER-OPEN
               ELSE
                   MOVE "SITEIMP.DAT" TO WS-EXC-ENTITY
                   MOVE WS-LEDGER-STATUS TO WS-EXCEPTION-STATUS
                   PERFORM FAIL-LOAD-FILE
               END-IF.
               IF WS-RUN-FAILED = "N"
                   MOVE "Y" TO WS-FILES-OPEN
                   OPEN EXTEND CHANGE-JOURNAL-FILE
                   IF WS-JOURNAL-STATUS = "35"
                       OPEN OUTPUT CHANGE-JOURNAL-FILE
                   END-IF
                   PERFORM COUNT-SITE-PLAYERS
               END-IF.

           *> The caller leaves the file's name in WS-EXC-ENTITY and
           *> its status in WS-EXCEPTION-STATUS, which the posting
           *> overwrites only after it has been printed.
           FAIL-LOAD-FILE.
               MOVE "Y" TO WS-RUN-FAILED.
               MOVE SPACES TO REPORT-LINE.
               STRING WS-EXC-ENTITY DELIMITED BY SPACE
                      " NOT AVAILABLE, STATUS " DELIMITED BY SIZE
                      WS-EXCEPTION-STATUS DELIMITED BY SIZE
                      ", NOTHING LOADED" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               DISPLAY REPORT-LINE.
               MOVE "FILE" TO WS-EXC-CODE.
               MOVE 1 TO WS-EXC-SEVERITY.
               MOVE REPORT-LINE TO WS-EXC-DESCRIPTION.
               PERFORM POST-EXCEPTION.

           *> Counts the players already mapped for this site, so the
           *> numbering of newly registered ids carries on from there.
           COUNT-SITE-PLAYERS.
               MOVE 0 TO WS-SITE-PLAYERS.
               MOVE "N" TO WS-XREF-SCAN-EOF.
               MOVE WS-SITE-CODE TO SX-SITE-CODE.
               MOVE LOW-VALUES TO SX-REMOTE-PLAYER-ID.
               START SITE-XREF-FILE KEY IS >= SX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-XREF-SCAN-EOF
               END-START.
               PERFORM COUNT-NEXT-SITE-PLAYER
                   UNTIL WS-XREF-SCAN-EOF = "Y".
               COMPUTE WS-NEXT-LOCAL-SEQ = WS-SITE-PLAYERS + 1.

           COUNT-NEXT-SITE-PLAYER.
               READ SITE-XREF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-XREF-SCAN-EOF
                   NOT AT END
                       IF SX-SITE-CODE NOT = WS-SITE-CODE
                           MOVE "Y" TO WS-XREF-SCAN-EOF
                       ELSE
                           ADD 1 TO WS-SITE-PLAYERS
                       END-IF
               END-READ.

           *> Second pass: the transmission has balanced, so every
           *> detail row is loaded or rejected on its own merits.
           LOAD-TRANSMISSION.
               MOVE 0 TO WS-LINE-NUMBER.
               MOVE "N" TO WS-EOF.
               OPEN INPUT IMPORT-FILE.
               IF WS-IMPORT-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
                   MOVE "Y" TO WS-RUN-FAILED
                   MOVE "TRANSMISSION FILE COULD NOT BE REOPENED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               PERFORM LOAD-NEXT-RECORD UNTIL WS-EOF = "Y".
               IF WS-IMPORT-STATUS = "00" OR WS-IMPORT-STATUS = "10"
                   CLOSE IMPORT-FILE
               END-IF.

           LOAD-NEXT-RECORD.
               READ IMPORT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF WS-LINE-NUMBER > 1
                           AND IMPORT-RECORD(1:4) NOT = "TRL|"
                           PERFORM LOAD-ONE-ROW
                       END-IF
               END-READ.

           LOAD-ONE-ROW.
               PERFORM PARSE-DETAIL-ROW.
               PERFORM VALIDATE-DETAIL-ROW.
               IF WS-REJECT-REASON NOT = SPACES
                   MOVE "M" TO WS-REJECT-CLASS
                   PERFORM REJECT-ROW
               ELSE
                   PERFORM CHECK-ALREADY-IMPORTED
               END-IF.
               IF WS-REJECT-REASON = SPACES
                   PERFORM MAP-REMOTE-PLAYER
               END-IF.
               IF WS-REJECT-REASON = SPACES
                   PERFORM LOAD-GAME
               END-IF.

           *> Splits the row on the pipes, over its length without the
           *> trailing blanks so each COUNT IN is the field's true
           *> length. An eighth field means too many pipes.
           PARSE-DETAIL-ROW.
               MOVE SPACES TO WS-IN-FIELDS.
               MOVE ZEROS TO WS-FIELD-LENGTHS.
               MOVE 0 TO WS-FIELD-COUNT.
               MOVE 0 TO WS-ROW-TRAILING.
               INSPECT FUNCTION REVERSE(IMPORT-RECORD)
                   TALLYING WS-ROW-TRAILING FOR LEADING SPACES.
               COMPUTE WS-ROW-LENGTH = 80 - WS-ROW-TRAILING.
               IF WS-ROW-LENGTH > 0
                   UNSTRING IMPORT-RECORD(1:WS-ROW-LENGTH)
                       DELIMITED BY "|"
                       INTO WS-IN-PLAYER-ID COUNT IN WS-ID-LENGTH
                            WS-IN-PLAYER-NAME COUNT IN WS-NAME-LENGTH
                            WS-IN-DATE COUNT IN WS-DATE-LENGTH
                            WS-IN-TIME COUNT IN WS-TIME-LENGTH
                            WS-IN-MYSTERY COUNT IN WS-MYSTERY-LENGTH
                            WS-IN-ROUNDS COUNT IN WS-ROUNDS-LENGTH
                            WS-IN-RESULT COUNT IN WS-RESULT-LENGTH
                            WS-IN-EXTRA
                       TALLYING IN WS-FIELD-COUNT
                   END-UNSTRING
               END-IF.

           *> Every field must have the exact width the extract
           *> writes it with; the name may be empty. A game dated
           *> after the HDR cannot have been in that extract.
           VALIDATE-DETAIL-ROW.
               MOVE SPACES TO WS-REJECT-REASON.
               EVALUATE TRUE
                   WHEN WS-FIELD-COUNT NOT = 7
                       MOVE "WRONG FIELD COUNT" TO WS-REJECT-REASON
                   WHEN WS-ID-LENGTH < 1 OR WS-ID-LENGTH > 8
                       OR WS-IN-PLAYER-ID(1:1) = SPACE
                       MOVE "BAD PLAYER ID" TO WS-REJECT-REASON
                   WHEN WS-NAME-LENGTH > 20
                       MOVE "BAD PLAYER NAME" TO WS-REJECT-REASON
                   WHEN WS-DATE-LENGTH NOT = 8
                       OR WS-IN-DATE NOT NUMERIC
                       MOVE "BAD GAME DATE" TO WS-REJECT-REASON
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE-NUM)
                       NOT = 0
                       MOVE "BAD GAME DATE" TO WS-REJECT-REASON
                   WHEN WS-IN-DATE-NUM > WS-HEADER-DATE
                       MOVE "GAME DATED AFTER HDR" TO WS-REJECT-REASON
                   WHEN WS-TIME-LENGTH NOT = 8
                       OR WS-IN-TIME NOT NUMERIC
                       MOVE "BAD GAME TIME" TO WS-REJECT-REASON
                   WHEN WS-IN-TIME-NUM > 23595999
                       MOVE "BAD GAME TIME" TO WS-REJECT-REASON
                   WHEN WS-MYSTERY-LENGTH NOT = 3
                       OR WS-IN-MYSTERY NOT NUMERIC
                       MOVE "BAD MYSTERY NUMBER" TO WS-REJECT-REASON
                   WHEN WS-ROUNDS-LENGTH NOT = 3
                       OR WS-IN-ROUNDS NOT NUMERIC
                       MOVE "BAD ROUNDS" TO WS-REJECT-REASON
                   WHEN WS-IN-ROUNDS-NUM = 0
                       MOVE "BAD ROUNDS" TO WS-REJECT-REASON
                   WHEN WS-RESULT-LENGTH NOT = 1
                       OR (WS-IN-RESULT NOT = "W"
                           AND WS-IN-RESULT NOT = "L")
                       MOVE "BAD RESULT CODE" TO WS-REJECT-REASON
               END-EVALUATE.

           CHECK-ALREADY-IMPORTED.
               MOVE WS-SITE-CODE    TO SI-SITE-CODE.
               MOVE WS-IN-PLAYER-ID TO SI-REMOTE-PLAYER-ID.
               MOVE WS-IN-DATE-NUM  TO SI-RUN-DATE.
               MOVE WS-IN-TIME-NUM  TO SI-RUN-TIME.
               READ SITE-IMPORT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "ALREADY IMPORTED" TO WS-REJECT-REASON
                       MOVE "R" TO WS-REJECT-CLASS
                       PERFORM REJECT-ROW
               END-READ.

           *> Finds our id for the remote player, registering one when
           *> the site's player has never been seen before.
           MAP-REMOTE-PLAYER.
               MOVE WS-SITE-CODE    TO SX-SITE-CODE.
               MOVE WS-IN-PLAYER-ID TO SX-REMOTE-PLAYER-ID.
               READ SITE-XREF-FILE
                   INVALID KEY
                       PERFORM REGISTER-REMOTE-PLAYER
                   NOT INVALID KEY
                       MOVE SX-LOCAL-PLAYER-ID TO WS-LOCAL-PLAYER-ID
               END-READ.

           *> Registers the remote player as a new, inactive player
           *> under the next free id of the form site code + four
           *> digits, journals the add, maps the remote id to it and
           *> puts it on the exception queue for review.
           REGISTER-REMOTE-PLAYER.
               MOVE "N" TO WS-ID-FREE.
               PERFORM TRY-NEXT-LOCAL-ID
                   UNTIL WS-ID-FREE = "Y"
                   OR WS-NEXT-LOCAL-SEQ > 9999.
               IF WS-ID-FREE = "N"
                   MOVE "NO FREE LOCAL ID" TO WS-REJECT-REASON
                   MOVE "I" TO WS-REJECT-CLASS
                   PERFORM REJECT-ROW
               ELSE
                   PERFORM ADD-REGISTERED-PLAYER
               END-IF.

           TRY-NEXT-LOCAL-ID.
               MOVE WS-NEXT-LOCAL-SEQ TO WS-LOCAL-SEQ-DIGITS.
               MOVE SPACES TO WS-CANDIDATE-ID.
               STRING WS-SITE-CODE DELIMITED BY SIZE
                      WS-LOCAL-SEQ-DIGITS DELIMITED BY SIZE
                   INTO WS-CANDIDATE-ID.
               MOVE WS-CANDIDATE-ID TO PM-PLAYER-ID.
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-ID-FREE
               END-READ.
               ADD 1 TO WS-NEXT-LOCAL-SEQ.

           ADD-REGISTERED-PLAYER.
               MOVE WS-CANDIDATE-ID TO PM-PLAYER-ID.
               IF WS-IN-PLAYER-NAME = SPACES
                   MOVE SPACES TO PM-PLAYER-NAME
                   STRING WS-SITE-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-IN-PLAYER-ID DELIMITED BY SIZE
                       INTO PM-PLAYER-NAME
               ELSE
                   MOVE WS-IN-PLAYER-NAME TO PM-PLAYER-NAME
               END-IF.
               MOVE "N"    TO PM-ACTIVE-FLAG.
               MOVE SPACES TO PM-DIFF-PROFILE.
               WRITE PLAYER-MASTER-RECORD.
               IF WS-PLAYER-STATUS NOT = "00"
                   MOVE "MASTER I-O FAILED" TO WS-REJECT-REASON
                   MOVE "I" TO WS-REJECT-CLASS
                   MOVE "Y" TO WS-RUN-FAILED
                   PERFORM REJECT-ROW
               ELSE
                   PERFORM WRITE-JOURNAL-ENTRY
                   MOVE WS-SITE-CODE       TO SX-SITE-CODE
                   MOVE WS-IN-PLAYER-ID    TO SX-REMOTE-PLAYER-ID
                   MOVE WS-CANDIDATE-ID    TO SX-LOCAL-PLAYER-ID
                   MOVE WS-IN-PLAYER-NAME  TO SX-REMOTE-PLAYER-NAME
                   MOVE WS-TODAY           TO SX-REGISTERED-DATE
                   WRITE SITE-XREF-RECORD
                   IF WS-XREF-STATUS NOT = "00"
                       MOVE "XREF I-O FAILED" TO WS-REJECT-REASON
                       MOVE "I" TO WS-REJECT-CLASS
                       MOVE "Y" TO WS-RUN-FAILED
                       PERFORM REJECT-ROW
                   ELSE
                       ADD 1 TO WS-PLAYERS-REGISTERED
                       MOVE WS-CANDIDATE-ID TO WS-LOCAL-PLAYER-ID
                       PERFORM WRITE-REGISTRATION-LINE
                   END-IF
               END-IF.

           *> Appends the before/after row for a registered player to
           *> the change journal; an add carries a blank before image.
           *> A row that cannot be written is reported and fails the
           *> run, the player having already been added.
           WRITE-JOURNAL-ENTRY.
               ACCEPT CJ-CHANGE-DATE FROM DATE YYYYMMDD.
               ACCEPT CJ-CHANGE-TIME FROM TIME.
               MOVE WS-OPERATOR-ID       TO CJ-OPERATOR-ID.
               MOVE "RESULTS-IMPORT"     TO CJ-SOURCE-PROGRAM.
               MOVE "ADD"                TO CJ-ACTION.
               MOVE "PLAYERM"            TO CJ-FILE-NAME.
               MOVE PM-PLAYER-ID         TO CJ-RECORD-KEY.
               MOVE SPACES               TO CJ-BEFORE-IMAGE.
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
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.

           *> Lists the registration on the report and queues it for
           *> review under the new id, so the item is closed once the
           *> id has been activated or merged.
           WRITE-REGISTRATION-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "REGISTERED INACTIVE     " DELIMITED BY SIZE
                      WS-CANDIDATE-ID DELIMITED BY SIZE
                      " FOR REMOTE ID " DELIMITED BY SIZE
                      WS-IN-PLAYER-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-IN-PLAYER-NAME DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "REGP" TO WS-EXC-CODE.
               MOVE 3 TO WS-EXC-SEVERITY.
               MOVE WS-CANDIDATE-ID TO WS-EXC-ENTITY.
               MOVE SPACES TO WS-EXC-DESCRIPTION.
               STRING "SITE " DELIMITED BY SIZE
                      WS-SITE-CODE DELIMITED BY SIZE
                      " PLAYER " DELIMITED BY SIZE
                      WS-IN-PLAYER-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-IN-PLAYER-NAME DELIMITED BY SIZE
                      " REGISTERED INACTIVE - ACTIVATE OR MERGE"
                      DELIMITED BY SIZE
                   INTO WS-EXC-DESCRIPTION.
               PERFORM POST-EXCEPTION.

           *> Records the game on SITE-IMPORT-FILE first, then writes
           *> it to the history. The history key takes the next free
           *> sequence number should our id already hold a game that
           *> same second. A history write that fails takes the
           *> import record back out again, so the game is loaded by
           *> a later transmission instead of being marked done.
           LOAD-GAME.
               MOVE WS-SITE-CODE       TO SI-SITE-CODE.
               MOVE WS-IN-PLAYER-ID    TO SI-REMOTE-PLAYER-ID.
               MOVE WS-IN-DATE-NUM     TO SI-RUN-DATE.
               MOVE WS-IN-TIME-NUM     TO SI-RUN-TIME.
               MOVE WS-LOCAL-PLAYER-ID TO SI-LOCAL-PLAYER-ID.
               MOVE 0                  TO SI-SEQUENCE-NO.
               MOVE WS-TODAY           TO SI-IMPORT-DATE.
               MOVE WS-HEADER-DATE     TO SI-HEADER-DATE.
               WRITE SITE-IMPORT-RECORD.
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE "IMPORT LOG I-O FAILED" TO WS-REJECT-REASON
                   MOVE "I" TO WS-REJECT-CLASS
                   MOVE "Y" TO WS-RUN-FAILED
                   PERFORM REJECT-ROW
               ELSE
                   MOVE "N" TO WS-HISTORY-WRITTEN
                   MOVE 1 TO WS-HISTORY-SEQ
                   PERFORM WRITE-IMPORTED-GAME
                       UNTIL WS-HISTORY-WRITTEN = "Y"
                       OR WS-HISTORY-SEQ > 99
                   IF WS-HISTORY-WRITTEN = "Y"
                       MOVE GH-SEQUENCE-NO TO SI-SEQUENCE-NO
                       REWRITE SITE-IMPORT-RECORD
                       ADD 1 TO WS-GAMES-LOADED
                   ELSE
                       DELETE SITE-IMPORT-FILE RECORD
                       MOVE "HISTORY I-O FAILED" TO WS-REJECT-REASON
                       MOVE "I" TO WS-REJECT-CLASS
                       MOVE "Y" TO WS-RUN-FAILED
                       PERFORM REJECT-ROW
                   END-IF
               END-IF.

           WRITE-IMPORTED-GAME.
               MOVE WS-LOCAL-PLAYER-ID TO GH-PLAYER-ID.
               MOVE WS-IN-DATE-NUM     TO GH-RUN-DATE.
               MOVE WS-IN-TIME-NUM     TO GH-RUN-TIME.
               MOVE WS-HISTORY-SEQ     TO GH-SEQUENCE-NO.
               MOVE "G"                TO GH-RECORD-TYPE.
               MOVE WS-IN-MYSTERY-NUM  TO GH-MYSTERY-NUMBER.
               MOVE WS-IN-ROUNDS-NUM   TO GH-NUMBER-OF-ROUNDS.
               MOVE WS-IN-RESULT       TO GH-RESULT-CODE.
               MOVE 0                  TO GH-GAMES-PLAYED.
               MOVE 0                  TO GH-AVERAGE-ROUNDS.
               MOVE 0                  TO GH-BEST-ROUNDS.
               MOVE SPACES             TO GH-OPPONENT-ID.
               MOVE SPACES             TO GH-WINNER-ID.
               MOVE 0                  TO GH-OPPONENT-ROUNDS.
               MOVE WS-SITE-CODE       TO GH-ORIGIN-SITE.
               MOVE "R"                TO GH-PLAY-MODE.
               MOVE SPACES             TO GH-DIFF-PROFILE.
               MOVE 0                  TO GH-DRAW-DATE.
               MOVE 0                  TO GH-DRAW-TIME.
               WRITE GAME-HISTORY-RECORD.
               EVALUATE WS-HISTORY-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-HISTORY-WRITTEN
                   WHEN "22"
                       ADD 1 TO WS-HISTORY-SEQ
                   WHEN OTHER
                       MOVE 100 TO WS-HISTORY-SEQ
               END-EVALUATE.

           *> The reason goes in the first 24 columns and the row as
           *> received after it, the way ROSTER-LOAD lists its feed
           *> rejects, so the report alone is enough to send back to
           *> the site. WS-REJECT-CLASS says which total it joins: M
           *> malformed, R already imported, I not loaded for an
           *> I-O failure here.
           REJECT-ROW.
               ADD 1 TO WS-ROWS-REJECTED.
               EVALUATE WS-REJECT-CLASS
                   WHEN "M"
                       ADD 1 TO WS-ROWS-MALFORMED
                   WHEN "R"
                       ADD 1 TO WS-ROWS-REPEATED
                   WHEN OTHER
                       ADD 1 TO WS-ROWS-NOT-LOADED
               END-EVALUATE.
               MOVE SPACES TO REPORT-LINE.
               MOVE WS-REJECT-REASON TO REPORT-LINE(1:24).
               MOVE IMPORT-RECORD TO REPORT-LINE(25:66).
               WRITE REPORT-LINE.
               IF WS-REJECT-CLASS = "I"
                   MOVE "HWRF" TO WS-EXC-CODE
                   MOVE 1 TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-ENTITY
                   STRING WS-SITE-ENTITY DELIMITED BY SIZE
                       INTO WS-EXC-ENTITY
                   MOVE WS-IN-PLAYER-ID TO WS-EXC-ENTITY(11:8)
                   MOVE REPORT-LINE TO WS-EXC-DESCRIPTION
                   PERFORM POST-EXCEPTION
               END-IF.

           *> One queue item per site for the night's malformed rows,
           *> rather than one per row: the fix is the site's, and the
           *> report lists the rows.
           POST-MALFORMED-ROWS.
               MOVE WS-ROWS-MALFORMED TO WS-COUNT-DISPLAY.
               MOVE "BADR" TO WS-EXC-CODE.
               MOVE 2 TO WS-EXC-SEVERITY.
               MOVE WS-SITE-ENTITY TO WS-EXC-ENTITY.
               MOVE SPACES TO WS-EXC-DESCRIPTION.
               STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                      " MALFORMED ROWS REJECTED FROM TRANSMISSION OF "
                      DELIMITED BY SIZE
                      WS-HEADER-DATE DELIMITED BY SIZE
                   INTO WS-EXC-DESCRIPTION.
               PERFORM POST-EXCEPTION.

           CLOSE-LOAD-FILES.
               IF WS-MASTER-OPEN = "Y"
                   CLOSE PLAYER-MASTER-FILE
               END-IF.
               IF WS-HISTORY-OPEN = "Y"
                   CLOSE GAME-HISTORY-FILE
               END-IF.
               IF WS-XREF-OPEN = "Y"
                   CLOSE SITE-XREF-FILE
               END-IF.
               IF WS-LEDGER-OPEN = "Y"
                   CLOSE SITE-IMPORT-FILE
               END-IF.
               IF WS-FILES-OPEN = "Y"
                   CLOSE CHANGE-JOURNAL-FILE
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
               MOVE SPACES TO REPORT-LINE.
               STRING "REMOTE SITE RESULTS IMPORT  SITE "
                      DELIMITED BY SIZE
                      WS-SITE-CODE DELIMITED BY SIZE
                      "  FILE " DELIMITED BY SIZE
                      WS-IMPORT-NAME DELIMITED BY SPACE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-TRANSMISSION-OK = "N"
                   MOVE "NO FOUR-CHARACTER SITE CODE, NOTHING LOADED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           WRITE-CONTROL-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "CONTROL TOTALS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "  HDR DATE                 " DELIMITED BY SIZE
                      WS-HEADER-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  RECORDS RECEIVED         " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-TRAILER-COUNT TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  TRL ROW COUNT            " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-DETAIL-ROWS TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  DETAIL ROWS              " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               IF WS-TRANSMISSION-OK = "Y"
                   MOVE "  TRANSMISSION             ACCEPTED"
                       TO REPORT-LINE
               ELSE
                   MOVE "  TRANSMISSION             REFUSED"
                       TO REPORT-LINE
               END-IF.
               WRITE REPORT-LINE.
               MOVE WS-GAMES-LOADED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  GAMES LOADED             " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ROWS-REJECTED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  ROWS REJECTED            " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ROWS-MALFORMED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "    MALFORMED              " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ROWS-REPEATED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "    ALREADY IMPORTED       " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ROWS-NOT-LOADED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "    NOT LOADED, I-O        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-PLAYERS-REGISTERED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  PLAYERS REGISTERED       " DELIMITED BY SIZE
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

           *> Appends this run's row to RUN-CONTROL-FILE. Rejected
           *> rows are the report's business; a refused transmission,
           *> a file that would not open or a row lost to an I-O
           *> failure raises the non-zero condition code.
           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               OPEN EXTEND RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF.
               MOVE "RESULTS-IMPORT"   TO RC-PROGRAM-NAME.
               MOVE WS-START-DATE      TO RC-START-DATE.
               MOVE WS-START-TIME      TO RC-START-TIME.
               MOVE WS-END-DATE        TO RC-END-DATE.
               MOVE WS-END-TIME        TO RC-END-TIME.
               MOVE "BATCH"            TO RC-RUN-MODE.
               MOVE 0                  TO RC-GAMES-PLAYED.
               MOVE WS-GAMES-LOADED    TO RC-RECORDS-WRITTEN.
               MOVE "00"               TO RC-WORST-STATUS.
               IF WS-RUN-FAILED = "Y"
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RC-RETURN-CODE
               END-IF.
               WRITE RUN-CONTROL-RECORD.
               CLOSE RUN-CONTROL-FILE.
       END PROGRAM RESULTS-IMPORT.
