       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-AGING.
       AUTHOR. Thomas Mauran.

      *> Daily aging report over EXCEPTION-FILE, the queue the batch
      *> jobs post their exceptions to. Every item not yet closed is
      *> aged in whole days from the day it was first raised; one
      *> that has stayed open longer than the escalation threshold
      *> is marked escalated on the file (EX-ESCALATED-FLAG, with the
      *> day it was escalated) so the workbench shows it too, and the
      *> report lists the escalated items first - worst severity,
      *> then oldest - ahead of the rest of the open queue, with a
      *> summary by severity and by age band.
      *>
      *> The threshold is the number of days an item may stay open
      *> before it escalates, taken from the command line, the same
      *> JCL-PARM-style channel the other batch jobs use; none means
      *> three days. A threshold that is not a number escalates
      *> nothing and fails the run. An escalated item stays
      *> escalated until it is closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT AGING-SORT-FILE ASSIGN TO "EASORT.TMP".

           SELECT AGING-REPORT-FILE ASSIGN TO "AGINGRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       COPY "excpt.cpy".

       SD  AGING-SORT-FILE.
      *> One open item, grouped escalated (1) ahead of the rest (2).
       01 AGING-SORT-RECORD.
           05 AS-GROUP                  PIC 9(1).
           05 AS-SEVERITY               PIC 9(1).
           05 AS-RAISED-DATE            PIC 9(8).
           05 AS-RAISED-TIME            PIC 9(8).
           05 AS-AGE-DAYS               PIC 9(5).
           05 AS-STATUS                 PIC X(1).
           05 AS-NEWLY-ESCALATED        PIC X(1).
           05 AS-ASSIGNED-TO            PIC X(8).
           05 AS-SOURCE-PROGRAM         PIC X(18).
           05 AS-EXCEPTION-CODE         PIC X(4).
           05 AS-ENTITY-KEY             PIC X(30).
           05 AS-TIMES-SEEN             PIC 9(5).
           05 AS-DESCRIPTION            PIC X(80).

       FD  AGING-REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
       01 WS-EXCEPTION-OPEN PIC X(1) VALUE "N".
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-SORT-EOF PIC X(1) VALUE "N".
       01 WS-RUN-FAILED PIC X(1) VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE 0.

       01 WS-RUN-OPTIONS PIC X(40) VALUE SPACES.
       01 WS-DAYS-INPUT PIC X(8) VALUE SPACES.
       01 WS-OPTIONS-OK PIC X(1) VALUE "Y".
       01 WS-ESCALATE-DAYS PIC 9(3) VALUE 3.
       01 WS-AGE-DAYS PIC 9(5) VALUE 0.
       01 WS-CURRENT-GROUP PIC 9(1) VALUE 0.

      *> Open-item counts by severity (1 high, 2 medium, 3 low):
      *> open, acknowledged and escalated.
       01 WS-SEVERITY-TABLE.
           05 WS-SEVERITY-ENTRY OCCURS 3 TIMES.
               10 WS-SEV-OPEN           PIC 9(5).
               10 WS-SEV-ACKED          PIC 9(5).
               10 WS-SEV-ESCALATED      PIC 9(5).
       01 WS-SEV-SUB PIC 9(1) VALUE 0.

      *> Open-item counts by age: 0-1 days, 2-7, 8-30, over 30.
       01 WS-BAND-TABLE.
           05 WS-BAND-COUNT OCCURS 4 TIMES PIC 9(5).
       01 WS-BAND-SUB PIC 9(1) VALUE 0.

       01 WS-ITEMS-READ PIC 9(5) VALUE 0.
       01 WS-ITEMS-OPEN PIC 9(5) VALUE 0.
       01 WS-ITEMS-ESCALATED PIC 9(5) VALUE 0.
       01 WS-NEWLY-ESCALATED PIC 9(5) VALUE 0.
       01 WS-ITEMS-CLOSED PIC 9(5) VALUE 0.
       01 WS-CLOSED-TODAY PIC 9(5) VALUE 0.
       01 WS-REWRITE-FAILED PIC 9(5) VALUE 0.

       01 WS-SEVERITY-WORD PIC X(6) VALUE SPACES.
       01 WS-STATUS-WORD PIC X(6) VALUE SPACES.
       01 WS-NEW-WORD PIC X(3) VALUE SPACES.
       01 WS-AGE-DISPLAY PIC ZZZZ9.
       01 WS-DAYS-DISPLAY PIC ZZ9.
       01 WS-COUNT-DISPLAY PIC ZZZZ9.
       01 WS-COUNT-DISPLAY-2 PIC ZZZZ9.
       01 WS-COUNT-DISPLAY-3 PIC ZZZZ9.

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
           INITIALIZE WS-SEVERITY-TABLE.
           INITIALIZE WS-BAND-TABLE.
           OPEN OUTPUT AGING-REPORT-FILE.
           PERFORM GET-RUN-OPTIONS.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-RUN-FAILED = "N"
               PERFORM OPEN-EXCEPTION-FILE
           END-IF.
           IF WS-EXCEPTION-OPEN = "Y"
               SORT AGING-SORT-FILE
                   ON ASCENDING KEY AS-GROUP AS-SEVERITY
                                    AS-RAISED-DATE AS-RAISED-TIME
                   INPUT PROCEDURE IS AGE-OPEN-EXCEPTIONS
                   OUTPUT PROCEDURE IS PRINT-AGED-EXCEPTIONS
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM WRITE-SUMMARY.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE AGING-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

           *> Takes the escalation threshold in days from the command
           *> line; none keeps the three-day default.
           GET-RUN-OPTIONS.
               ACCEPT WS-RUN-OPTIONS FROM COMMAND-LINE.
               UNSTRING WS-RUN-OPTIONS DELIMITED BY ALL " "
                   INTO WS-DAYS-INPUT.
               IF WS-DAYS-INPUT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-DAYS-INPUT) = 0
                       AND FUNCTION NUMVAL(WS-DAYS-INPUT) >= 0
                       AND FUNCTION NUMVAL(WS-DAYS-INPUT) <= 999
                       MOVE FUNCTION NUMVAL(WS-DAYS-INPUT)
                           TO WS-ESCALATE-DAYS
                   ELSE
                       MOVE "N" TO WS-OPTIONS-OK
                       MOVE "Y" TO WS-RUN-FAILED
                   END-IF
               END-IF.

           *> Opens the queue for update, since escalation marks the
           *> items. A queue that does not exist yet means no job has
           *> ever raised an exception - an empty report, not a
           *> failure; any other open failure fails the run.
           OPEN-EXCEPTION-FILE.
               OPEN I-O EXCEPTION-FILE.
               EVALUATE WS-EXCEPTION-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-EXCEPTION-OPEN
                   WHEN "35"
                       MOVE "  NO EXCEPTION QUEUE ON FILE YET"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                   WHEN OTHER
                       MOVE "Y" TO WS-RUN-FAILED
                       MOVE SPACES TO REPORT-LINE
                       STRING "EXCEPTION-FILE NOT AVAILABLE, STATUS "
                              DELIMITED BY SIZE
                              WS-EXCEPTION-STATUS DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-EVALUATE.

           *> Reads the whole queue in key order. Closed items are
           *> only counted; every other item is aged, escalated when
           *> it has been open past the threshold, counted and passed
           *> to the sort.
           AGE-OPEN-EXCEPTIONS.
               MOVE "N" TO WS-EOF.
               PERFORM AGE-NEXT-EXCEPTION UNTIL WS-EOF = "Y".

           AGE-NEXT-EXCEPTION.
               READ EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       IF EX-STATUS = "C"
                           ADD 1 TO WS-ITEMS-CLOSED
                           IF EX-CLOSED-DATE = WS-TODAY
                               ADD 1 TO WS-CLOSED-TODAY
                           END-IF
                       ELSE
                           PERFORM AGE-ONE-EXCEPTION
                       END-IF
               END-READ.

           AGE-ONE-EXCEPTION.
               ADD 1 TO WS-ITEMS-OPEN.
               PERFORM COMPUTE-ITEM-AGE.
               MOVE SPACE TO AS-NEWLY-ESCALATED.
               IF WS-AGE-DAYS > WS-ESCALATE-DAYS
                   AND EX-ESCALATED-FLAG NOT = "Y"
                   MOVE "Y" TO EX-ESCALATED-FLAG
                   MOVE WS-TODAY TO EX-ESCALATED-DATE
                   REWRITE EXCEPTION-RECORD
                   IF WS-EXCEPTION-STATUS = "00"
                       ADD 1 TO WS-NEWLY-ESCALATED
                       MOVE "Y" TO AS-NEWLY-ESCALATED
                   ELSE
                       ADD 1 TO WS-REWRITE-FAILED
                       MOVE "Y" TO WS-RUN-FAILED
                   END-IF
               END-IF.
               MOVE EX-SEVERITY TO WS-SEV-SUB.
               IF WS-SEV-SUB < 1 OR WS-SEV-SUB > 3
                   MOVE 3 TO WS-SEV-SUB
               END-IF.
               IF EX-STATUS = "A"
                   ADD 1 TO WS-SEV-ACKED(WS-SEV-SUB)
               ELSE
                   ADD 1 TO WS-SEV-OPEN(WS-SEV-SUB)
               END-IF.
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 1
                       ADD 1 TO WS-BAND-COUNT(1)
                   WHEN WS-AGE-DAYS <= 7
                       ADD 1 TO WS-BAND-COUNT(2)
                   WHEN WS-AGE-DAYS <= 30
                       ADD 1 TO WS-BAND-COUNT(3)
                   WHEN OTHER
                       ADD 1 TO WS-BAND-COUNT(4)
               END-EVALUATE.
               IF EX-ESCALATED-FLAG = "Y"
                   ADD 1 TO WS-ITEMS-ESCALATED
                   ADD 1 TO WS-SEV-ESCALATED(WS-SEV-SUB)
                   MOVE 1 TO AS-GROUP
               ELSE
                   MOVE 2 TO AS-GROUP
               END-IF.
               MOVE WS-SEV-SUB        TO AS-SEVERITY.
               MOVE EX-RAISED-DATE    TO AS-RAISED-DATE.
               MOVE EX-RAISED-TIME    TO AS-RAISED-TIME.
               MOVE WS-AGE-DAYS       TO AS-AGE-DAYS.
               MOVE EX-STATUS         TO AS-STATUS.
               MOVE EX-ASSIGNED-TO    TO AS-ASSIGNED-TO.
               MOVE EX-SOURCE-PROGRAM TO AS-SOURCE-PROGRAM.
               MOVE EX-EXCEPTION-CODE TO AS-EXCEPTION-CODE.
               MOVE EX-ENTITY-KEY     TO AS-ENTITY-KEY.
               MOVE EX-TIMES-SEEN     TO AS-TIMES-SEEN.
               MOVE EX-DESCRIPTION    TO AS-DESCRIPTION.
               RELEASE AGING-SORT-RECORD.

           *> Whole days from the day the item was raised to today.
           *> A date that is not a real date ages as zero.
           COMPUTE-ITEM-AGE.
               MOVE 0 TO WS-AGE-DAYS.
               IF EX-RAISED-DATE > 16010101
                   AND WS-TODAY > EX-RAISED-DATE
                   AND FUNCTION TEST-DATE-YYYYMMDD(EX-RAISED-DATE) = 0
                   COMPUTE WS-AGE-DAYS
                       = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(EX-RAISED-DATE)
               END-IF.

           *> Prints the open queue in sorted order, a heading at the
           *> start of each group, two lines per item.
           PRINT-AGED-EXCEPTIONS.
               MOVE 0 TO WS-CURRENT-GROUP.
               MOVE "N" TO WS-SORT-EOF.
               PERFORM PRINT-NEXT-AGED-ITEM UNTIL WS-SORT-EOF = "Y".
               IF WS-CURRENT-GROUP = 0
                   MOVE "  NO OPEN EXCEPTIONS" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           PRINT-NEXT-AGED-ITEM.
               RETURN AGING-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF AS-GROUP NOT = WS-CURRENT-GROUP
                           PERFORM WRITE-GROUP-HEADING
                       END-IF
                       PERFORM WRITE-AGED-ITEM
               END-RETURN.

           WRITE-GROUP-HEADING.
               MOVE AS-GROUP TO WS-CURRENT-GROUP.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ESCALATE-DAYS TO WS-DAYS-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               IF AS-GROUP = 1
                   STRING "ESCALATED - OPEN MORE THAN "
                          DELIMITED BY SIZE
                          WS-DAYS-DISPLAY DELIMITED BY SIZE
                          " DAYS" DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   MOVE "OPEN WITHIN THE ESCALATION LIMIT"
                       TO REPORT-LINE
               END-IF.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "SEV     AGE  STATUS    ASSIGNED "
                      DELIMITED BY SIZE
                      "RAISED BY          CODE ENTITY"
                      DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-AGED-ITEM.
               EVALUATE AS-SEVERITY
                   WHEN 1
                       MOVE "HIGH" TO WS-SEVERITY-WORD
                   WHEN 2
                       MOVE "MEDIUM" TO WS-SEVERITY-WORD
                   WHEN OTHER
                       MOVE "LOW" TO WS-SEVERITY-WORD
               END-EVALUATE.
               IF AS-STATUS = "A"
                   MOVE "ACKED" TO WS-STATUS-WORD
               ELSE
                   MOVE "OPEN" TO WS-STATUS-WORD
               END-IF.
               IF AS-NEWLY-ESCALATED = "Y"
                   MOVE "NEW" TO WS-NEW-WORD
               ELSE
                   MOVE SPACES TO WS-NEW-WORD
               END-IF.
               MOVE AS-AGE-DAYS TO WS-AGE-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING WS-SEVERITY-WORD DELIMITED BY SIZE
                      WS-AGE-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-STATUS-WORD DELIMITED BY SIZE
                      WS-NEW-WORD DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AS-ASSIGNED-TO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AS-SOURCE-PROGRAM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AS-EXCEPTION-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AS-ENTITY-KEY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE AS-TIMES-SEEN TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "    SEEN " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      AS-DESCRIPTION DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-REPORT-HEADER.
               MOVE "EXCEPTION QUEUE DAILY AGING REPORT" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ESCALATE-DAYS TO WS-DAYS-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "RUN DATE " DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      "  ESCALATION AFTER " DELIMITED BY SIZE
                      WS-DAYS-DISPLAY DELIMITED BY SIZE
                      " DAYS OPEN" DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-OPTIONS-OK = "N"
                   MOVE SPACES TO REPORT-LINE
                   STRING "ESCALATION DAYS NOT VALID, "
                          DELIMITED BY SIZE
                          "NOTHING AGED: "
                          DELIMITED BY SIZE
                          WS-RUN-OPTIONS DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           WRITE-SUMMARY.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "OPEN ITEMS BY SEVERITY      OPEN  ACKED  ESCALATED"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM WRITE-SEVERITY-LINE
                   VARYING WS-SEV-SUB FROM 1 BY 1
                   UNTIL WS-SEV-SUB > 3.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "OPEN ITEMS BY AGE" TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM WRITE-BAND-LINE
                   VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4.

           WRITE-SEVERITY-LINE.
               EVALUATE WS-SEV-SUB
                   WHEN 1
                       MOVE "HIGH" TO WS-SEVERITY-WORD
                   WHEN 2
                       MOVE "MEDIUM" TO WS-SEVERITY-WORD
                   WHEN OTHER
                       MOVE "LOW" TO WS-SEVERITY-WORD
               END-EVALUATE.
               MOVE WS-SEV-OPEN(WS-SEV-SUB) TO WS-COUNT-DISPLAY.
               MOVE WS-SEV-ACKED(WS-SEV-SUB) TO WS-COUNT-DISPLAY-2.
               MOVE WS-SEV-ESCALATED(WS-SEV-SUB) TO WS-COUNT-DISPLAY-3.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " DELIMITED BY SIZE
                      WS-SEVERITY-WORD DELIMITED BY SIZE
                      "                  " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-BAND-LINE.
               MOVE WS-BAND-COUNT(WS-BAND-SUB) TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               EVALUATE WS-BAND-SUB
                   WHEN 1
                       MOVE "  0 TO 1 DAYS" TO REPORT-LINE
                   WHEN 2
                       MOVE "  2 TO 7 DAYS" TO REPORT-LINE
                   WHEN 3
                       MOVE "  8 TO 30 DAYS" TO REPORT-LINE
                   WHEN OTHER
                       MOVE "  OVER 30 DAYS" TO REPORT-LINE
               END-EVALUATE.
               MOVE WS-COUNT-DISPLAY TO REPORT-LINE(27:5).
               WRITE REPORT-LINE.

           WRITE-CONTROL-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "CONTROL TOTALS" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ITEMS-READ TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  QUEUE ITEMS READ         " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ITEMS-OPEN TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  ITEMS OPEN               " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ITEMS-ESCALATED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  ITEMS ESCALATED          " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-NEWLY-ESCALATED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "    ESCALATED TODAY        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ITEMS-CLOSED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  CLOSED ITEMS KEPT        " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-CLOSED-TODAY TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "    CLOSED TODAY           " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-REWRITE-FAILED > 0
                   MOVE WS-REWRITE-FAILED TO WS-COUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ESCALATIONS NOT RECORDED "
                          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.

           *> Appends this run's row to RUN-CONTROL-FILE. Escalated
           *> items are the report's business, not a failed run; only
           *> a bad threshold or a queue that could not be read or
           *> marked raises the non-zero condition code.
           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               OPEN EXTEND RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF.
               MOVE "EXCEPTION-AGING"  TO RC-PROGRAM-NAME.
               MOVE WS-START-DATE      TO RC-START-DATE.
               MOVE WS-START-TIME      TO RC-START-TIME.
               MOVE WS-END-DATE        TO RC-END-DATE.
               MOVE WS-END-TIME        TO RC-END-TIME.
               MOVE "BATCH"            TO RC-RUN-MODE.
               MOVE 0                  TO RC-GAMES-PLAYED.
               MOVE WS-ITEMS-OPEN      TO RC-RECORDS-WRITTEN.
               MOVE "00"               TO RC-WORST-STATUS.
               IF WS-RUN-FAILED = "Y"
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RC-RETURN-CODE
               END-IF.
               WRITE RUN-CONTROL-RECORD.
               CLOSE RUN-CONTROL-FILE.
       END PROGRAM EXCEPTION-AGING.
