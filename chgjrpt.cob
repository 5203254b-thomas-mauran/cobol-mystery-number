       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-JOURNAL-REPORT.
       AUTHOR. Thomas Mauran.

      *> Batch listing of CHANGE-JOURNAL-FILE for a date range: one
      *> block per journalled change - when, who, from which program,
      *> the action and the key - with the record as it stood before
      *> and after, so any master or parameter change can be traced
      *> without reading CHGJRNL.DAT by eye. The range may be narrowed
      *> to one record key (KEY id) or one source program (PGM name);
      *> a journal that does not exist yet just lists nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-REPORT-FILE ASSIGN TO "CHGJRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL-FILE.
       COPY "chgjrnl.cpy".

       FD  JOURNAL-REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-RUN-FAILED PIC X(1) VALUE "N".
       01 WS-RANGE-OK PIC X(1) VALUE "N".

       01 WS-RUN-OPTIONS PIC X(80) VALUE SPACES.
       01 WS-FROM-INPUT PIC X(8) VALUE SPACES.
       01 WS-TO-INPUT PIC X(8) VALUE SPACES.
       01 WS-FILTER-TYPE PIC X(3) VALUE SPACES.
       01 WS-FILTER-VALUE PIC X(18) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-ROW-SELECTED PIC X(1) VALUE "N".

       01 WS-ROWS-READ PIC 9(7) VALUE 0.
       01 WS-ROWS-LISTED PIC 9(7) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.

       01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-START-TIME PIC 9(8) VALUE 0.
       01 WS-END-DATE PIC 9(8) VALUE 0.
       01 WS-END-TIME PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT JOURNAL-REPORT-FILE.
           PERFORM GET-RUN-OPTIONS.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-RANGE-OK = "Y"
               PERFORM LIST-JOURNAL-ROWS
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE JOURNAL-REPORT-FILE.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

           *> Takes the date range (from, and optionally to, as
           *> YYYYMMDD) and an optional KEY or PGM filter from the
           *> command line, the same JCL-PARM-style channel the other
           *> batch jobs use. With no to-date the range is the one
           *> day; a missing or non-numeric date lists nothing and
           *> says so.
           GET-RUN-OPTIONS.
               ACCEPT WS-RUN-OPTIONS FROM COMMAND-LINE.
               UNSTRING WS-RUN-OPTIONS DELIMITED BY ALL " "
                   INTO WS-FROM-INPUT
                        WS-TO-INPUT
                        WS-FILTER-TYPE
                        WS-FILTER-VALUE.
               IF WS-TO-INPUT = SPACES
                   MOVE WS-FROM-INPUT TO WS-TO-INPUT
               END-IF.
               IF WS-FROM-INPUT IS NUMERIC AND WS-TO-INPUT IS NUMERIC
                   MOVE WS-FROM-INPUT TO WS-FROM-DATE
                   MOVE WS-TO-INPUT TO WS-TO-DATE
                   MOVE "Y" TO WS-RANGE-OK
               ELSE
                   DISPLAY "Journal date range missing or not numeric: "
                       WS-RUN-OPTIONS
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.
               IF WS-FILTER-TYPE NOT = SPACES
                   AND WS-FILTER-TYPE NOT = "KEY"
                   AND WS-FILTER-TYPE NOT = "PGM"
                   DISPLAY "Unknown journal filter: " WS-FILTER-TYPE
                   MOVE "N" TO WS-RANGE-OK
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF.

           LIST-JOURNAL-ROWS.
               OPEN INPUT CHANGE-JOURNAL-FILE.
               IF WS-JOURNAL-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF
                   MOVE "NO CHANGE JOURNAL ON FILE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               PERFORM LIST-NEXT-ROW UNTIL WS-EOF = "Y".
               IF WS-JOURNAL-STATUS = "00" OR WS-JOURNAL-STATUS = "10"
                   CLOSE CHANGE-JOURNAL-FILE
               END-IF.

           LIST-NEXT-ROW.
               READ CHANGE-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM SELECT-JOURNAL-ROW
                       IF WS-ROW-SELECTED = "Y"
                           ADD 1 TO WS-ROWS-LISTED
                           PERFORM WRITE-JOURNAL-BLOCK
                       END-IF
               END-READ.

           *> A row is listed when its date falls inside the range and
           *> it passes the KEY or PGM filter, if one was given.
           SELECT-JOURNAL-ROW.
               MOVE "N" TO WS-ROW-SELECTED.
               IF CJ-CHANGE-DATE >= WS-FROM-DATE
                   AND CJ-CHANGE-DATE <= WS-TO-DATE
                   EVALUATE WS-FILTER-TYPE
                       WHEN "KEY"
                           IF CJ-RECORD-KEY = WS-FILTER-VALUE
                               MOVE "Y" TO WS-ROW-SELECTED
                           END-IF
                       WHEN "PGM"
                           IF CJ-SOURCE-PROGRAM = WS-FILTER-VALUE
                               MOVE "Y" TO WS-ROW-SELECTED
                           END-IF
                       WHEN OTHER
                           MOVE "Y" TO WS-ROW-SELECTED
                   END-EVALUATE
               END-IF.

           WRITE-JOURNAL-BLOCK.
               MOVE SPACES TO REPORT-LINE.
               STRING CJ-CHANGE-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CJ-CHANGE-TIME(1:6) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CJ-OPERATOR-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CJ-SOURCE-PROGRAM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CJ-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CJ-FILE-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CJ-RECORD-KEY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "    BEFORE  " DELIMITED BY SIZE
                      CJ-BEFORE-IMAGE DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "    AFTER   " DELIMITED BY SIZE
                      CJ-AFTER-IMAGE DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-REPORT-HEADER.
               MOVE SPACES TO REPORT-LINE.
               STRING "CHANGE JOURNAL REPORT  " DELIMITED BY SIZE
                      WS-FROM-INPUT DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WS-TO-INPUT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-FILTER-TYPE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FILTER-VALUE DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-RANGE-OK = "N"
                   MOVE "DATE RANGE OR FILTER NOT VALID, NOTHING LISTED"
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
               STRING "  JOURNAL ROWS READ          " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-ROWS-LISTED TO WS-COUNT-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "  CHANGES LISTED             " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-RUN-CONTROL.
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-END-TIME FROM TIME.
               OPEN EXTEND RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "35"
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF.
               MOVE "CHG-JOURNAL-RPT"  TO RC-PROGRAM-NAME.
               MOVE WS-START-DATE      TO RC-START-DATE.
               MOVE WS-START-TIME      TO RC-START-TIME.
               MOVE WS-END-DATE        TO RC-END-DATE.
               MOVE WS-END-TIME        TO RC-END-TIME.
               MOVE "BATCH"            TO RC-RUN-MODE.
               MOVE 0                  TO RC-GAMES-PLAYED.
               MOVE WS-ROWS-LISTED     TO RC-RECORDS-WRITTEN.
               MOVE "00"               TO RC-WORST-STATUS.
               IF WS-RUN-FAILED = "Y"
                   MOVE 8 TO RC-RETURN-CODE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RC-RETURN-CODE
               END-IF.
               WRITE RUN-CONTROL-RECORD.
               CLOSE RUN-CONTROL-FILE.
       END PROGRAM CHANGE-JOURNAL-REPORT.
