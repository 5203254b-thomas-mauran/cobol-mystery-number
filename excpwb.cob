       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-WORKBENCH.
       AUTHOR. Thomas Mauran.

      *> Morning workbench over EXCEPTION-FILE, the queue the batch
      *> jobs post every exception to. The operator signs on, lists
      *> the open items - worst severity first, oldest first within
      *> a severity - and works them by their list number:
      *> acknowledge an item, assign it to someone, or close it
      *> with a comment saying how it was resolved. Every action
      *> stamps the operator id, and a closed item is never deleted
      *> - it stays on the file, and the closed list shows who
      *> closed what, when and why.
      *>
      *> The queue is opened around each listing and each action,
      *> never held while the terminal waits, since the overnight
      *> jobs post to the same file. An item is shown from a read
      *> with the queue closed again before the operator answers;
      *> the change is then made by re-reading the item by its key
      *> and rewriting it, and is refused if the item's status has
      *> moved on since it was shown.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       COPY "excpt.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
       01 WS-EXCEPTION-OPEN PIC X(1) VALUE "N".
       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-ACTION PIC X(1) VALUE SPACE.
       01 WS-DONE PIC X(1) VALUE "N".
       01 WS-RECORD-FOUND PIC X(1) VALUE "N".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE 0.

       01 WS-COMMAND PIC X(5) VALUE SPACES.
       01 WS-PICK PIC 9(5) VALUE 0.
       01 WS-COMMENT PIC X(60) VALUE SPACES.
       01 WS-ASSIGNEE PIC X(8) VALUE SPACES.
       01 WS-ITEM-KEY PIC X(68) VALUE SPACES.
       01 WS-ITEM-STATUS PIC X(1) VALUE SPACE.
       01 WS-UPDATE-ACTION PIC X(1) VALUE SPACE.

      *> The last list shown, kept so an item can be picked by its
      *> number. WS-LIST-ORDER is the sort value: severity then age
      *> (oldest first) for the open list, closing date (newest
      *> first) for the closed list.
       01 WS-LIST-KIND PIC X(1) VALUE SPACE.
       01 WS-LIST-TABLE.
           05 WS-LIST-ENTRY OCCURS 300 TIMES.
               10 WS-LIST-KEY           PIC X(68).
               10 WS-LIST-ORDER         PIC 9(9).
               10 WS-LIST-SEVERITY      PIC 9(1).
               10 WS-LIST-AGE           PIC 9(5).
               10 WS-LIST-STATUS        PIC X(1).
               10 WS-LIST-ESCALATED     PIC X(1).
               10 WS-LIST-ASSIGNED      PIC X(8).
               10 WS-LIST-CLOSED-BY     PIC X(8).
               10 WS-LIST-DESCRIPTION   PIC X(80).
               10 WS-LIST-COMMENT       PIC X(60).
       01 WS-LIST-COUNT PIC 9(3) VALUE 0.
       01 WS-LIST-DROPPED PIC 9(5) VALUE 0.
       01 WS-SUB PIC 9(3) VALUE 0.
       01 WS-SUB2 PIC 9(3) VALUE 0.
       01 WS-SWAP-ENTRY PIC X(241) VALUE SPACES.

       01 WS-KEY-VIEW.
           05 WS-KV-SOURCE-PROGRAM      PIC X(18).
           05 WS-KV-EXCEPTION-CODE      PIC X(4).
           05 WS-KV-ENTITY-KEY          PIC X(30).
           05 WS-KV-RAISED-DATE         PIC 9(8).
           05 WS-KV-RAISED-TIME         PIC 9(8).

       01 WS-AGE-DAYS PIC 9(5) VALUE 0.
       01 WS-AGE-TO PIC 9(8) VALUE 0.
       01 WS-SEVERITY-WORD PIC X(6) VALUE SPACES.
       01 WS-STATUS-WORD PIC X(6) VALUE SPACES.
       01 WS-ESCALATED-WORD PIC X(3) VALUE SPACES.
       01 WS-PICK-DISPLAY PIC ZZ9.
       01 WS-AGE-DISPLAY PIC ZZZZ9.
       01 WS-COUNT-DISPLAY PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-OPERATOR-ID.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM SHOW-MENU
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "L"
                   WHEN "l"
                       MOVE "O" TO WS-LIST-KIND
                       PERFORM LIST-EXCEPTIONS
                   WHEN "H"
                   WHEN "h"
                       MOVE "C" TO WS-LIST-KIND
                       PERFORM LIST-EXCEPTIONS
                   WHEN "V"
                   WHEN "v"
                       PERFORM VIEW-ITEM
                   WHEN "A"
                   WHEN "a"
                       PERFORM ACKNOWLEDGE-ITEM
                   WHEN "S"
                   WHEN "s"
                       PERFORM ASSIGN-ITEM
                   WHEN "C"
                   WHEN "c"
                       PERFORM CLOSE-ITEM
                   WHEN "Q"
                   WHEN "q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Unknown action: " WS-ACTION
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           *> Every action is stamped with the operator who took it,
           *> so nothing is taken until one is given.
           CAPTURE-OPERATOR-ID.
               PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
                   DISPLAY "Operator ID : "
                   ACCEPT WS-OPERATOR-ID
               END-PERFORM.

           SHOW-MENU.
               DISPLAY " ".
               DISPLAY "Exception workbench".
               DISPLAY "  L - list open exceptions".
               DISPLAY "  H - list closed exceptions".
               DISPLAY "  V - view an item in full".
               DISPLAY "  A - acknowledge an item".
               DISPLAY "  S - assign an item".
               DISPLAY "  C - close an item with a comment".
               DISPLAY "  Q - quit".
               DISPLAY "Action : ".

           *> Loads the open (or the closed) items into the list
           *> table, orders it and shows it. Open and acknowledged
           *> items both count as open - acknowledging an item only
           *> says someone has seen it.
           LIST-EXCEPTIONS.
               MOVE 0 TO WS-LIST-COUNT.
               MOVE 0 TO WS-LIST-DROPPED.
               MOVE "N" TO WS-EOF.
               OPEN INPUT EXCEPTION-FILE.
               EVALUATE WS-EXCEPTION-STATUS
                   WHEN "00"
                       PERFORM LOAD-NEXT-EXCEPTION
                           UNTIL WS-EOF = "Y"
                       CLOSE EXCEPTION-FILE
                   WHEN "35"
                       CLOSE EXCEPTION-FILE
                   WHEN OTHER
                       DISPLAY "EXCEPTION-FILE not available, status "
                           WS-EXCEPTION-STATUS
                       CLOSE EXCEPTION-FILE
               END-EVALUATE.
               PERFORM ORDER-LIST-TABLE.
               DISPLAY " ".
               IF WS-LIST-KIND = "O"
                   DISPLAY "Open exceptions, worst and oldest first"
               ELSE
                   DISPLAY "Closed exceptions, latest closed first"
               END-IF.
               IF WS-LIST-COUNT = 0
                   DISPLAY "  None."
               END-IF.
               PERFORM SHOW-LIST-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LIST-COUNT.
               IF WS-LIST-DROPPED > 0
                   MOVE WS-LIST-DROPPED TO WS-COUNT-DISPLAY
                   DISPLAY "  " WS-COUNT-DISPLAY
                       " more not listed - the list holds 300."
               END-IF.

           LOAD-NEXT-EXCEPTION.
               READ EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (WS-LIST-KIND = "O" AND EX-STATUS NOT = "C")
                           OR (WS-LIST-KIND = "C" AND EX-STATUS = "C")
                           PERFORM ADD-LIST-ENTRY
                       END-IF
               END-READ.

           ADD-LIST-ENTRY.
               IF WS-LIST-COUNT < 300
                   ADD 1 TO WS-LIST-COUNT
                   IF EX-STATUS = "C"
                       MOVE EX-CLOSED-DATE TO WS-AGE-TO
                   ELSE
                       MOVE WS-TODAY TO WS-AGE-TO
                   END-IF
                   PERFORM COMPUTE-ITEM-AGE
                   MOVE EX-KEY TO WS-LIST-KEY(WS-LIST-COUNT)
                   IF WS-LIST-KIND = "O"
                       COMPUTE WS-LIST-ORDER(WS-LIST-COUNT)
                           = EX-SEVERITY * 100000
                           + 99999 - WS-AGE-DAYS
                   ELSE
                       COMPUTE WS-LIST-ORDER(WS-LIST-COUNT)
                           = 99999999 - EX-CLOSED-DATE
                   END-IF
                   MOVE EX-SEVERITY TO WS-LIST-SEVERITY(WS-LIST-COUNT)
                   MOVE WS-AGE-DAYS TO WS-LIST-AGE(WS-LIST-COUNT)
                   MOVE EX-STATUS TO WS-LIST-STATUS(WS-LIST-COUNT)
                   MOVE EX-ESCALATED-FLAG
                       TO WS-LIST-ESCALATED(WS-LIST-COUNT)
                   MOVE EX-ASSIGNED-TO
                       TO WS-LIST-ASSIGNED(WS-LIST-COUNT)
                   MOVE EX-CLOSED-BY
                       TO WS-LIST-CLOSED-BY(WS-LIST-COUNT)
                   MOVE EX-DESCRIPTION
                       TO WS-LIST-DESCRIPTION(WS-LIST-COUNT)
                   MOVE EX-LAST-COMMENT
                       TO WS-LIST-COMMENT(WS-LIST-COUNT)
               ELSE
                   ADD 1 TO WS-LIST-DROPPED
               END-IF.

           *> Whole days from the day an item was raised to WS-AGE-TO
           *> - today for an open item, its closing day for a closed
           *> one. A date that is not a real date ages as zero.
           COMPUTE-ITEM-AGE.
               MOVE 0 TO WS-AGE-DAYS.
               IF EX-RAISED-DATE > 16010101
                   AND WS-AGE-TO > EX-RAISED-DATE
                   AND FUNCTION TEST-DATE-YYYYMMDD(EX-RAISED-DATE) = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-AGE-TO) = 0
                   COMPUTE WS-AGE-DAYS
                       = FUNCTION INTEGER-OF-DATE(WS-AGE-TO)
                       - FUNCTION INTEGER-OF-DATE(EX-RAISED-DATE)
               END-IF.

           *> Simple exchange sort, ascending on WS-LIST-ORDER; the
           *> table never holds more than three hundred rows.
           ORDER-LIST-TABLE.
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB >= WS-LIST-COUNT
                   PERFORM VARYING WS-SUB2 FROM 1 BY 1
                           UNTIL WS-SUB2 >= WS-LIST-COUNT
                       IF WS-LIST-ORDER(WS-SUB2)
                               > WS-LIST-ORDER(WS-SUB2 + 1)
                           MOVE WS-LIST-ENTRY(WS-SUB2)
                               TO WS-SWAP-ENTRY
                           MOVE WS-LIST-ENTRY(WS-SUB2 + 1)
                               TO WS-LIST-ENTRY(WS-SUB2)
                           MOVE WS-SWAP-ENTRY
                               TO WS-LIST-ENTRY(WS-SUB2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           *> Two lines per item: number, severity, age, status, the
           *> escalation mark and who has it, then the job, code and
           *> entity; the description follows on the second line.
           SHOW-LIST-LINE.
               MOVE WS-LIST-KEY(WS-SUB) TO WS-KEY-VIEW.
               MOVE WS-SUB TO WS-PICK-DISPLAY.
               MOVE WS-LIST-AGE(WS-SUB) TO WS-AGE-DISPLAY.
               MOVE WS-LIST-SEVERITY(WS-SUB) TO EX-SEVERITY.
               MOVE WS-LIST-STATUS(WS-SUB) TO EX-STATUS.
               MOVE WS-LIST-ESCALATED(WS-SUB) TO EX-ESCALATED-FLAG.
               PERFORM SET-ITEM-WORDS.
               DISPLAY " ".
               IF WS-LIST-KIND = "O"
                   DISPLAY WS-PICK-DISPLAY " " WS-SEVERITY-WORD
                       " AGE " WS-AGE-DISPLAY " " WS-STATUS-WORD
                       " " WS-ESCALATED-WORD " "
                       WS-LIST-ASSIGNED(WS-SUB) " "
                       WS-KV-SOURCE-PROGRAM " " WS-KV-EXCEPTION-CODE
                       " " WS-KV-ENTITY-KEY
               ELSE
                   DISPLAY WS-PICK-DISPLAY " " WS-SEVERITY-WORD
                       " AGE " WS-AGE-DISPLAY " CLOSED BY "
                       WS-LIST-CLOSED-BY(WS-SUB) " "
                       WS-KV-SOURCE-PROGRAM " " WS-KV-EXCEPTION-CODE
                       " " WS-KV-ENTITY-KEY
               END-IF.
               DISPLAY "    " WS-LIST-DESCRIPTION(WS-SUB).
               IF WS-LIST-KIND = "C"
                   DISPLAY "    " WS-LIST-COMMENT(WS-SUB)
               END-IF.

           SET-ITEM-WORDS.
               EVALUATE EX-SEVERITY
                   WHEN 1
                       MOVE "HIGH" TO WS-SEVERITY-WORD
                   WHEN 2
                       MOVE "MEDIUM" TO WS-SEVERITY-WORD
                   WHEN OTHER
                       MOVE "LOW" TO WS-SEVERITY-WORD
               END-EVALUATE.
               EVALUATE EX-STATUS
                   WHEN "O"
                       MOVE "OPEN" TO WS-STATUS-WORD
                   WHEN "A"
                       MOVE "ACKED" TO WS-STATUS-WORD
                   WHEN "C"
                       MOVE "CLOSED" TO WS-STATUS-WORD
                   WHEN OTHER
                       MOVE EX-STATUS TO WS-STATUS-WORD
               END-EVALUATE.
               IF EX-ESCALATED-FLAG = "Y"
                   MOVE "ESC" TO WS-ESCALATED-WORD
               ELSE
                   MOVE SPACES TO WS-ESCALATED-WORD
               END-IF.

           *> Asks for an item number off the last list and reads that
           *> item afresh, setting WS-RECORD-FOUND for the caller so
           *> every action shares one lookup path. The queue is closed
           *> again before the caller asks the operator anything; the
           *> key and the status as read are kept for the update.
           FETCH-LISTED-ITEM.
               MOVE "N" TO WS-RECORD-FOUND.
               IF WS-LIST-COUNT = 0
                   DISPLAY "List the exceptions first (L or H)."
               ELSE
                   DISPLAY "Item number : "
                   ACCEPT WS-COMMAND
                   IF FUNCTION TEST-NUMVAL(WS-COMMAND) = 0
                       MOVE FUNCTION NUMVAL(WS-COMMAND) TO WS-PICK
                       IF WS-PICK >= 1 AND WS-PICK <= WS-LIST-COUNT
                           PERFORM READ-LISTED-ITEM
                       ELSE
                           DISPLAY "No item " WS-COMMAND
                               " on the list."
                       END-IF
                   ELSE
                       DISPLAY "Not an item number: " WS-COMMAND
                   END-IF
               END-IF.

           READ-LISTED-ITEM.
               OPEN INPUT EXCEPTION-FILE.
               IF WS-EXCEPTION-STATUS = "00"
                   MOVE WS-LIST-KEY(WS-PICK) TO EX-KEY
                   MOVE "Y" TO WS-RECORD-FOUND
                   READ EXCEPTION-FILE
                       INVALID KEY
                           MOVE "N" TO WS-RECORD-FOUND
                           DISPLAY "Item " WS-COMMAND
                               " is no longer on file."
                   END-READ
                   CLOSE EXCEPTION-FILE
                   MOVE EX-KEY TO WS-ITEM-KEY
                   MOVE EX-STATUS TO WS-ITEM-STATUS
               ELSE
                   DISPLAY "EXCEPTION-FILE not available, status "
                       WS-EXCEPTION-STATUS
               END-IF.

           OPEN-EXCEPTION-FILE.
               MOVE "N" TO WS-EXCEPTION-OPEN.
               OPEN I-O EXCEPTION-FILE.
               IF WS-EXCEPTION-STATUS = "00"
                   MOVE "Y" TO WS-EXCEPTION-OPEN
               ELSE
                   DISPLAY "EXCEPTION-FILE not available, status "
                       WS-EXCEPTION-STATUS
               END-IF.

           CLOSE-EXCEPTION-FILE.
               IF WS-EXCEPTION-OPEN = "Y"
                   CLOSE EXCEPTION-FILE
                   MOVE "N" TO WS-EXCEPTION-OPEN
               END-IF.

           VIEW-ITEM.
               PERFORM FETCH-LISTED-ITEM.
               IF WS-RECORD-FOUND = "Y"
                   MOVE WS-TODAY TO WS-AGE-TO
                   IF EX-STATUS = "C"
                       MOVE EX-CLOSED-DATE TO WS-AGE-TO
                   END-IF
                   PERFORM COMPUTE-ITEM-AGE
                   MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
                   MOVE EX-TIMES-SEEN TO WS-COUNT-DISPLAY
                   PERFORM SET-ITEM-WORDS
                   DISPLAY " "
                   DISPLAY "Raised by   : " EX-SOURCE-PROGRAM
                       "  code " EX-EXCEPTION-CODE
                   DISPLAY "Entity      : " EX-ENTITY-KEY
                   DISPLAY "Raised      : " EX-RAISED-DATE " "
                       EX-RAISED-TIME "  age " WS-AGE-DISPLAY
                       " days"
                   DISPLAY "Severity    : " WS-SEVERITY-WORD
                       "  status " WS-STATUS-WORD
                   DISPLAY "Last seen   : " EX-LAST-SEEN-DATE
                       "  times seen " WS-COUNT-DISPLAY
                   DISPLAY "Description : " EX-DESCRIPTION
                   DISPLAY "Assigned to : " EX-ASSIGNED-TO
                   DISPLAY "Acknowledged: " EX-ACK-BY " " EX-ACK-DATE
                   DISPLAY "Closed      : " EX-CLOSED-BY " "
                       EX-CLOSED-DATE
                   DISPLAY "Escalated   : " EX-ESCALATED-FLAG " "
                       EX-ESCALATED-DATE
                   DISPLAY "Last action : " EX-LAST-ACTION-BY
                   DISPLAY "Comment     : " EX-LAST-COMMENT
               END-IF.

           *> Marks an open item as seen; the comment is optional.
           ACKNOWLEDGE-ITEM.
               PERFORM FETCH-LISTED-ITEM.
               IF WS-RECORD-FOUND = "Y"
                   IF EX-STATUS NOT = "O"
                       DISPLAY "Only an open item can be acknowledged"
                           " - status is " EX-STATUS
                   ELSE
                       PERFORM CAPTURE-COMMENT
                       MOVE "A" TO WS-UPDATE-ACTION
                       PERFORM APPLY-ITEM-UPDATE
                   END-IF
               END-IF.

           *> Hands an item that is not yet closed to a named person;
           *> reassigning replaces the previous assignee.
           ASSIGN-ITEM.
               PERFORM FETCH-LISTED-ITEM.
               IF WS-RECORD-FOUND = "Y"
                   IF EX-STATUS = "C"
                       DISPLAY "Item is already closed."
                   ELSE
                       DISPLAY "Currently assigned to : " EX-ASSIGNED-TO
                       DISPLAY "Assign to : "
                       ACCEPT WS-ASSIGNEE
                       IF WS-ASSIGNEE = SPACES
                           DISPLAY "No assignee given, nothing changed."
                       ELSE
                           PERFORM CAPTURE-COMMENT
                           MOVE "S" TO WS-UPDATE-ACTION
                           PERFORM APPLY-ITEM-UPDATE
                       END-IF
                   END-IF
               END-IF.

           *> Closes an item. The comment is the record of how it was
           *> resolved, so an item is not closed without one.
           CLOSE-ITEM.
               PERFORM FETCH-LISTED-ITEM.
               IF WS-RECORD-FOUND = "Y"
                   IF EX-STATUS = "C"
                       DISPLAY "Item is already closed."
                   ELSE
                       PERFORM CAPTURE-COMMENT
                       IF WS-COMMENT = SPACES
                           DISPLAY "A closing comment is required, "
                               "item left open."
                       ELSE
                           MOVE "C" TO WS-UPDATE-ACTION
                           PERFORM APPLY-ITEM-UPDATE
                       END-IF
                   END-IF
               END-IF.

           CAPTURE-COMMENT.
               MOVE SPACES TO WS-COMMENT.
               DISPLAY "Comment : ".
               ACCEPT WS-COMMENT.

           *> Opens the queue for update only once the operator has
           *> answered, re-reads the item by its key and makes the
           *> change WS-UPDATE-ACTION names - A acknowledge, S assign,
           *> C close - unless a batch job or another operator has
           *> changed its status since it was shown.
           APPLY-ITEM-UPDATE.
               PERFORM OPEN-EXCEPTION-FILE.
               IF WS-EXCEPTION-OPEN = "Y"
                   MOVE WS-ITEM-KEY TO EX-KEY
                   MOVE "Y" TO WS-RECORD-FOUND
                   READ EXCEPTION-FILE
                       INVALID KEY
                           MOVE "N" TO WS-RECORD-FOUND
                           DISPLAY "Item " WS-COMMAND
                               " is no longer on file."
                   END-READ
                   IF WS-RECORD-FOUND = "Y"
                       IF EX-STATUS NOT = WS-ITEM-STATUS
                           PERFORM SET-ITEM-WORDS
                           DISPLAY "Item " WS-COMMAND " has changed"
                               " since it was shown - now "
                               WS-STATUS-WORD ", nothing changed."
                       ELSE
                           PERFORM REWRITE-LISTED-ITEM
                       END-IF
                   END-IF
               END-IF.
               PERFORM CLOSE-EXCEPTION-FILE.

           *> Stamps the change, the operator and the comment (when
           *> one was given) on the re-read item and writes it back.
           REWRITE-LISTED-ITEM.
               EVALUATE WS-UPDATE-ACTION
                   WHEN "A"
                       MOVE "A" TO EX-STATUS
                       MOVE WS-OPERATOR-ID TO EX-ACK-BY
                       MOVE WS-TODAY TO EX-ACK-DATE
                   WHEN "S"
                       MOVE WS-ASSIGNEE TO EX-ASSIGNED-TO
                   WHEN "C"
                       MOVE "C" TO EX-STATUS
                       MOVE WS-OPERATOR-ID TO EX-CLOSED-BY
                       MOVE WS-TODAY TO EX-CLOSED-DATE
               END-EVALUATE.
               MOVE WS-OPERATOR-ID TO EX-LAST-ACTION-BY.
               IF WS-COMMENT NOT = SPACES
                   MOVE WS-COMMENT TO EX-LAST-COMMENT
               END-IF.
               REWRITE EXCEPTION-RECORD.
               IF WS-EXCEPTION-STATUS = "00"
                   PERFORM SET-ITEM-WORDS
                   DISPLAY "Item " WS-COMMAND " now " WS-STATUS-WORD
                       ", assigned to " EX-ASSIGNED-TO
               ELSE
                   DISPLAY "Rewrite failed, status "
                       WS-EXCEPTION-STATUS
               END-IF.
       END PROGRAM EXCEPTION-WORKBENCH.
