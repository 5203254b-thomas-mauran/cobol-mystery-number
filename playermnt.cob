      *> with a real name, correct a name, deactivate a player who has
      *> left, and reactivate one who returns - so nobody ever has to
      *> edit PLAYERM.DAT by hand again.
      *>
      *> The operator signs on with an id before the menu appears,
      *> and every applied change is appended to CHANGE-JOURNAL-FILE
      *> with the record as it stood before and after, so each
      *> master change can be traced to who made it and when.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       COPY "playerm.cpy".

       FD  CHANGE-JOURNAL-FILE.
       COPY "chgjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PLAYER-STATUS PIC X(2) VALUE SPACES.
       01 WS-ACTION PIC X(1) VALUE SPACE.
       01 WS-RECORD-FOUND PIC X(1) VALUE "N".
       01 WS-WORK-PROFILE PIC X(4) VALUE SPACES.

       01 WS-JOURNAL-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-JOURNAL-ACTION PIC X(10) VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-OPERATOR-ID.
           PERFORM OPEN-PLAYER-MASTER-FILE.
           PERFORM OPEN-CHANGE-JOURNAL.
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM SHOW-MENU
               ACCEPT WS-ACTION
               END-EVALUATE
           END-PERFORM.
           CLOSE PLAYER-MASTER-FILE.
           CLOSE CHANGE-JOURNAL-FILE.
           STOP RUN.

           *> Every journal row names the operator who made the
           *> change, so no change is taken until one is given.
           CAPTURE-OPERATOR-ID.
               PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
                   DISPLAY "Operator ID : "
                   ACCEPT WS-OPERATOR-ID
               END-PERFORM.

           *> Opens the player master file, creating it on first run,
           *> the same way GUESS-THE-NUMBER does at sign-on.
           OPEN-PLAYER-MASTER-FILE.
                   OPEN I-O PLAYER-MASTER-FILE
               END-IF.

           *> The journal only ever grows; the first run creates it.
           OPEN-CHANGE-JOURNAL.
               OPEN EXTEND CHANGE-JOURNAL-FILE.
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT CHANGE-JOURNAL-FILE
               END-IF.

           *> Appends one before/after row for a change that has just
           *> been applied; the caller leaves the action in
           *> WS-JOURNAL-ACTION, the old record in WS-BEFORE-IMAGE
           *> and the new one in the record area.
           WRITE-JOURNAL-ENTRY.
               ACCEPT CJ-CHANGE-DATE FROM DATE YYYYMMDD.
               ACCEPT CJ-CHANGE-TIME FROM TIME.
               MOVE WS-OPERATOR-ID       TO CJ-OPERATOR-ID.
               MOVE "PLAYER-MASTER-MNT"  TO CJ-SOURCE-PROGRAM.
               MOVE WS-JOURNAL-ACTION    TO CJ-ACTION.
               MOVE "PLAYERM"            TO CJ-FILE-NAME.
               MOVE PM-PLAYER-ID         TO CJ-RECORD-KEY.
               MOVE WS-BEFORE-IMAGE      TO CJ-BEFORE-IMAGE.
               MOVE PLAYER-MASTER-RECORD TO CJ-AFTER-IMAGE.
               WRITE CHANGE-JOURNAL-RECORD.
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "Journal write failed, status "
                       WS-JOURNAL-STATUS
               END-IF.

           SHOW-MENU.
               DISPLAY " ".
               DISPLAY "Player master maintenance".
                   WRITE PLAYER-MASTER-RECORD
                   IF WS-PLAYER-STATUS = "00"
                       DISPLAY "Player added: " WS-WORK-PLAYER-ID
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE "ADD" TO WS-JOURNAL-ACTION
                       PERFORM WRITE-JOURNAL-ENTRY
                   ELSE
                       DISPLAY "Add failed, status "
                           WS-PLAYER-STATUS
                   DISPLAY "Current name : " PM-PLAYER-NAME
                   DISPLAY "New name : "
                   ACCEPT WS-WORK-PLAYER-NAME
                   MOVE PLAYER-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-WORK-PLAYER-NAME TO PM-PLAYER-NAME
                   REWRITE PLAYER-MASTER-RECORD
                   IF WS-PLAYER-STATUS = "00"
                       DISPLAY "Name updated for " WS-WORK-PLAYER-ID
                       MOVE "CORRECT" TO WS-JOURNAL-ACTION
                       PERFORM WRITE-JOURNAL-ENTRY
                   ELSE
                       DISPLAY "Rewrite failed, status "
                           WS-PLAYER-STATUS
                       DISPLAY "Player " WS-WORK-PLAYER-ID
                           " is already inactive."
                   ELSE
                       MOVE PLAYER-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE "N" TO PM-ACTIVE-FLAG
                       REWRITE PLAYER-MASTER-RECORD
                       IF WS-PLAYER-STATUS = "00"
                           DISPLAY "Player deactivated: "
                               WS-WORK-PLAYER-ID
                           MOVE "DEACTIVATE" TO WS-JOURNAL-ACTION
                           PERFORM WRITE-JOURNAL-ENTRY
                       ELSE
                           DISPLAY "Rewrite failed, status "
                               WS-PLAYER-STATUS
                       DISPLAY "Player " WS-WORK-PLAYER-ID
                           " is already active."
                   ELSE
                       MOVE PLAYER-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE "Y" TO PM-ACTIVE-FLAG
                       REWRITE PLAYER-MASTER-RECORD
                       IF WS-PLAYER-STATUS = "00"
                           DISPLAY "Player reactivated: "
                               WS-WORK-PLAYER-ID
                           MOVE "REACTIVATE" TO WS-JOURNAL-ACTION
                           PERFORM WRITE-JOURNAL-ENTRY
                       ELSE
                           DISPLAY "Rewrite failed, status "
                               WS-PLAYER-STATUS
                   DISPLAY "Current profile : " PM-DIFF-PROFILE
                   DISPLAY "New profile code (spaces for default) : "
                   ACCEPT WS-WORK-PROFILE
                   MOVE PLAYER-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-WORK-PROFILE TO PM-DIFF-PROFILE
                   REWRITE PLAYER-MASTER-RECORD
                   IF WS-PLAYER-STATUS = "00"
                       DISPLAY "Profile updated for " WS-WORK-PLAYER-ID
                       MOVE "PROFILE" TO WS-JOURNAL-ACTION
                       PERFORM WRITE-JOURNAL-ENTRY
                   ELSE
                       DISPLAY "Rewrite failed, status "
                           WS-PLAYER-STATUS
