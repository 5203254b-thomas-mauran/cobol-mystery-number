      *> the whole file is rewritten after each applied change, the
      *> way the player maintenance writes each action through
      *> immediately.
      *>
      *> The operator signs on with an id before the menu appears,
      *> and every applied change - to the game parameters or to a
      *> profile - is appended to CHANGE-JOURNAL-FILE with the
      *> record as it stood before and after.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYER-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-PARM-FILE.
       FD  PLAYER-MASTER-FILE.
       COPY "playerm.cpy".

       FD  CHANGE-JOURNAL-FILE.
       COPY "chgjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(2) VALUE SPACES.
       01 WS-PROFILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-ATT-DISPLAY PIC ZZ9.
       01 WS-GAMES-DISPLAY PIC ZZ9.

       01 WS-JOURNAL-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-JOURNAL-ACTION PIC X(10) VALUE SPACES.
       01 WS-JOURNAL-FILE PIC X(8) VALUE SPACES.
       01 WS-JOURNAL-KEY PIC X(8) VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(40) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(40) VALUE SPACES.

      *> The game parameters laid out as a GAMEPARM.DAT record, for
      *> the journal's before and after images.
       01 WS-PARM-IMAGE.
           05 WS-IMG-MIN                PIC 9(3).
           05 WS-IMG-MAX                PIC 9(3).
           05 WS-IMG-ATTEMPTS           PIC 9(3).
           05 WS-IMG-GAMES              PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-OPERATOR-ID.
           PERFORM OPEN-CHANGE-JOURNAL.
           PERFORM LOAD-DIFF-PROFILES.
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM SHOW-MENU
                       DISPLAY "Unknown action: " WS-ACTION
               END-EVALUATE
           END-PERFORM.
           CLOSE CHANGE-JOURNAL-FILE.
           STOP RUN.

           *> Every journal row names the operator who made the
           *> change, so no change is taken until one is given.
           CAPTURE-OPERATOR-ID.
               PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
                   DISPLAY "Operator ID : "
                   ACCEPT WS-OPERATOR-ID
               END-PERFORM.

           *> The journal only ever grows; the first run creates it.
           OPEN-CHANGE-JOURNAL.
               OPEN EXTEND CHANGE-JOURNAL-FILE.
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT CHANGE-JOURNAL-FILE
               END-IF.

           *> Appends one before/after row for a change that has just
           *> been saved; the caller leaves the action, file name,
           *> key and both images in the WS-JOURNAL- and image
           *> fields.
           WRITE-JOURNAL-ENTRY.
               ACCEPT CJ-CHANGE-DATE FROM DATE YYYYMMDD.
               ACCEPT CJ-CHANGE-TIME FROM TIME.
               MOVE WS-OPERATOR-ID    TO CJ-OPERATOR-ID.
               MOVE "GAME-PARM-MAINT" TO CJ-SOURCE-PROGRAM.
               MOVE WS-JOURNAL-ACTION TO CJ-ACTION.
               MOVE WS-JOURNAL-FILE   TO CJ-FILE-NAME.
               MOVE WS-JOURNAL-KEY    TO CJ-RECORD-KEY.
               MOVE WS-BEFORE-IMAGE   TO CJ-BEFORE-IMAGE.
               MOVE WS-AFTER-IMAGE    TO CJ-AFTER-IMAGE.
               WRITE CHANGE-JOURNAL-RECORD.
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "Journal write failed, status "
                       WS-JOURNAL-STATUS
               END-IF.

           *> Journals a profile change once the rewrite of the file
           *> has gone through; the caller has already set the action
           *> and both images (SPACES before for an add, SPACES after
           *> for a delete).
           JOURNAL-PROFILE-CHANGE.
               IF WS-PROFILE-STATUS = "00"
                   MOVE "DIFFPROF" TO WS-JOURNAL-FILE
                   MOVE WS-WORK-CODE TO WS-JOURNAL-KEY
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF.

           SHOW-MENU.
               DISPLAY " ".
               DISPLAY "Game parameter maintenance".
               MOVE WS-EDIT-MAX      TO WS-MAX-DISPLAY.
               MOVE WS-EDIT-ATTEMPTS TO WS-ATT-DISPLAY.
               MOVE WS-EDIT-GAMES    TO WS-GAMES-DISPLAY.
               PERFORM BUILD-PARM-IMAGE.
               MOVE WS-PARM-IMAGE TO WS-BEFORE-IMAGE.
               DISPLAY "Current: range " WS-MIN-DISPLAY "-"
                   WS-MAX-DISPLAY ", attempts " WS-ATT-DISPLAY
                   ", games " WS-GAMES-DISPLAY.
               CLOSE GAME-PARM-FILE.
               IF WS-PARM-STATUS = "00"
                   DISPLAY "Game parameters saved."
                   PERFORM BUILD-PARM-IMAGE
                   MOVE WS-PARM-IMAGE TO WS-AFTER-IMAGE
                   MOVE "PARM-CHG" TO WS-JOURNAL-ACTION
                   MOVE "GAMEPARM" TO WS-JOURNAL-FILE
                   MOVE "GAMEPARM" TO WS-JOURNAL-KEY
                   PERFORM WRITE-JOURNAL-ENTRY
               ELSE
                   DISPLAY "Save failed, status " WS-PARM-STATUS
               END-IF.

           BUILD-PARM-IMAGE.
               MOVE WS-EDIT-MIN      TO WS-IMG-MIN.
               MOVE WS-EDIT-MAX      TO WS-IMG-MAX.
               MOVE WS-EDIT-ATTEMPTS TO WS-IMG-ATTEMPTS.
               MOVE WS-EDIT-GAMES    TO WS-IMG-GAMES.

           LIST-PROFILES.
               IF WS-PROF-COUNT = 0
                   DISPLAY "No difficulty profiles on file."
                           MOVE WS-EDIT-ATTEMPTS
                               TO WS-TAB-ATTEMPTS(WS-PROF-COUNT)
                           PERFORM SAVE-DIFF-PROFILES
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE WS-PROF-ENTRY(WS-PROF-COUNT)
                               TO WS-AFTER-IMAGE
                           MOVE "PROF-ADD" TO WS-JOURNAL-ACTION
                           PERFORM JOURNAL-PROFILE-CHANGE
                       END-IF
               END-EVALUATE.

                   ACCEPT WS-WORK-NAME
                   PERFORM TAKE-RANGE-AND-CAP
                   IF WS-VALUES-OK = "Y"
                       MOVE WS-PROF-ENTRY(WS-FOUND-SUB)
                           TO WS-BEFORE-IMAGE
                       IF WS-WORK-NAME NOT = SPACES
                           MOVE WS-WORK-NAME
                               TO WS-TAB-NAME(WS-FOUND-SUB)
                       MOVE WS-EDIT-ATTEMPTS
                           TO WS-TAB-ATTEMPTS(WS-FOUND-SUB)
                       PERFORM SAVE-DIFF-PROFILES
                       MOVE WS-PROF-ENTRY(WS-FOUND-SUB)
                           TO WS-AFTER-IMAGE
                       MOVE "PROF-CHG" TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-PROFILE-CHANGE
                   END-IF
               END-IF.

                           " is still assigned to player "
                           WS-USING-PLAYER ", delete refused."
                   ELSE
                       MOVE WS-PROF-ENTRY(WS-FOUND-SUB)
                           TO WS-BEFORE-IMAGE
                       PERFORM VARYING WS-SUB FROM WS-FOUND-SUB BY 1
                               UNTIL WS-SUB >= WS-PROF-COUNT
                           MOVE WS-PROF-ENTRY(WS-SUB + 1)
                       SUBTRACT 1 FROM WS-PROF-COUNT
                       PERFORM SAVE-DIFF-PROFILES
                       DISPLAY "Profile " WS-WORK-CODE " deleted."
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE "PROF-DEL" TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-PROFILE-CHANGE
                   END-IF
               END-IF.

