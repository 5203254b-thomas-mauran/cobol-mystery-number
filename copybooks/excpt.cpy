      *> Record layout for EXCEPTION-FILE (EXCEPT.DAT), the shared
      *> morning queue every exception-raising batch job posts to
      *> alongside its own print report, so an unresolved item no
      *> longer drops off the radar when that report is overwritten
      *> the next night. The key is the job that raised the item,
      *> a short exception code, the entity it concerns (a player
      *> id, a game key or a file name) and when it was first
      *> raised. A job that meets the same problem again while it
      *> is still on the queue only bumps EX-TIMES-SEEN and
      *> EX-LAST-SEEN-DATE, so a mismatch that persists for a week
      *> is one item a week old rather than seven new ones.
      *>
      *> EX-SEVERITY is 1 high, 2 medium, 3 low. EX-STATUS is O open,
      *> A acknowledged or C closed; closed items are never deleted -
      *> they stay on file as the audit of who closed what and why.
      *> EX-ESCALATED-FLAG is set to Y by EXCEPTION-AGING once an
      *> item has stayed unclosed past the escalation threshold.
       01 EXCEPTION-RECORD.
           05 EX-KEY.
               10 EX-SOURCE-PROGRAM      PIC X(18).
               10 EX-EXCEPTION-CODE      PIC X(4).
               10 EX-ENTITY-KEY          PIC X(30).
               10 EX-RAISED-DATE         PIC 9(8).
               10 EX-RAISED-TIME         PIC 9(8).
           05 EX-SEVERITY                PIC 9(1).
           05 EX-DESCRIPTION             PIC X(80).
           05 EX-STATUS                  PIC X(1).
           05 EX-LAST-SEEN-DATE          PIC 9(8).
           05 EX-TIMES-SEEN              PIC 9(5).
           05 EX-ASSIGNED-TO             PIC X(8).
           05 EX-ACK-BY                  PIC X(8).
           05 EX-ACK-DATE                PIC 9(8).
           05 EX-CLOSED-BY               PIC X(8).
           05 EX-CLOSED-DATE             PIC 9(8).
           05 EX-LAST-ACTION-BY          PIC X(8).
           05 EX-LAST-COMMENT            PIC X(60).
           05 EX-ESCALATED-FLAG          PIC X(1).
           05 EX-ESCALATED-DATE          PIC 9(8).
