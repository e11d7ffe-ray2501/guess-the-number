      *> REVQREC.cpy - suspicious-play review queue record.
      *> REVIEWQ.DAT is append-only. PLAYSCRN adds a P (pending) line
      *> for each item it flags; VOIDREV adds a C (confirmed - the
      *> session went onto VOIDLIST.DAT) or D (dismissed) line when a
      *> reviewer decides it. An item is keyed by reason, player,
      *> start stamp and mode, and its latest line is its status, so
      *> the queue keeps the whole history of who decided what and
      *> neither program ever rewrites the file under the other.
      *> Reason codes (the numbers behind each are in RQ-DETAIL):
      *>   LIV - solved while a great many candidates were still live
      *>   LCK - session far luckier than the norm at its length
      *>   PLK - the player's sessions as a body run too lucky
      *>   RAT - season solve rate far above the player's history
      *>   CFG - scored game played while GAMECFG.DAT pinned answers
      *> PLK and RAT are about a player, not one session: they carry
      *> the stamp of the season they were raised in (the last
      *> SEASONS.DAT close, zeros before the first) in RQ-START-TS
      *> and a blank mode, so each is raised at most once a season.
      *> RQ-RULE is the session's GS-RULE (blank on player items and
      *> on lines written before the repeated-digit rule existed).
   01 REVIEW-QUEUE-RECORD.
       05 RQ-STATUS         PIC X.
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-REASON         PIC X(3).
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-PLAYER-ID      PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-START-TS       PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-MODE           PIC X(10).
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-END-TS         PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-DIGIT-LEN      PIC 9.
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-OUTCOME        PIC X(10).
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-GUESS-COUNT    PIC 9(4).
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-LINE-TS        PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-LINE-BY        PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-DETAIL         PIC X(60).
       05 FILLER            PIC X      VALUE SPACE.
       05 RQ-RULE           PIC X.
