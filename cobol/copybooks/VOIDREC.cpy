      *> VOIDREC.cpy - voided game-session record.
      *> VOIDLIST.DAT is append-only, written by VOIDREV: one line per
      *> session a reviewer has confirmed is not to count, whether it
      *> came off the PLAYSCRN review queue (REVQREC.cpy) or was
      *> entered directly. The audit record itself is never altered.
      *> A session is named by GS-START-TS, GS-MODE and GS-PLAYER-ID
      *> together (the two halves of a race share one start second),
      *> and what the standings need to take it back out is copied
      *> across from the audit record: VD-SOLVES and VD-GIVEUPS are
      *> the 0/1 counts the game posted to the journal. LEAGUE,
      *> RATEUPD and DAILYRPT leave voided sessions out. The running
      *> totals in PLAYMAST.DAT (and so the SEASONCL snapshot) lose
      *> the session through a PJ-SIGN "-" journal line written with
      *> the void; VD-REVERSED says whether one was written - "N"
      *> when the session belongs to a season already closed, whose
      *> snapshot is history. VD-REASON is the review-queue reason
      *> code the void came from, or MAN for a direct entry. VD-RULE
      *> is the session's GS-RULE, so the standings kept apart by rule
      *> take it back from the right table (blank on older lines).
   01 VOID-RECORD.
       05 VD-START-TS       PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-MODE           PIC X(10).
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-PLAYER-ID      PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-END-TS         PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-DIGIT-LEN      PIC 9.
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-OUTCOME        PIC X(10).
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-GUESS-COUNT    PIC 9(4).
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-SOLVES         PIC 9.
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-GIVEUPS        PIC 9.
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-REASON         PIC X(3).
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-VOID-TS        PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-VOID-BY        PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-REVERSED       PIC X.
       05 FILLER            PIC X      VALUE SPACE.
       05 VD-RULE           PIC X.
