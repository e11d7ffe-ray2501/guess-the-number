      *> PLAYMNT.cpy - player maintenance log record.
      *> PLAYMAINT.DAT is append-only, written by PLAYREG for every
      *> change it makes to an existing registration: RENAME (old and
      *> new display names in the detail), RETIRE, and MERGE (the
      *> duplicate ID in PM-PLAYER-ID, the surviving ID in
      *> PM-OTHER-ID, and what was carried across in the detail),
      *> SITELINK (our ID in PM-PLAYER-ID, the satellite club's code
      *> and ID in the detail) and SITEDROP when that link is removed.
      *> Each line is dated and signed with the operator ID.
   01 PLAYER-MAINT-RECORD.
       05 PM-TS             PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 PM-OPERATOR       PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 PM-ACTION         PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 PM-PLAYER-ID      PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 PM-OTHER-ID       PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 PM-DETAIL         PIC X(60).
