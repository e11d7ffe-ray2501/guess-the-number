      *> PLAYREG and read by the game programs' sign-in step. The
      *> running totals are updated by the game programs as each game
      *> ends and feed the LEAGUE standings report.
      *> PL-STATUS is blank for an active ID and "R" once PLAYREG has
      *> retired it (on its own, or as the losing side of a duplicate
      *> merge - see PLAYXREF.cpy). A retired ID stays on file for
      *> history but is refused at sign-in and left off the
      *> standings. Lines written before the field existed read back
      *> blank, i.e. active.
   01 PLAYER-RECORD.
       05 PL-ID             PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 PL-GIVEUPS        PIC 9(6).
       05 FILLER            PIC X      VALUE SPACE.
       05 PL-GUESS-TOTAL    PIC 9(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 PL-STATUS         PIC X.
