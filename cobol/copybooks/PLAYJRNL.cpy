       05 PJ-GIVEUPS        PIC 9(4).
       05 FILLER            PIC X      VALUE SPACE.
       05 PJ-GUESSES        PIC 9(4).
      *> PJ-SIGN is blank for a game's own contribution (and on lines
      *> written before the field existed) and "-" on a line taking a
      *> contribution back out: VOIDREV writes one when a reviewer
      *> voids a session already counted in the open season's totals.
      *> PLAYUPD subtracts those, never taking a total below zero.
       05 FILLER            PIC X      VALUE SPACE.
       05 PJ-SIGN           PIC X.
      *> PJ-SITE is spaces for a game played here and the satellite
      *> club's code on a delta SITEIMP posted for a game loaded from
      *> that club's extract (PJ-PLAYER-ID already mapped to our ID).
       05 FILLER            PIC X      VALUE SPACE.
       05 PJ-SITE           PIC X(4).
