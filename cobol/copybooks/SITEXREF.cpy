      *> SITEXREF.cpy - satellite-site player-ID cross-reference.
      *> One line in SITEXREF.DAT per player ID used at a satellite
      *> club, naming the ID the same player holds here. PLAYREG links
      *> and unlinks IDs (each change signed and dated here and logged
      *> on PLAYMAINT.DAT); SITEIMP maps every loaded session and
      *> delta through it and rejects a player it cannot map. A
      *> linked ID later merged away is followed on through
      *> PLAYXREF.DAT, so a merge never needs this file touched.
   01 SITE-XREF-RECORD.
       05 SX-SITE           PIC X(4).
       05 FILLER            PIC X      VALUE SPACE.
       05 SX-THEIR-ID       PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 SX-OUR-ID         PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 SX-LINKED-TS      PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 SX-LINKED-BY      PIC X(8).
