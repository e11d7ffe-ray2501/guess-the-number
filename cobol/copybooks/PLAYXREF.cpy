      *> PLAYXREF.cpy - merged player-ID cross-reference record.
      *> One line per ID that PLAYREG has merged into another, in
      *> PLAYXREF.DAT. The audit trail, the archives and GAMEHIST.IDX
      *> keep the ID a game was played under, so HISTINQ, ARCHINQ,
      *> GAMEVIEW and the LEAGUE rebuild look a player's old IDs up
      *> here to find those games under the surviving ID. PLAYREG
      *> keeps the file flat: when a survivor is itself merged later,
      *> the entries pointing at it are re-pointed, so one lookup
      *> always lands on the ID now in use.
   01 PLAYER-XREF-RECORD.
       05 PX-OLD-ID         PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 PX-NEW-ID         PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 PX-MERGED-TS      PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 PX-MERGED-BY      PIC X(8).
