      *> PINREC.cpy - player PIN record.
      *> One line per registered player in PLAYPIN.DAT, kept apart
      *> from PLAYMAST.DAT so the sign-in step of every game program
      *> can count failed attempts without becoming a second writer
      *> of the player master. PLAYREG sets and resets the PIN and
      *> clears a lockout; the game programs rewrite the file under
      *> PLAYPIN.LCK to bump PN-FAILS on a wrong PIN and to zero it
      *> again on a good one. The third consecutive failure sets
      *> PN-LOCKED to Y, after which the ID is refused at sign-in
      *> until an operator clears it. A registered ID with no line
      *> here (or a blank PN-PIN) has no PIN yet and cannot sign in.
   01 PIN-RECORD.
       05 PN-ID             PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 PN-PIN            PIC X(4).
       05 FILLER            PIC X      VALUE SPACE.
       05 PN-FAILS          PIC 9.
       05 FILLER            PIC X      VALUE SPACE.
       05 PN-LOCKED         PIC X.
       05 FILLER            PIC X      VALUE SPACE.
       05 PN-CHANGED-TS     PIC X(14).
