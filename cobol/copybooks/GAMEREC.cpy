      *> written before this field existed read back as spaces too.
       05 FILLER            PIC X      VALUE SPACE.
       05 GS-PLAYER-ID      PIC X(8).
      *> "Y" when GAMECFG.DAT was overriding the answer draw (a fixed
      *> RNG seed and/or a narrowed candidate range) as the game was
      *> set up, i.e. the answer could be known in advance; blank
      *> otherwise, for modes whose answer is not drawn from the
      *> config, and on records written before the field existed.
       05 FILLER            PIC X      VALUE SPACE.
       05 GS-CFG-PINNED     PIC X.
      *> "R" when the game was played under the repeated-digit rule
      *> (Mastermind style: the answer and the guesses may repeat a
      *> digit, and a digit scores at most as often as it appears in
      *> both numbers); blank for the classic all-different-digits game
      *> and on records written before the field existed. Results under
      *> the two rules are not comparable, so the reports keep them
      *> apart.
       05 FILLER            PIC X      VALUE SPACE.
       05 GS-RULE           PIC X.
      *> Guesses past the first 200 bytes of the list. The game
      *> programs build the whole "guess:nAnB;" list in one buffer and
      *> split it here at byte 200, wherever that falls, so a reader
      *> gets the complete list back as GS-GUESS-LIST followed directly
      *> by GS-GUESS-CONT. Records written before the field existed
      *> read back as spaces here, i.e. just the first 200 bytes. The
      *> game programs end a game that would run past the 2000 bytes
      *> between the two fields, so no guess is ever dropped.
       05 FILLER            PIC X      VALUE SPACE.
       05 GS-GUESS-CONT     PIC X(1800).
      *> Site the session was played at: spaces for a game played
      *> here (and on every record written before the field existed),
      *> otherwise the code of the satellite club whose extract SITEIMP
      *> loaded it. GS-PLAYER-ID on a loaded session is already our ID
      *> for the player, mapped through SITEXREF.DAT.
       05 FILLER            PIC X      VALUE SPACE.
       05 GS-SITE           PIC X(4).
      *> When SITEIMP posted a loaded session here: spaces for a game
      *> played here. A club's games mostly ended before the nightly
      *> reports last ran, so LEAGUE and GAMESTATS pick loaded sessions
      *> up by this stamp rather than by GS-END-TS.
       05 FILLER            PIC X      VALUE SPACE.
       05 GS-LOAD-TS        PIC X(14).
