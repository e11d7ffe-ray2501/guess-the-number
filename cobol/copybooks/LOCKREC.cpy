      *> LOCKREC.cpy - shared-file enqueue record.
      *> One line in a .LCK file alongside a shared data file
      *> (GAMEAUDIT.LCK for GAMEAUDIT.DAT, MATCHES.LCK for
      *> MATCHES.DAT, PLAYPIN.LCK for PLAYPIN.DAT) naming who holds
      *> the file for writing and since when. An empty or missing
      *> lock file means free. Game programs take the lock around
      *> their end-of-game append and their sign-in PIN update, and
      *> TOURNAB around its match-file rewrite; GAMEARCH holds it
      *> for its whole run so games and a second GAMEARCH wait
      *> visibly instead of interleaving with the rewrite. The
