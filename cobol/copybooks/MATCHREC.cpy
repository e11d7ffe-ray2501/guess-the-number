      *> any number of matches can exist at once without the state
      *> files clobbering each other: both seats live in one record
      *> keyed by MT-MATCH-NO, together with whose turn it is.
      *> MT-STATUS: P = awaiting secrets, A = active, C = complete,
      *> F = decided by forfeit, V = void (neither seat ever moved).
   01 MATCH-RECORD.
       05 MT-MATCH-NO       PIC 9(3).
       05 FILLER            PIC X      VALUE SPACE.
           10 MT-P2-START-TS    PIC X(14).
           10 FILLER            PIC X      VALUE SPACE.
           10 MT-P2-GUESS-LOG   PIC X(200).
      *> Deadlines and forfeits. TOURNSCH copies the tournament's
      *> days-per-turn and days-per-match limits onto every match it
      *> schedules (zero = no limit) and stamps MT-SCHED-TS; TOURNAB
      *> re-stamps MT-LAST-MOVE-TS on every secret set and guess.
      *> The nightly TOURNSWP sweep decides an overdue match: the
      *> seat that was waiting is awarded it (MT-FORFEIT-SEAT), or it
      *> is voided with seat 0 when neither seat had moved.
      *> MT-FORFEIT-REASON: TRN = turn deadline passed, MAT = match
      *> deadline passed, LOG = the defaulting seat filled its guess
      *> log without cracking the code (TOURNAB concedes the match for
      *> it and leaves the audit records to the sweep, like any other
      *> forfeit). MT-FORFEIT-LOGGED goes to Y once the
      *> forfeit's GAMEAUDIT.DAT records are written, so a sweep
      *> interrupted between the two files finishes the job on the
      *> next run without logging anything twice. Matches scheduled
      *> before these fields existed read back as spaces and carry
      *> no deadline.
       05 FILLER            PIC X      VALUE SPACE.
       05 MT-SCHED-TS       PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 MT-LAST-MOVE-TS   PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 MT-TURN-DAYS      PIC 9(3).
       05 FILLER            PIC X      VALUE SPACE.
       05 MT-MATCH-DAYS     PIC 9(3).
       05 FILLER            PIC X      VALUE SPACE.
       05 MT-FORFEIT-SEAT   PIC 9.
       05 FILLER            PIC X      VALUE SPACE.
       05 MT-FORFEIT-REASON PIC X(3).
       05 FILLER            PIC X      VALUE SPACE.
       05 MT-FORFEIT-TS     PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 MT-FORFEIT-LOGGED PIC X.
      *> Each seat's guess log past its first 200 bytes, split the
      *> same way as GS-GUESS-LIST/GS-GUESS-CONT in GAMEREC.cpy: the
      *> whole log is MT-Pn-GUESS-LOG followed by MT-Pn-GUESS-CONT.
      *> Matches scheduled before these fields existed read back as
      *> spaces here.
       05 FILLER            PIC X      VALUE SPACE.
       05 MT-P1-GUESS-CONT  PIC X(1800).
       05 FILLER            PIC X      VALUE SPACE.
       05 MT-P2-GUESS-CONT  PIC X(1800).
