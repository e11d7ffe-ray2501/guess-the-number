       SELECT PLAYER-FILE ASSIGN TO "PLAYMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAY-STATUS.
       SELECT PIN-FILE ASSIGN TO "PLAYPIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PIN-STATUS.
       SELECT PLOCK-FILE ASSIGN TO "PLAYPIN.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLOCK-STATUS.
       SELECT SECLOG-FILE ASSIGN TO "PLAYSEC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.
       SELECT BAK-FILE ASSIGN TO "PLAYMAST.BAK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAK-STATUS.
       SELECT WORK-FILE ASSIGN TO "PLAYWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO "PLAYJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
       SELECT MATCH-FILE ASSIGN TO "MATCHES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-STATUS.
       SELECT MLOCK-FILE ASSIGN TO "MATCHES.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MLOCK-STATUS.
       SELECT RATING-FILE ASSIGN TO "RATINGS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
       SELECT H2H-FILE ASSIGN TO "RATEH2H.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-H2H-STATUS.
       SELECT XREF-FILE ASSIGN TO "PLAYXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
       SELECT MAINT-FILE ASSIGN TO "PLAYMAINT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAINT-STATUS.
       SELECT SITEXREF-FILE ASSIGN TO "SITEXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SXREF-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD PLAYER-FILE.
   COPY "PLAYREC.cpy".

   FD PIN-FILE.
   COPY "PINREC.cpy".

   FD PLOCK-FILE.
   COPY "LOCKREC.cpy" REPLACING LEADING ==LOCK== BY ==PLOCK==
                                LEADING ==GL== BY ==PK==.

   FD SECLOG-FILE.
   COPY "SECREC.cpy".

   FD BAK-FILE.
   COPY "PLAYREC.cpy" REPLACING LEADING ==PLAYER== BY ==BAKM==
                                LEADING ==PL== BY ==BK==.

   FD WORK-FILE.
   01 WORK-RECORD           PIC X(40).

   FD JOURNAL-FILE.
   COPY "PLAYJRNL.cpy".

   FD MATCH-FILE.
   COPY "MATCHREC.cpy".

   FD MLOCK-FILE.
   COPY "LOCKREC.cpy" REPLACING LEADING ==LOCK== BY ==MLOCK==
                                LEADING ==GL== BY ==ML==.

   FD RATING-FILE.
   COPY "RATEREC.cpy".

   FD H2H-FILE.
   01 H2H-RECORD.
     05 HH-ID1          PIC X(8).
     05 FILLER          PIC X.
     05 HH-ID2          PIC X(8).
     05 FILLER          PIC X.
     05 HH-W1           PIC 9(4).
     05 FILLER          PIC X.
     05 HH-W2           PIC 9(4).
     05 FILLER          PIC X.
     05 HH-TIES         PIC 9(4).

   FD XREF-FILE.
   COPY "PLAYXREF.cpy".

   FD MAINT-FILE.
   COPY "PLAYMNT.cpy".

   FD SITEXREF-FILE.
   COPY "SITEXREF.cpy".

   WORKING-STORAGE SECTION.
   01 WS-PLAY-STATUS    PIC XX.
   01 WS-PLAY-EOF       PIC X.
       10 WS-PT-SOLVES  PIC 9(6).
       10 WS-PT-GIVEUPS PIC 9(6).
       10 WS-PT-GUESSES PIC 9(8).
       10 WS-PT-STATUS  PIC X.

   01 WS-CHOICE         PIC X.
   01 WS-NEW-ID         PIC X(8).
   01 WS-I              PIC 9(3).
   01 WS-FOUND-IX       PIC 9(3).

   *> Player PINs (PINREC.cpy / PLAYPIN.DAT), checked by every game
   *> program at sign-in. The operator sets or resets a PIN here and
   *> clears the lock the games put on an ID after three wrong PINs;
   *> both actions are written to the PLAYSEC.DAT security exception
   *> file (SECREC.cpy) next to the games' failure records. The games
   *> rewrite PLAYPIN.DAT too, so every rewrite is made under
   *> PLAYPIN.LCK from a fresh read.
   01 WS-PIN-STATUS     PIC XX.
   01 WS-PLOCK-STATUS   PIC XX.
   01 WS-SEC-STATUS     PIC XX.
   01 WS-PIN-EOF        PIC X.
   01 WS-NEW-PIN        PIC X(10).
   01 WS-PIN-EVENT      PIC X(8).
   01 WS-PIN-SHOWN      PIC X(7).
   01 WS-PIN-CT         PIC 9(3) VALUE ZERO.
   01 WS-PIN-IX         PIC 9(3).
   01 WS-PIN-I          PIC 9(3).
   01 WS-PIN-TABLE.
     05 WS-PIN-ENT OCCURS 200 TIMES.
       10 WS-PN-ID      PIC X(8).
       10 WS-PN-PIN     PIC X(4).
       10 WS-PN-FAILS   PIC 9.
       10 WS-PN-LOCKED  PIC X.
       10 WS-PN-TS      PIC X(14).

   01 WS-LOCK-HELD      PIC X.
   01 WS-LOCK-HOLDER    PIC X(10).
   01 WS-LOCK-TS        PIC X(14).
   01 WS-LOCK-REPLY     PIC X.
   01 WS-LOCK-STALE     PIC X.
   01 WS-CURRENT-DATE.
     05 WS-CD-DATETIME PIC X(21).
   01 WS-LK-DATE        PIC 9(8).
   01 WS-LK-DAYS        PIC 9(7).
   01 WS-LOCK-SECS      PIC 9(12).
   01 WS-NOW-SECS       PIC 9(12).
   01 WS-LOCK-AGE       PIC S9(9).

   *> Registration maintenance - name changes, retirements and
   *> duplicate-ID merges - signed with an operator ID and logged to
   *> PLAYMAINT.DAT (PLAYMNT.cpy). These rewrite existing master
   *> lines, so each one starts from a fresh read of the master and
   *> is refused while a PLAYUPD apply run is in flight
   *> (PLAYWORK.DAT); PLAYMAST.BAK.DAT is rewritten to match, as
   *> SEASONCL does, so a PLAYUPD recovery cannot undo the change.
   01 WS-BAK-STATUS     PIC XX.
   01 WS-WORK-STATUS    PIC XX.
   01 WS-JRNL-STATUS    PIC XX.
   01 WS-MATCH-STATUS   PIC XX.
   01 WS-MLOCK-STATUS   PIC XX.
   01 WS-RATE-STATUS    PIC XX.
   01 WS-H2H-STATUS     PIC XX.
   01 WS-XREF-STATUS    PIC XX.
   01 WS-MAINT-STATUS   PIC XX.
   01 WS-EOF-FLAG       PIC X.
   01 WS-OPERATOR       PIC X(8) VALUE SPACES.
   01 WS-MAINT-OK       PIC X.
   01 WS-CONFIRM        PIC X.
   01 WS-OLD-ID         PIC X(8).
   01 WS-OLD-NAME       PIC X(20).
   01 WS-OLD-IX         PIC 9(3).
   01 WS-SURV-IX        PIC 9(3).
   01 WS-MAINT-ACTION   PIC X(8).
   01 WS-MAINT-ID       PIC X(8).
   01 WS-MAINT-OTHER    PIC X(8).
   01 WS-MAINT-DETAIL   PIC X(60).
   01 WS-K              PIC 9(4).
   01 WS-L              PIC 9(4).
   01 WS-KEEP-CT        PIC 9(4).

   *> A merge carries everything held under the duplicate ID across
   *> to the survivor: the master totals, the deltas still pending
   *> in PLAYJRNL.DAT, its seats in open MATCHES.DAT matches, its
   *> RATINGS.DAT entry and its RATEH2H.DAT pairs. The duplicate is
   *> then retired and entered in PLAYXREF.DAT (PLAYXREF.cpy) so the
   *> inquiry programs still find its old games under the survivor.
   01 WS-OPEN-SEATS     PIC 9(3).
   01 WS-CLASH-CT       PIC 9(3).
   01 WS-SEATS-MOVED    PIC 9(3).

   01 WS-JRNL-CT        PIC 9(4) VALUE ZERO.
   01 WS-JRNL-TABLE.
     05 WS-JRNL-LINE    PIC X(61) OCCURS 2000 TIMES.
   01 WS-JRNL-FULL      PIC X.
   01 WS-JRNL-MOVED     PIC 9(4).

   01 WS-MATCH-CT       PIC 9(3) VALUE ZERO.
   01 WS-MATCH-TABLE.
     05 WS-MATCH        PIC X(4200) OCCURS 190 TIMES.

   01 WS-RATED-CT       PIC 9(3) VALUE ZERO.
   01 WS-RATED-TABLE.
     05 WS-RATED-ENT OCCURS 201 TIMES.
       10 WS-RD-ID      PIC X(8).
       10 WS-RD-RATING  PIC 9(4).
       10 WS-RD-PRIOR   PIC 9(4).
       10 WS-RD-WINS    PIC 9(4).
       10 WS-RD-LOSSES  PIC 9(4).
       10 WS-RD-TIES    PIC 9(4).
   01 WS-RO-IX          PIC 9(3).
   01 WS-RN-IX          PIC 9(3).
   01 WS-GAMES-OLD      PIC 9(5).
   01 WS-GAMES-NEW      PIC 9(5).
   01 WS-RATE-MOVED     PIC X.

   01 WS-H2H-CT         PIC 9(3) VALUE ZERO.
   01 WS-H2H-TABLE.
     05 WS-H2H-ENT OCCURS 400 TIMES.
       10 WS-HT-ID1     PIC X(8).
       10 WS-HT-ID2     PIC X(8).
       10 WS-HT-W1      PIC 9(4).
       10 WS-HT-W2      PIC 9(4).
       10 WS-HT-TIES    PIC 9(4).
       10 WS-HT-DROP    PIC X.
   01 WS-H2H-MOVED      PIC 9(3).
   01 WS-OPP-ID         PIC X(8).
   01 WS-OPP-W          PIC 9(4).
   01 WS-OPP-L          PIC 9(4).
   01 WS-OPP-T          PIC 9(4).
   01 WS-PAIR-ID1       PIC X(8).
   01 WS-PAIR-ID2       PIC X(8).
   01 WS-PAIR-W1        PIC 9(4).
   01 WS-PAIR-W2        PIC 9(4).
   01 WS-PAIR-IX        PIC 9(3).

   01 WS-XREF-EOF       PIC X.
   01 WS-XREF-CT        PIC 9(3) VALUE ZERO.
   01 WS-XREF-TABLE.
     05 WS-XREF-ENT OCCURS 200 TIMES.
       10 WS-XR-OLD     PIC X(8).
       10 WS-XR-NEW     PIC X(8).
       10 WS-XR-TS      PIC X(14).
       10 WS-XR-BY      PIC X(8).
   01 WS-XREF-IX        PIC 9(3).

   *> Satellite-club player IDs linked to ours (SITEXREF.cpy), for
   *> SITEIMP to map the club's games by. One link per club and ID;
   *> linking an ID again moves it, and a blank ID of ours removes
   *> it. The file is rewritten whole from a fresh read each time.
   01 WS-SXREF-STATUS   PIC XX.
   01 WS-SXREF-CT       PIC 9(3) VALUE ZERO.
   01 WS-SXREF-TABLE.
     05 WS-SXREF-ENT OCCURS 500 TIMES.
       10 WS-SX-SITE    PIC X(4).
       10 WS-SX-THEIR   PIC X(8).
       10 WS-SX-OURS    PIC X(8).
       10 WS-SX-TS      PIC X(14).
       10 WS-SX-BY      PIC X(8).
   01 WS-SXREF-IX       PIC 9(3).
   01 WS-SXREF-I        PIC 9(3).
   01 WS-SITE-CODE      PIC X(4).
   01 WS-SITE-ID        PIC X(8).

PROCEDURE DIVISION.
    PERFORM LOAD-PLAYER-MASTER
    PERFORM FOREVER
        DISPLAY " "
        DISPLAY "Player registry - (A)dd, (L)ist, (P)IN set/reset, "
            "(U)nlock,"
        DISPLAY "  (N)ame change, (R)etire, (M)erge duplicate IDs, "
            "(S)ite ID link,"
        DISPLAY "  (Q)uit: " WITH NO ADVANCING
        ACCEPT WS-CHOICE
        EVALUATE WS-CHOICE
            WHEN "A"
            WHEN "L"
            WHEN "l"
                PERFORM LIST-PLAYERS
            WHEN "P"
            WHEN "p"
                PERFORM SET-PLAYER-PIN
            WHEN "U"
            WHEN "u"
                PERFORM UNLOCK-PLAYER
            WHEN "N"
            WHEN "n"
                PERFORM RENAME-PLAYER
            WHEN "R"
            WHEN "r"
                PERFORM RETIRE-PLAYER
            WHEN "M"
            WHEN "m"
                PERFORM MERGE-PLAYER
            WHEN "S"
            WHEN "s"
                PERFORM LINK-SITE-ID
            WHEN "Q"
            WHEN "q"
                EXIT PERFORM
        DISPLAY "The player master is full."
        EXIT PARAGRAPH
    END-IF
    PERFORM GET-OPERATOR
    IF WS-OPERATOR IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    DISPLAY "New player ID (up to 8 characters): " WITH NO ADVANCING
    ACCEPT WS-NEW-ID
    IF WS-NEW-ID IS EQUAL TO SPACES THEN
    MOVE ZERO TO WS-PT-SOLVES(WS-PLAYER-CT)
    MOVE ZERO TO WS-PT-GIVEUPS(WS-PLAYER-CT)
    MOVE ZERO TO WS-PT-GUESSES(WS-PLAYER-CT)
    MOVE SPACE TO WS-PT-STATUS(WS-PLAYER-CT)
    PERFORM REWRITE-PLAYER-MASTER
    DISPLAY "Registered " WS-NEW-ID " (" WS-NEW-NAME ")."
    *> A new player cannot sign in to any game until a PIN is set.
    PERFORM ASK-NEW-PIN
    PERFORM STORE-PIN.

FIND-PLAYER.
    MOVE ZERO TO WS-FOUND-IX
        DISPLAY "No players registered yet."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-PIN-FILE
    DISPLAY "ID       Name                 Games  Solves Giveups"
        " Guesses  PIN"
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        MOVE WS-PT-ID(WS-I) TO WS-NEW-ID
        PERFORM FIND-PIN-ENTRY
        EVALUATE TRUE
            WHEN WS-PT-STATUS(WS-I) IS EQUAL TO "R"
                MOVE "retired" TO WS-PIN-SHOWN
            WHEN WS-PIN-IX IS EQUAL TO ZERO
                MOVE "none" TO WS-PIN-SHOWN
            WHEN WS-PN-PIN(WS-PIN-IX) IS EQUAL TO SPACES
                MOVE "none" TO WS-PIN-SHOWN
            WHEN WS-PN-LOCKED(WS-PIN-IX) IS EQUAL TO "Y"
                MOVE "LOCKED" TO WS-PIN-SHOWN
            WHEN OTHER
                MOVE "set" TO WS-PIN-SHOWN
        END-EVALUATE
        DISPLAY WS-PT-ID(WS-I) " " WS-PT-NAME(WS-I)
            " " WS-PT-GAMES(WS-I) " " WS-PT-SOLVES(WS-I)
            "  " WS-PT-GIVEUPS(WS-I) "  " WS-PT-GUESSES(WS-I)
            " " WS-PIN-SHOWN
    END-PERFORM.

SET-PLAYER-PIN.
    PERFORM GET-OPERATOR
    IF WS-OPERATOR IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Player ID to set the PIN for: " WITH NO ADVANCING
    ACCEPT WS-NEW-ID
    PERFORM FIND-PLAYER
    IF WS-FOUND-IX IS EQUAL TO ZERO THEN
        DISPLAY "That ID is not registered."
        EXIT PARAGRAPH
    END-IF
    PERFORM ASK-NEW-PIN
    PERFORM STORE-PIN.

ASK-NEW-PIN.
    PERFORM FOREVER
        DISPLAY "New 4-digit PIN for " WS-NEW-ID ": "
            WITH NO ADVANCING
        MOVE SPACES TO WS-NEW-PIN
        ACCEPT WS-NEW-PIN
        IF (WS-NEW-PIN(1:4) IS NUMERIC)
           AND (WS-NEW-PIN(5:) IS EQUAL TO SPACES) THEN
            EXIT PERFORM
        ELSE
            DISPLAY "A PIN is exactly four digits - try again."
        END-IF
    END-PERFORM.

STORE-PIN.
    *> Setting a PIN also clears any failure count and lockout.
    PERFORM GRAB-PIN-LOCK
    PERFORM LOAD-PIN-FILE
    PERFORM FIND-PIN-ENTRY
    IF WS-PIN-IX IS EQUAL TO ZERO THEN
        IF WS-PIN-CT >= 200 THEN
            PERFORM FREE-PIN-LOCK
            DISPLAY "PLAYPIN.DAT is full - PIN not set."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-PIN-CT
        MOVE WS-PIN-CT TO WS-PIN-IX
        MOVE WS-NEW-ID TO WS-PN-ID(WS-PIN-IX)
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-NEW-PIN(1:4) TO WS-PN-PIN(WS-PIN-IX)
    MOVE ZERO TO WS-PN-FAILS(WS-PIN-IX)
    MOVE "N" TO WS-PN-LOCKED(WS-PIN-IX)
    MOVE WS-CD-DATETIME(1:14) TO WS-PN-TS(WS-PIN-IX)
    PERFORM REWRITE-PIN-FILE
    PERFORM FREE-PIN-LOCK
    MOVE "PINSET" TO WS-PIN-EVENT
    PERFORM WRITE-SECURITY-LOG
    DISPLAY "PIN set for " WS-NEW-ID ".".

UNLOCK-PLAYER.
    PERFORM GET-OPERATOR
    IF WS-OPERATOR IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Player ID to unlock: " WITH NO ADVANCING
    ACCEPT WS-NEW-ID
    PERFORM GRAB-PIN-LOCK
    PERFORM LOAD-PIN-FILE
    PERFORM FIND-PIN-ENTRY
    IF WS-PIN-IX IS EQUAL TO ZERO THEN
        PERFORM FREE-PIN-LOCK
        DISPLAY "No PIN is held for that ID - nothing to unlock."
        EXIT PARAGRAPH
    END-IF
    IF WS-PN-LOCKED(WS-PIN-IX) IS NOT EQUAL TO "Y" THEN
        PERFORM FREE-PIN-LOCK
        DISPLAY WS-NEW-ID " is not locked."
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE ZERO TO WS-PN-FAILS(WS-PIN-IX)
    MOVE "N" TO WS-PN-LOCKED(WS-PIN-IX)
    MOVE WS-CD-DATETIME(1:14) TO WS-PN-TS(WS-PIN-IX)
    PERFORM REWRITE-PIN-FILE
    PERFORM FREE-PIN-LOCK
    MOVE "UNLOCK" TO WS-PIN-EVENT
    PERFORM WRITE-SECURITY-LOG
    DISPLAY WS-NEW-ID " unlocked - the player can sign in again.".

RENAME-PLAYER.
    PERFORM GET-OPERATOR
    IF WS-OPERATOR IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Player ID to rename: " WITH NO ADVANCING
    ACCEPT WS-NEW-ID
    PERFORM LOAD-PLAYER-MASTER
    PERFORM FIND-PLAYER
    IF WS-FOUND-IX IS EQUAL TO ZERO THEN
        DISPLAY "That ID is not registered."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PT-NAME(WS-FOUND-IX) TO WS-OLD-NAME
    DISPLAY "Current name: " WS-OLD-NAME
    DISPLAY "New display name: " WITH NO ADVANCING
    MOVE SPACES TO WS-NEW-NAME
    ACCEPT WS-NEW-NAME
    IF (WS-NEW-NAME IS EQUAL TO SPACES)
       OR (WS-NEW-NAME IS EQUAL TO WS-OLD-NAME) THEN
        DISPLAY "Name unchanged."
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-MASTER-IDLE
    IF WS-MAINT-OK IS EQUAL TO "N" THEN
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-PLAYER-MASTER
    PERFORM FIND-PLAYER
    IF WS-FOUND-IX IS EQUAL TO ZERO THEN
        DISPLAY "That ID has gone from the master - name unchanged."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NEW-NAME TO WS-PT-NAME(WS-FOUND-IX)
    PERFORM REWRITE-PLAYER-MASTER
    PERFORM REWRITE-BAK-MASTER
    MOVE "RENAME" TO WS-MAINT-ACTION
    MOVE WS-NEW-ID TO WS-MAINT-ID
    MOVE SPACES TO WS-MAINT-OTHER
    MOVE SPACES TO WS-MAINT-DETAIL
    STRING WS-OLD-NAME " -> " WS-NEW-NAME DELIMITED BY SIZE
        INTO WS-MAINT-DETAIL
    PERFORM WRITE-MAINT-LOG
    DISPLAY WS-NEW-ID " is now " WS-NEW-NAME ".".

RETIRE-PLAYER.
    PERFORM GET-OPERATOR
    IF WS-OPERATOR IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Player ID to retire: " WITH NO ADVANCING
    ACCEPT WS-NEW-ID
    PERFORM LOAD-PLAYER-MASTER
    PERFORM FIND-PLAYER
    IF WS-FOUND-IX IS EQUAL TO ZERO THEN
        DISPLAY "That ID is not registered."
        EXIT PARAGRAPH
    END-IF
    IF WS-PT-STATUS(WS-FOUND-IX) IS EQUAL TO "R" THEN
        DISPLAY WS-NEW-ID " is already retired."
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NEW-ID TO WS-OLD-ID
    PERFORM COUNT-OPEN-SEATS
    IF WS-OPEN-SEATS > ZERO THEN
        DISPLAY WS-NEW-ID " still holds " WS-OPEN-SEATS " seat(s) in "
            "open tournament matches - once retired it cannot play "
            "them and TOURNSWP will forfeit them at their deadlines."
    END-IF
    DISPLAY "Retire " WS-NEW-ID " (" WS-PT-NAME(WS-FOUND-IX) ")? It "
        "stays on file but can no longer sign in. (Y/N): "
        WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM IS NOT EQUAL TO "Y" AND WS-CONFIRM IS NOT EQUAL TO "y"
    THEN
        DISPLAY "Not retired."
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-MASTER-IDLE
    IF WS-MAINT-OK IS EQUAL TO "N" THEN
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-PLAYER-MASTER
    PERFORM FIND-PLAYER
    IF WS-FOUND-IX IS EQUAL TO ZERO THEN
        DISPLAY "That ID has gone from the master - not retired."
        EXIT PARAGRAPH
    END-IF
    MOVE "R" TO WS-PT-STATUS(WS-FOUND-IX)
    PERFORM REWRITE-PLAYER-MASTER
    PERFORM REWRITE-BAK-MASTER
    MOVE "RETIRE" TO WS-MAINT-ACTION
    MOVE WS-NEW-ID TO WS-MAINT-ID
    MOVE SPACES TO WS-MAINT-OTHER
    MOVE WS-PT-NAME(WS-FOUND-IX) TO WS-MAINT-DETAIL
    PERFORM WRITE-MAINT-LOG
    DISPLAY WS-NEW-ID " retired.".

MERGE-PLAYER.
    *> WS-OLD-ID is the duplicate being merged away, WS-NEW-ID the
    *> survivor. Everything is checked before anything is written.
    PERFORM GET-OPERATOR
    IF WS-OPERATOR IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Duplicate ID to merge away: " WITH NO ADVANCING
    ACCEPT WS-OLD-ID
    DISPLAY "Surviving ID to merge it into: " WITH NO ADVANCING
    ACCEPT WS-NEW-ID
    IF (WS-OLD-ID IS EQUAL TO SPACES) OR (WS-NEW-ID IS EQUAL TO SPACES)
       OR (WS-OLD-ID IS EQUAL TO WS-NEW-ID) THEN
        DISPLAY "A merge needs two different IDs."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-PLAYER-MASTER
    PERFORM FIND-MERGE-PAIR
    IF WS-OLD-IX IS EQUAL TO ZERO THEN
        DISPLAY WS-OLD-ID " is not registered."
        EXIT PARAGRAPH
    END-IF
    IF WS-SURV-IX IS EQUAL TO ZERO THEN
        DISPLAY WS-NEW-ID " is not registered."
        EXIT PARAGRAPH
    END-IF
    IF WS-PT-STATUS(WS-SURV-IX) IS EQUAL TO "R" THEN
        DISPLAY WS-NEW-ID " is retired - merge into an active ID."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-XREF-FILE
    PERFORM VARYING WS-XREF-IX FROM 1 BY 1
            UNTIL WS-XREF-IX > WS-XREF-CT
        IF WS-XR-OLD(WS-XREF-IX) IS EQUAL TO WS-OLD-ID THEN
            DISPLAY WS-OLD-ID " was already merged into "
                WS-XR-NEW(WS-XREF-IX) " on " WS-XR-TS(WS-XREF-IX) "."
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-XREF-CT >= 200 THEN
        DISPLAY "PLAYXREF.DAT is full - no further merges can be "
            "recorded."
        EXIT PARAGRAPH
    END-IF
    PERFORM COUNT-OPEN-SEATS
    IF WS-CLASH-CT > ZERO THEN
        DISPLAY WS-OLD-ID " and " WS-NEW-ID " have an open "
            "tournament match against each other - let it finish, or "
            "be forfeited by TOURNSWP, before merging."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-JOURNAL
    IF WS-JRNL-FULL IS EQUAL TO "Y" THEN
        DISPLAY "PLAYJRNL.DAT holds more pending deltas than a merge "
            "can carry - run PLAYUPD's apply step first."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Merge " WS-OLD-ID " (" WS-PT-NAME(WS-OLD-IX) ") into "
        WS-NEW-ID " (" WS-PT-NAME(WS-SURV-IX) ")?"
    DISPLAY "Totals, pending deltas, open match seats and ratings "
        "move to " WS-NEW-ID " and " WS-OLD-ID " is retired. (Y/N): "
        WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM IS NOT EQUAL TO "Y" AND WS-CONFIRM IS NOT EQUAL TO "y"
    THEN
        DISPLAY "Not merged."
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-MASTER-IDLE
    IF WS-MAINT-OK IS EQUAL TO "N" THEN
        EXIT PARAGRAPH
    END-IF

    PERFORM MERGE-JOURNAL
    PERFORM MERGE-MATCH-SEATS
    PERFORM MERGE-RATINGS
    PERFORM MERGE-H2H

    *> The master is re-read after the journal was re-keyed, so an
    *> apply run that slipped in between cannot be wound back.
    PERFORM LOAD-PLAYER-MASTER
    PERFORM FIND-MERGE-PAIR
    ADD WS-PT-GAMES(WS-OLD-IX) TO WS-PT-GAMES(WS-SURV-IX)
    ADD WS-PT-SOLVES(WS-OLD-IX) TO WS-PT-SOLVES(WS-SURV-IX)
    ADD WS-PT-GIVEUPS(WS-OLD-IX) TO WS-PT-GIVEUPS(WS-SURV-IX)
    ADD WS-PT-GUESSES(WS-OLD-IX) TO WS-PT-GUESSES(WS-SURV-IX)
    MOVE WS-PT-GAMES(WS-OLD-IX) TO WS-GAMES-OLD
    MOVE ZERO TO WS-PT-GAMES(WS-OLD-IX)
    MOVE ZERO TO WS-PT-SOLVES(WS-OLD-IX)
    MOVE ZERO TO WS-PT-GIVEUPS(WS-OLD-IX)
    MOVE ZERO TO WS-PT-GUESSES(WS-OLD-IX)
    MOVE "R" TO WS-PT-STATUS(WS-OLD-IX)
    PERFORM REWRITE-PLAYER-MASTER
    PERFORM REWRITE-BAK-MASTER
    PERFORM ADD-XREF-ENTRY

    MOVE "MERGE" TO WS-MAINT-ACTION
    MOVE WS-OLD-ID TO WS-MAINT-ID
    MOVE WS-NEW-ID TO WS-MAINT-OTHER
    MOVE SPACES TO WS-MAINT-DETAIL
    STRING "games " WS-GAMES-OLD " deltas " WS-JRNL-MOVED
           " seats " WS-SEATS-MOVED " h2h " WS-H2H-MOVED
           " rating " WS-RATE-MOVED
        DELIMITED BY SIZE INTO WS-MAINT-DETAIL
    PERFORM WRITE-MAINT-LOG
    DISPLAY WS-OLD-ID " merged into " WS-NEW-ID ": " WS-GAMES-OLD
        " game(s), " WS-JRNL-MOVED " pending delta(s), "
        WS-SEATS-MOVED " open seat(s), " WS-H2H-MOVED
        " head-to-head pair(s) carried across."
    IF WS-JRNL-FULL IS EQUAL TO "Y" THEN
        DISPLAY "PLAYJRNL.DAT filled up during the merge and was "
            "left as it is - PLAYUPD credits " WS-OLD-ID "'s "
            "deltas to " WS-NEW-ID " through PLAYXREF.DAT."
    END-IF.

LINK-SITE-ID.
    *> Links a satellite club's player ID to one registered here, so
    *> SITEIMP credits that player's games from the club to our ID.
    PERFORM GET-OPERATOR
    IF WS-OPERATOR IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Satellite club code (up to 4 characters): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-SITE-CODE
    ACCEPT WS-SITE-CODE
    IF WS-SITE-CODE IS EQUAL TO SPACES THEN
        DISPLAY "A club code is needed."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Player ID at that club: " WITH NO ADVANCING
    MOVE SPACES TO WS-SITE-ID
    ACCEPT WS-SITE-ID
    IF WS-SITE-ID IS EQUAL TO SPACES THEN
        DISPLAY "A blank ID cannot be linked."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-SITE-XREF
    PERFORM FIND-SITE-LINK
    IF WS-SXREF-IX > 0 THEN
        DISPLAY WS-SITE-CODE " " WS-SITE-ID " is linked to "
            WS-SX-OURS(WS-SXREF-IX) " (set " WS-SX-TS(WS-SXREF-IX)
            " by " WS-SX-BY(WS-SXREF-IX) ")."
    END-IF
    DISPLAY "Our player ID for them (blank = remove the link): "
        WITH NO ADVANCING
    MOVE SPACES TO WS-NEW-ID
    ACCEPT WS-NEW-ID
    IF WS-NEW-ID IS EQUAL TO SPACES THEN
        IF WS-SXREF-IX IS EQUAL TO ZERO THEN
            DISPLAY "No link to remove."
            EXIT PARAGRAPH
        END-IF
        MOVE WS-SX-OURS(WS-SXREF-IX) TO WS-MAINT-OTHER
        PERFORM VARYING WS-SXREF-I FROM WS-SXREF-IX BY 1
                UNTIL WS-SXREF-I >= WS-SXREF-CT
            MOVE WS-SXREF-ENT(WS-SXREF-I + 1) TO WS-SXREF-ENT(WS-SXREF-I)
        END-PERFORM
        SUBTRACT 1 FROM WS-SXREF-CT
        PERFORM REWRITE-SITE-XREF
        MOVE "SITEDROP" TO WS-MAINT-ACTION
        MOVE SPACES TO WS-MAINT-DETAIL
        STRING "link from club " WS-SITE-CODE " ID " WS-SITE-ID
            " removed" DELIMITED BY SIZE INTO WS-MAINT-DETAIL
        MOVE WS-MAINT-OTHER TO WS-MAINT-ID
        MOVE SPACES TO WS-MAINT-OTHER
        PERFORM WRITE-MAINT-LOG
        DISPLAY "Link removed."
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-PLAYER-MASTER
    PERFORM FIND-PLAYER
    IF WS-FOUND-IX IS EQUAL TO ZERO THEN
        DISPLAY "That ID is not registered here."
        EXIT PARAGRAPH
    END-IF
    IF WS-PT-STATUS(WS-FOUND-IX) IS EQUAL TO "R" THEN
        DISPLAY WS-NEW-ID " is retired - link the ID the player uses "
            "now."
        EXIT PARAGRAPH
    END-IF
    IF WS-SXREF-IX IS EQUAL TO ZERO THEN
        IF WS-SXREF-CT >= 500 THEN
            DISPLAY "SITEXREF.DAT is full."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SXREF-CT
        MOVE WS-SXREF-CT TO WS-SXREF-IX
        MOVE WS-SITE-CODE TO WS-SX-SITE(WS-SXREF-IX)
        MOVE WS-SITE-ID TO WS-SX-THEIR(WS-SXREF-IX)
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-NEW-ID TO WS-SX-OURS(WS-SXREF-IX)
    MOVE WS-CD-DATETIME(1:14) TO WS-SX-TS(WS-SXREF-IX)
    MOVE WS-OPERATOR TO WS-SX-BY(WS-SXREF-IX)
    PERFORM REWRITE-SITE-XREF
    MOVE "SITELINK" TO WS-MAINT-ACTION
    MOVE WS-NEW-ID TO WS-MAINT-ID
    MOVE SPACES TO WS-MAINT-OTHER
    MOVE SPACES TO WS-MAINT-DETAIL
    STRING "club " WS-SITE-CODE " ID " WS-SITE-ID DELIMITED BY SIZE
        INTO WS-MAINT-DETAIL
    PERFORM WRITE-MAINT-LOG
    DISPLAY WS-SITE-CODE " " WS-SITE-ID " now maps to " WS-NEW-ID ".".

FIND-SITE-LINK.
    MOVE ZERO TO WS-SXREF-IX
    PERFORM VARYING WS-SXREF-I FROM 1 BY 1 UNTIL WS-SXREF-I > WS-SXREF-CT
        IF (WS-SX-SITE(WS-SXREF-I) IS EQUAL TO WS-SITE-CODE)
           AND (WS-SX-THEIR(WS-SXREF-I) IS EQUAL TO WS-SITE-ID) THEN
            MOVE WS-SXREF-I TO WS-SXREF-IX
        END-IF
    END-PERFORM.

LOAD-SITE-XREF.
    MOVE ZERO TO WS-SXREF-CT
    OPEN INPUT SITEXREF-FILE
    IF WS-SXREF-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ SITEXREF-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF WS-SXREF-CT < 500 THEN
                    ADD 1 TO WS-SXREF-CT
                    MOVE SX-SITE TO WS-SX-SITE(WS-SXREF-CT)
                    MOVE SX-THEIR-ID TO WS-SX-THEIR(WS-SXREF-CT)
                    MOVE SX-OUR-ID TO WS-SX-OURS(WS-SXREF-CT)
                    MOVE SX-LINKED-TS TO WS-SX-TS(WS-SXREF-CT)
                    MOVE SX-LINKED-BY TO WS-SX-BY(WS-SXREF-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SITEXREF-FILE.

REWRITE-SITE-XREF.
    OPEN OUTPUT SITEXREF-FILE
    PERFORM VARYING WS-SXREF-I FROM 1 BY 1 UNTIL WS-SXREF-I > WS-SXREF-CT
        MOVE SPACES TO SITE-XREF-RECORD
        MOVE WS-SX-SITE(WS-SXREF-I) TO SX-SITE
        MOVE WS-SX-THEIR(WS-SXREF-I) TO SX-THEIR-ID
        MOVE WS-SX-OURS(WS-SXREF-I) TO SX-OUR-ID
        MOVE WS-SX-TS(WS-SXREF-I) TO SX-LINKED-TS
        MOVE WS-SX-BY(WS-SXREF-I) TO SX-LINKED-BY
        WRITE SITE-XREF-RECORD
    END-PERFORM
    CLOSE SITEXREF-FILE.

GET-OPERATOR.
    *> Asked once per session, the first time a change is made.
    IF WS-OPERATOR IS EQUAL TO SPACES THEN
        DISPLAY "Operator ID making this change: " WITH NO ADVANCING
        ACCEPT WS-OPERATOR
    END-IF
    IF WS-OPERATOR IS EQUAL TO SPACES THEN
        DISPLAY "Registration changes must be signed - enter an "
            "operator ID."
    END-IF.

CHECK-MASTER-IDLE.
    *> A PLAYUPD apply run caught mid-flight builds its new master
    *> from the old one, so a change made now would be lost when
    *> the run is finished.
    MOVE "Y" TO WS-MAINT-OK
    OPEN INPUT WORK-FILE
    IF WS-WORK-STATUS IS EQUAL TO "00" THEN
        READ WORK-FILE
            NOT AT END
                MOVE "N" TO WS-MAINT-OK
        END-READ
        CLOSE WORK-FILE
    END-IF
    IF WS-MAINT-OK IS EQUAL TO "N" THEN
        DISPLAY "A PLAYUPD apply run is in flight (PLAYWORK.DAT) - "
            "rerun it to finish before changing registrations."
    END-IF.

FIND-MERGE-PAIR.
    MOVE ZERO TO WS-OLD-IX
    MOVE ZERO TO WS-SURV-IX
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        IF WS-PT-ID(WS-I) IS EQUAL TO WS-OLD-ID THEN
            MOVE WS-I TO WS-OLD-IX
        END-IF
        IF WS-PT-ID(WS-I) IS EQUAL TO WS-NEW-ID THEN
            MOVE WS-I TO WS-SURV-IX
        END-IF
    END-PERFORM.

COUNT-OPEN-SEATS.
    *> Seats WS-OLD-ID holds in matches still being played, and how
    *> many of those matches are against WS-NEW-ID.
    MOVE ZERO TO WS-OPEN-SEATS
    MOVE ZERO TO WS-CLASH-CT
    OPEN INPUT MATCH-FILE
    IF WS-MATCH-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ MATCH-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF (MT-STATUS IS EQUAL TO "P")
                   OR (MT-STATUS IS EQUAL TO "A") THEN
                    IF (MT-P1-ID IS EQUAL TO WS-OLD-ID)
                       OR (MT-P2-ID IS EQUAL TO WS-OLD-ID) THEN
                        ADD 1 TO WS-OPEN-SEATS
                    END-IF
                    IF ((MT-P1-ID IS EQUAL TO WS-OLD-ID)
                        AND (MT-P2-ID IS EQUAL TO WS-NEW-ID))
                       OR ((MT-P1-ID IS EQUAL TO WS-NEW-ID)
                        AND (MT-P2-ID IS EQUAL TO WS-OLD-ID)) THEN
                        ADD 1 TO WS-CLASH-CT
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MATCH-FILE.

MERGE-JOURNAL.
    *> Pending deltas are re-keyed in place from a fresh read, the
    *> way PLAYUPD trims the journal. Should the journal have grown
    *> past the table since the check it is left alone: PLAYUPD
    *> credits deltas for a merged ID to the survivor anyway.
    MOVE ZERO TO WS-JRNL-MOVED
    PERFORM LOAD-JOURNAL
    IF (WS-JRNL-CT IS EQUAL TO ZERO) OR (WS-JRNL-FULL IS EQUAL TO "Y")
    THEN
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-JRNL-CT
        MOVE WS-JRNL-LINE(WS-K) TO PLAYER-DELTA-RECORD
        IF PJ-PLAYER-ID IS EQUAL TO WS-OLD-ID THEN
            MOVE WS-NEW-ID TO PJ-PLAYER-ID
            MOVE PLAYER-DELTA-RECORD TO WS-JRNL-LINE(WS-K)
            ADD 1 TO WS-JRNL-MOVED
        END-IF
    END-PERFORM
    IF WS-JRNL-MOVED IS EQUAL TO ZERO THEN
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT JOURNAL-FILE
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-JRNL-CT
        MOVE WS-JRNL-LINE(WS-K) TO PLAYER-DELTA-RECORD
        WRITE PLAYER-DELTA-RECORD
    END-PERFORM
    CLOSE JOURNAL-FILE.

MERGE-MATCH-SEATS.
    *> Only matches still being played change hands; finished ones
    *> keep the ID they were played under.
    MOVE ZERO TO WS-SEATS-MOVED
    PERFORM GRAB-MATCH-LOCK
    MOVE ZERO TO WS-MATCH-CT
    PERFORM LOAD-MATCHES
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MATCH-CT
        MOVE WS-MATCH(WS-I) TO MATCH-RECORD
        IF ((MT-STATUS IS EQUAL TO "P") OR (MT-STATUS IS EQUAL TO "A"))
           AND (MT-P1-ID IS NOT EQUAL TO WS-NEW-ID)
           AND (MT-P2-ID IS NOT EQUAL TO WS-NEW-ID) THEN
            IF MT-P1-ID IS EQUAL TO WS-OLD-ID THEN
                MOVE WS-NEW-ID TO MT-P1-ID
                ADD 1 TO WS-SEATS-MOVED
            END-IF
            IF MT-P2-ID IS EQUAL TO WS-OLD-ID THEN
                MOVE WS-NEW-ID TO MT-P2-ID
                ADD 1 TO WS-SEATS-MOVED
            END-IF
            MOVE SPACES TO WS-MATCH(WS-I)
            MOVE MATCH-RECORD TO WS-MATCH(WS-I)
        END-IF
    END-PERFORM
    IF WS-SEATS-MOVED > ZERO THEN
        OPEN OUTPUT MATCH-FILE
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MATCH-CT
            MOVE WS-MATCH(WS-I) TO MATCH-RECORD
            WRITE MATCH-RECORD
        END-PERFORM
        CLOSE MATCH-FILE
    END-IF
    PERFORM FREE-MATCH-LOCK.

MERGE-RATINGS.
    *> The survivor keeps one rating: the two are averaged, weighted
    *> by the results rated under each, and the win/loss/tie counts
    *> are added together. With no entry of its own the survivor
    *> simply takes over the duplicate's.
    MOVE "N" TO WS-RATE-MOVED
    PERFORM LOAD-RATINGS
    MOVE ZERO TO WS-RO-IX
    MOVE ZERO TO WS-RN-IX
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-RATED-CT
        IF WS-RD-ID(WS-K) IS EQUAL TO WS-OLD-ID THEN
            MOVE WS-K TO WS-RO-IX
        END-IF
        IF WS-RD-ID(WS-K) IS EQUAL TO WS-NEW-ID THEN
            MOVE WS-K TO WS-RN-IX
        END-IF
    END-PERFORM
    IF WS-RO-IX IS EQUAL TO ZERO THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-RATE-MOVED
    IF WS-RN-IX IS EQUAL TO ZERO THEN
        MOVE WS-NEW-ID TO WS-RD-ID(WS-RO-IX)
        PERFORM SAVE-RATINGS
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-GAMES-OLD = WS-RD-WINS(WS-RO-IX)
        + WS-RD-LOSSES(WS-RO-IX) + WS-RD-TIES(WS-RO-IX)
    COMPUTE WS-GAMES-NEW = WS-RD-WINS(WS-RN-IX)
        + WS-RD-LOSSES(WS-RN-IX) + WS-RD-TIES(WS-RN-IX)
    IF WS-GAMES-OLD + WS-GAMES-NEW > ZERO THEN
        COMPUTE WS-RD-RATING(WS-RN-IX) ROUNDED =
            (WS-RD-RATING(WS-RO-IX) * WS-GAMES-OLD
             + WS-RD-RATING(WS-RN-IX) * WS-GAMES-NEW)
            / (WS-GAMES-OLD + WS-GAMES-NEW)
        COMPUTE WS-RD-PRIOR(WS-RN-IX) ROUNDED =
            (WS-RD-PRIOR(WS-RO-IX) * WS-GAMES-OLD
             + WS-RD-PRIOR(WS-RN-IX) * WS-GAMES-NEW)
            / (WS-GAMES-OLD + WS-GAMES-NEW)
    END-IF
    ADD WS-RD-WINS(WS-RO-IX) TO WS-RD-WINS(WS-RN-IX)
    ADD WS-RD-LOSSES(WS-RO-IX) TO WS-RD-LOSSES(WS-RN-IX)
    ADD WS-RD-TIES(WS-RO-IX) TO WS-RD-TIES(WS-RN-IX)
    PERFORM VARYING WS-K FROM WS-RO-IX BY 1 UNTIL WS-K >= WS-RATED-CT
        MOVE WS-RATED-ENT(WS-K + 1) TO WS-RATED-ENT(WS-K)
    END-PERFORM
    SUBTRACT 1 FROM WS-RATED-CT
    PERFORM SAVE-RATINGS.

MERGE-H2H.
    *> Pairs with the duplicate are re-keyed to the survivor, folding
    *> into the survivor's own pair with that opponent where there is
    *> one. A pair between the two IDs themselves no longer means
    *> anything and is dropped.
    MOVE ZERO TO WS-H2H-MOVED
    PERFORM LOAD-H2H
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-H2H-CT
        MOVE "N" TO WS-HT-DROP(WS-K)
    END-PERFORM
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-H2H-CT
        IF (WS-HT-ID1(WS-K) IS EQUAL TO WS-OLD-ID)
           OR (WS-HT-ID2(WS-K) IS EQUAL TO WS-OLD-ID) THEN
            PERFORM REKEY-ONE-PAIR
        END-IF
    END-PERFORM
    IF WS-H2H-MOVED IS EQUAL TO ZERO THEN
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-KEEP-CT
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-H2H-CT
        IF WS-HT-DROP(WS-K) IS EQUAL TO "N" THEN
            ADD 1 TO WS-KEEP-CT
            MOVE WS-H2H-ENT(WS-K) TO WS-H2H-ENT(WS-KEEP-CT)
        END-IF
    END-PERFORM
    MOVE WS-KEEP-CT TO WS-H2H-CT
    PERFORM SAVE-H2H.

REKEY-ONE-PAIR.
    ADD 1 TO WS-H2H-MOVED
    *> The pair as the duplicate saw it: opponent, wins, losses.
    IF WS-HT-ID1(WS-K) IS EQUAL TO WS-OLD-ID THEN
        MOVE WS-HT-ID2(WS-K) TO WS-OPP-ID
        MOVE WS-HT-W1(WS-K) TO WS-OPP-W
        MOVE WS-HT-W2(WS-K) TO WS-OPP-L
    ELSE
        MOVE WS-HT-ID1(WS-K) TO WS-OPP-ID
        MOVE WS-HT-W2(WS-K) TO WS-OPP-W
        MOVE WS-HT-W1(WS-K) TO WS-OPP-L
    END-IF
    MOVE WS-HT-TIES(WS-K) TO WS-OPP-T
    IF WS-OPP-ID IS EQUAL TO WS-NEW-ID THEN
        MOVE "Y" TO WS-HT-DROP(WS-K)
        EXIT PARAGRAPH
    END-IF
    *> Lower ID in slot 1, as RATEUPD files its pairs.
    IF WS-NEW-ID < WS-OPP-ID THEN
        MOVE WS-NEW-ID TO WS-PAIR-ID1
        MOVE WS-OPP-ID TO WS-PAIR-ID2
        MOVE WS-OPP-W TO WS-PAIR-W1
        MOVE WS-OPP-L TO WS-PAIR-W2
    ELSE
        MOVE WS-OPP-ID TO WS-PAIR-ID1
        MOVE WS-NEW-ID TO WS-PAIR-ID2
        MOVE WS-OPP-L TO WS-PAIR-W1
        MOVE WS-OPP-W TO WS-PAIR-W2
    END-IF
    MOVE ZERO TO WS-PAIR-IX
    PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-H2H-CT
        IF (WS-L IS NOT EQUAL TO WS-K)
           AND (WS-HT-DROP(WS-L) IS EQUAL TO "N")
           AND (WS-HT-ID1(WS-L) IS EQUAL TO WS-PAIR-ID1)
           AND (WS-HT-ID2(WS-L) IS EQUAL TO WS-PAIR-ID2) THEN
            MOVE WS-L TO WS-PAIR-IX
        END-IF
    END-PERFORM
    IF WS-PAIR-IX > ZERO THEN
        ADD WS-PAIR-W1 TO WS-HT-W1(WS-PAIR-IX)
        ADD WS-PAIR-W2 TO WS-HT-W2(WS-PAIR-IX)
        ADD WS-OPP-T TO WS-HT-TIES(WS-PAIR-IX)
        MOVE "Y" TO WS-HT-DROP(WS-K)
    ELSE
        MOVE WS-PAIR-ID1 TO WS-HT-ID1(WS-K)
        MOVE WS-PAIR-ID2 TO WS-HT-ID2(WS-K)
        MOVE WS-PAIR-W1 TO WS-HT-W1(WS-K)
        MOVE WS-PAIR-W2 TO WS-HT-W2(WS-K)
    END-IF.

ADD-XREF-ENTRY.
    *> IDs merged earlier into the one now going away are re-pointed
    *> at the survivor, so every entry stays one lookup deep.
    PERFORM LOAD-XREF-FILE
    PERFORM VARYING WS-XREF-IX FROM 1 BY 1
            UNTIL WS-XREF-IX > WS-XREF-CT
        IF WS-XR-NEW(WS-XREF-IX) IS EQUAL TO WS-OLD-ID THEN
            MOVE WS-NEW-ID TO WS-XR-NEW(WS-XREF-IX)
        END-IF
    END-PERFORM
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    IF WS-XREF-CT < 200 THEN
        ADD 1 TO WS-XREF-CT
        MOVE WS-OLD-ID TO WS-XR-OLD(WS-XREF-CT)
        MOVE WS-NEW-ID TO WS-XR-NEW(WS-XREF-CT)
        MOVE WS-CD-DATETIME(1:14) TO WS-XR-TS(WS-XREF-CT)
        MOVE WS-OPERATOR TO WS-XR-BY(WS-XREF-CT)
    END-IF
    OPEN OUTPUT XREF-FILE
    PERFORM VARYING WS-XREF-IX FROM 1 BY 1
            UNTIL WS-XREF-IX > WS-XREF-CT
        MOVE SPACES TO PLAYER-XREF-RECORD
        MOVE WS-XR-OLD(WS-XREF-IX) TO PX-OLD-ID
        MOVE WS-XR-NEW(WS-XREF-IX) TO PX-NEW-ID
        MOVE WS-XR-TS(WS-XREF-IX) TO PX-MERGED-TS
        MOVE WS-XR-BY(WS-XREF-IX) TO PX-MERGED-BY
        WRITE PLAYER-XREF-RECORD
    END-PERFORM
    CLOSE XREF-FILE.

FIND-PIN-ENTRY.
    MOVE ZERO TO WS-PIN-IX
    PERFORM VARYING WS-PIN-I FROM 1 BY 1 UNTIL WS-PIN-I > WS-PIN-CT
        IF WS-PN-ID(WS-PIN-I) IS EQUAL TO WS-NEW-ID THEN
            MOVE WS-PIN-I TO WS-PIN-IX
        END-IF
    END-PERFORM.

LOAD-PIN-FILE.
    MOVE ZERO TO WS-PIN-CT
    OPEN INPUT PIN-FILE
    IF WS-PIN-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-PIN-EOF
    PERFORM UNTIL WS-PIN-EOF IS EQUAL TO "Y"
        READ PIN-FILE
            AT END
                MOVE "Y" TO WS-PIN-EOF
            NOT AT END
                IF WS-PIN-CT < 200 THEN
                    ADD 1 TO WS-PIN-CT
                    MOVE PN-ID TO WS-PN-ID(WS-PIN-CT)
                    MOVE PN-PIN TO WS-PN-PIN(WS-PIN-CT)
                    MOVE PN-FAILS TO WS-PN-FAILS(WS-PIN-CT)
                    MOVE PN-LOCKED TO WS-PN-LOCKED(WS-PIN-CT)
                    MOVE PN-CHANGED-TS TO WS-PN-TS(WS-PIN-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PIN-FILE.

REWRITE-PIN-FILE.
    OPEN OUTPUT PIN-FILE
    PERFORM VARYING WS-PIN-I FROM 1 BY 1 UNTIL WS-PIN-I > WS-PIN-CT
        MOVE SPACES TO PIN-RECORD
        MOVE WS-PN-ID(WS-PIN-I) TO PN-ID
        MOVE WS-PN-PIN(WS-PIN-I) TO PN-PIN
        MOVE WS-PN-FAILS(WS-PIN-I) TO PN-FAILS
        MOVE WS-PN-LOCKED(WS-PIN-I) TO PN-LOCKED
        MOVE WS-PN-TS(WS-PIN-I) TO PN-CHANGED-TS
        WRITE PIN-RECORD
    END-PERFORM
    CLOSE PIN-FILE.

GRAB-PIN-LOCK.
    PERFORM FOREVER
        PERFORM READ-PIN-LOCK
        IF WS-LOCK-HELD IS EQUAL TO "N" THEN
            PERFORM WRITE-PIN-LOCK
            EXIT PERFORM
        END-IF
        PERFORM CHECK-LOCK-STALE
        IF WS-LOCK-STALE IS EQUAL TO "Y" THEN
            DISPLAY "Stale lock left by " WS-LOCK-HOLDER " at "
                WS-LOCK-TS " (holder presumed crashed) - taking "
                "it over."
            PERFORM WRITE-PIN-LOCK
            EXIT PERFORM
        END-IF
        DISPLAY "PLAYPIN.DAT is locked by " WS-LOCK-HOLDER
            " since " WS-LOCK-TS " - press Enter to retry."
        ACCEPT WS-LOCK-REPLY
    END-PERFORM.

READ-PIN-LOCK.
    MOVE "N" TO WS-LOCK-HELD
    OPEN INPUT PLOCK-FILE
    IF WS-PLOCK-STATUS IS EQUAL TO "00" THEN
        READ PLOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE PK-HOLDER TO WS-LOCK-HOLDER
                MOVE PK-TS TO WS-LOCK-TS
                MOVE "Y" TO WS-LOCK-HELD
        END-READ
        CLOSE PLOCK-FILE
    END-IF.

WRITE-PIN-LOCK.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    OPEN OUTPUT PLOCK-FILE
    MOVE SPACES TO PLOCK-RECORD
    MOVE "PLAYREG" TO PK-HOLDER
    MOVE WS-CD-DATETIME(1:14) TO PK-TS
    WRITE PLOCK-RECORD
    CLOSE PLOCK-FILE.

FREE-PIN-LOCK.
    OPEN OUTPUT PLOCK-FILE
    CLOSE PLOCK-FILE.

CHECK-LOCK-STALE.
    *> Older than ten minutes (or unreadable) means the holder
    *> crashed without freeing it - a PIN rewrite takes seconds.
    MOVE "N" TO WS-LOCK-STALE
    IF WS-LOCK-TS IS NOT NUMERIC THEN
        MOVE "Y" TO WS-LOCK-STALE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LOCK-TS(1:8) TO WS-LK-DATE
    COMPUTE WS-LK-DAYS = FUNCTION INTEGER-OF-DATE(WS-LK-DATE)
    COMPUTE WS-LOCK-SECS = WS-LK-DAYS * 86400
        + FUNCTION NUMVAL(WS-LOCK-TS(9:2)) * 3600
        + FUNCTION NUMVAL(WS-LOCK-TS(11:2)) * 60
        + FUNCTION NUMVAL(WS-LOCK-TS(13:2))
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:8) TO WS-LK-DATE
    COMPUTE WS-LK-DAYS = FUNCTION INTEGER-OF-DATE(WS-LK-DATE)
    COMPUTE WS-NOW-SECS = WS-LK-DAYS * 86400
        + FUNCTION NUMVAL(WS-CD-DATETIME(9:2)) * 3600
        + FUNCTION NUMVAL(WS-CD-DATETIME(11:2)) * 60
        + FUNCTION NUMVAL(WS-CD-DATETIME(13:2))
    COMPUTE WS-LOCK-AGE = WS-NOW-SECS - WS-LOCK-SECS
    IF WS-LOCK-AGE > 600 THEN
        MOVE "Y" TO WS-LOCK-STALE
    END-IF.

WRITE-SECURITY-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    OPEN EXTEND SECLOG-FILE
    IF WS-SEC-STATUS IS EQUAL TO "35"
        OPEN OUTPUT SECLOG-FILE
    END-IF
    MOVE SPACES TO SECURITY-RECORD
    MOVE WS-CD-DATETIME(1:14) TO SE-TS
    MOVE "PLAYREG" TO SE-PROGRAM
    MOVE WS-NEW-ID TO SE-PLAYER-ID
    MOVE WS-PIN-EVENT TO SE-EVENT
    MOVE ZERO TO SE-FAILS
    MOVE WS-OPERATOR TO SE-OPERATOR
    WRITE SECURITY-RECORD
    CLOSE SECLOG-FILE.

LOAD-PLAYER-MASTER.
    MOVE ZERO TO WS-PLAYER-CT
    OPEN INPUT PLAYER-FILE
                    MOVE PL-SOLVES TO WS-PT-SOLVES(WS-PLAYER-CT)
                    MOVE PL-GIVEUPS TO WS-PT-GIVEUPS(WS-PLAYER-CT)
                    MOVE PL-GUESS-TOTAL TO WS-PT-GUESSES(WS-PLAYER-CT)
                    MOVE PL-STATUS TO WS-PT-STATUS(WS-PLAYER-CT)
                END-IF
        END-READ
    END-PERFORM
        MOVE WS-PT-SOLVES(WS-I) TO PL-SOLVES
        MOVE WS-PT-GIVEUPS(WS-I) TO PL-GIVEUPS
        MOVE WS-PT-GUESSES(WS-I) TO PL-GUESS-TOTAL
        MOVE WS-PT-STATUS(WS-I) TO PL-STATUS
        WRITE PLAYER-RECORD
    END-PERFORM
    CLOSE PLAYER-FILE.

REWRITE-BAK-MASTER.
    *> With no apply run in flight the backup differs from the live
    *> master only by registrations added since the last apply, so
    *> it is brought level with the table just written.
    OPEN OUTPUT BAK-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        MOVE SPACES TO BAKM-RECORD
        MOVE WS-PT-ID(WS-I) TO BK-ID
        MOVE WS-PT-NAME(WS-I) TO BK-NAME
        MOVE WS-PT-GAMES(WS-I) TO BK-GAMES
        MOVE WS-PT-SOLVES(WS-I) TO BK-SOLVES
        MOVE WS-PT-GIVEUPS(WS-I) TO BK-GIVEUPS
        MOVE WS-PT-GUESSES(WS-I) TO BK-GUESS-TOTAL
        MOVE WS-PT-STATUS(WS-I) TO BK-STATUS
        WRITE BAKM-RECORD
    END-PERFORM
    CLOSE BAK-FILE.

WRITE-MAINT-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    OPEN EXTEND MAINT-FILE
    IF WS-MAINT-STATUS IS EQUAL TO "35"
        OPEN OUTPUT MAINT-FILE
    END-IF
    MOVE SPACES TO PLAYER-MAINT-RECORD
    MOVE WS-CD-DATETIME(1:14) TO PM-TS
    MOVE WS-OPERATOR TO PM-OPERATOR
    MOVE WS-MAINT-ACTION TO PM-ACTION
    MOVE WS-MAINT-ID TO PM-PLAYER-ID
    MOVE WS-MAINT-OTHER TO PM-OTHER-ID
    MOVE WS-MAINT-DETAIL TO PM-DETAIL
    WRITE PLAYER-MAINT-RECORD
    CLOSE MAINT-FILE.

LOAD-JOURNAL.
    MOVE ZERO TO WS-JRNL-CT
    MOVE "N" TO WS-JRNL-FULL
    OPEN INPUT JOURNAL-FILE
    IF WS-JRNL-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ JOURNAL-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF WS-JRNL-CT < 2000 THEN
                    ADD 1 TO WS-JRNL-CT
                    MOVE SPACES TO WS-JRNL-LINE(WS-JRNL-CT)
                    MOVE PLAYER-DELTA-RECORD TO WS-JRNL-LINE(WS-JRNL-CT)
                ELSE
                    MOVE "Y" TO WS-JRNL-FULL
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE.

LOAD-MATCHES.
    OPEN INPUT MATCH-FILE
    IF WS-MATCH-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ MATCH-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF WS-MATCH-CT < 190 THEN
                    ADD 1 TO WS-MATCH-CT
                    MOVE SPACES TO WS-MATCH(WS-MATCH-CT)
                    MOVE MATCH-RECORD TO WS-MATCH(WS-MATCH-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE MATCH-FILE.

GRAB-MATCH-LOCK.
    PERFORM FOREVER
        PERFORM READ-MATCH-LOCK
        IF WS-LOCK-HELD IS EQUAL TO "N" THEN
            PERFORM WRITE-MATCH-LOCK
            EXIT PERFORM
        END-IF
        PERFORM CHECK-LOCK-STALE
        IF WS-LOCK-STALE IS EQUAL TO "Y" THEN
            DISPLAY "Stale lock left by " WS-LOCK-HOLDER " at "
                WS-LOCK-TS " (holder presumed crashed) - taking "
                "it over."
            PERFORM WRITE-MATCH-LOCK
            EXIT PERFORM
        END-IF
        DISPLAY "MATCHES.DAT is locked by " WS-LOCK-HOLDER
            " since " WS-LOCK-TS " - press Enter to retry."
        ACCEPT WS-LOCK-REPLY
    END-PERFORM.

READ-MATCH-LOCK.
    MOVE "N" TO WS-LOCK-HELD
    OPEN INPUT MLOCK-FILE
    IF WS-MLOCK-STATUS IS EQUAL TO "00" THEN
        READ MLOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE ML-HOLDER TO WS-LOCK-HOLDER
                MOVE ML-TS TO WS-LOCK-TS
                MOVE "Y" TO WS-LOCK-HELD
        END-READ
        CLOSE MLOCK-FILE
    END-IF.

WRITE-MATCH-LOCK.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    OPEN OUTPUT MLOCK-FILE
    MOVE SPACES TO MLOCK-RECORD
    MOVE "PLAYREG" TO ML-HOLDER
    MOVE WS-CD-DATETIME(1:14) TO ML-TS
    WRITE MLOCK-RECORD
    CLOSE MLOCK-FILE.

FREE-MATCH-LOCK.
    OPEN OUTPUT MLOCK-FILE
    CLOSE MLOCK-FILE.

LOAD-RATINGS.
    MOVE ZERO TO WS-RATED-CT
    OPEN INPUT RATING-FILE
    IF WS-RATE-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ RATING-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF WS-RATED-CT < 201 THEN
                    ADD 1 TO WS-RATED-CT
                    MOVE RR-ID TO WS-RD-ID(WS-RATED-CT)
                    MOVE RR-RATING TO WS-RD-RATING(WS-RATED-CT)
                    MOVE RR-PRIOR TO WS-RD-PRIOR(WS-RATED-CT)
                    MOVE RR-WINS TO WS-RD-WINS(WS-RATED-CT)
                    MOVE RR-LOSSES TO WS-RD-LOSSES(WS-RATED-CT)
                    MOVE RR-TIES TO WS-RD-TIES(WS-RATED-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE RATING-FILE.

SAVE-RATINGS.
    OPEN OUTPUT RATING-FILE
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-RATED-CT
        MOVE SPACES TO RATING-RECORD
        MOVE WS-RD-ID(WS-K) TO RR-ID
        MOVE WS-RD-RATING(WS-K) TO RR-RATING
        MOVE WS-RD-PRIOR(WS-K) TO RR-PRIOR
        MOVE WS-RD-WINS(WS-K) TO RR-WINS
        MOVE WS-RD-LOSSES(WS-K) TO RR-LOSSES
        MOVE WS-RD-TIES(WS-K) TO RR-TIES
        WRITE RATING-RECORD
    END-PERFORM
    CLOSE RATING-FILE.

LOAD-H2H.
    MOVE ZERO TO WS-H2H-CT
    OPEN INPUT H2H-FILE
    IF WS-H2H-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ H2H-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF WS-H2H-CT < 400 THEN
                    ADD 1 TO WS-H2H-CT
                    MOVE HH-ID1 TO WS-HT-ID1(WS-H2H-CT)
                    MOVE HH-ID2 TO WS-HT-ID2(WS-H2H-CT)
                    MOVE HH-W1 TO WS-HT-W1(WS-H2H-CT)
                    MOVE HH-W2 TO WS-HT-W2(WS-H2H-CT)
                    MOVE HH-TIES TO WS-HT-TIES(WS-H2H-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE H2H-FILE.

SAVE-H2H.
    OPEN OUTPUT H2H-FILE
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-H2H-CT
        MOVE SPACES TO H2H-RECORD
        MOVE WS-HT-ID1(WS-K) TO HH-ID1
        MOVE WS-HT-ID2(WS-K) TO HH-ID2
        MOVE WS-HT-W1(WS-K) TO HH-W1
        MOVE WS-HT-W2(WS-K) TO HH-W2
        MOVE WS-HT-TIES(WS-K) TO HH-TIES
        WRITE H2H-RECORD
    END-PERFORM
    CLOSE H2H-FILE.

LOAD-XREF-FILE.
    MOVE ZERO TO WS-XREF-CT
    OPEN INPUT XREF-FILE
    IF WS-XREF-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-XREF-EOF
    PERFORM UNTIL WS-XREF-EOF IS EQUAL TO "Y"
        READ XREF-FILE
            AT END
                MOVE "Y" TO WS-XREF-EOF
            NOT AT END
                IF WS-XREF-CT < 200 THEN
                    ADD 1 TO WS-XREF-CT
                    MOVE PX-OLD-ID TO WS-XR-OLD(WS-XREF-CT)
                    MOVE PX-NEW-ID TO WS-XR-NEW(WS-XREF-CT)
                    MOVE PX-MERGED-TS TO WS-XR-TS(WS-XREF-CT)
                    MOVE PX-MERGED-BY TO WS-XR-BY(WS-XREF-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE XREF-FILE.
