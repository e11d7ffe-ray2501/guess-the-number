       SELECT LOCK-FILE ASSIGN TO "GAMEAUDIT.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
       SELECT PIN-FILE ASSIGN TO "PLAYPIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PIN-STATUS.
       SELECT PLOCK-FILE ASSIGN TO "PLAYPIN.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLOCK-STATUS.
       SELECT SECLOG-FILE ASSIGN TO "PLAYSEC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD LOCK-FILE.
   COPY "LOCKREC.cpy".

   FD PIN-FILE.
   COPY "PINREC.cpy".

   FD PLOCK-FILE.
   COPY "LOCKREC.cpy" REPLACING LEADING ==LOCK== BY ==PLOCK==
                                LEADING ==GL== BY ==PK==.

   FD SECLOG-FILE.
   COPY "SECREC.cpy".

   WORKING-STORAGE SECTION.
   01 WS-TIME      PIC 9(8).
   01 WS-MIN       PIC 9(6) VALUE 1.
   01 WS-SCORE-A       PIC 9.
   01 WS-SCORE-B       PIC 9.
   01 WS-TABLE.
     05 WS-SET PIC X(5) OCCURS 100000 TIMES.

   *> Digit-length support (3, 4, or 5 digits, all different unless
   *> the repeated-digit rule is chosen)
   01 WS-DIGIT-LEN   PIC 9 VALUE 4.
   01 WS-MAXRAW      PIC 9(6).
   01 WS-RAW         PIC 9(6).
     05 WS-DIGIT PIC 9 OCCURS 5 TIMES.
   01 WS-CAND-STR    PIC X(5).

   *> Repeated-digit rule (GS-RULE "R", blank = classic): digits may
   *> recur in the answer and the guesses, and B is counted from
   *> per-digit tallies of the positions that did not score an A.
   01 WS-RULE        PIC X VALUE SPACE.
   01 WS-RULE-REPLY  PIC X.
   01 WS-SCORE-TALLY.
     05 WS-TALLY-SECRET PIC 9 OCCURS 10 TIMES.
     05 WS-TALLY-GUESS  PIC 9 OCCURS 10 TIMES.
   01 WS-TALLY-DIGIT PIC 9.
   01 WS-TALLY-I     PIC 99.

   01 WS-LOG-STATUS   PIC XX.
   01 WS-GUESS-COUNT  PIC 9(4) VALUE ZERO.
   01 WS-CURRENT-DATE.
     05 WS-CD-DATETIME PIC X(21).
   01 WS-START-TS     PIC X(14).
   *> The whole guess list is built here and split between
   *> GS-GUESS-LIST and GS-GUESS-CONT when the session is written.
   *> Once fewer bytes are left than the longest entry needs
   *> ("12345:1A2B;" - the pointer past 1990) the game is ended
   *> rather than let a guess go unrecorded.
   01 WS-LOG-BUF       PIC X(2000) VALUE SPACES.
   01 WS-LOG-PTR       PIC 9(4) VALUE 1.

   *> Externalized RNG seed / candidate-range config (GAMECFG.cpy)
   01 WS-CFG-STATUS     PIC XX.
   01 WS-OUTCOME         PIC X(10) VALUE "SOLVED".

   *> Player registry sign-in (PLAYREC.cpy / PLAYMAST.DAT). A blank
   *> ID plays unregistered; a non-blank ID must exist in the master
   *> and be confirmed with its PIN.
   *> The game's contribution to the running totals is appended to
   *> the PLAYJRNL.DAT delta journal (PLAYJRNL.cpy) as the game ends;
   *> PLAYUPD folds the journal into the master.
   01 WS-LOCK-SECS       PIC 9(12).
   01 WS-NOW-SECS        PIC 9(12).
   01 WS-LOCK-AGE        PIC S9(9).

   *> PIN check at sign-in (PINREC.cpy / PLAYPIN.DAT). The PIN file
   *> is read fresh for each check and rewritten under PLAYPIN.LCK
   *> only when the failure count changes; every failure, lockout
   *> and attempt on a locked ID also goes to the PLAYSEC.DAT
   *> security exception file (SECREC.cpy).
   01 WS-PIN-STATUS      PIC XX.
   01 WS-PLOCK-STATUS    PIC XX.
   01 WS-SEC-STATUS      PIC XX.
   01 WS-PIN-EOF         PIC X.
   01 WS-PIN-OK          PIC X.
   01 WS-PIN-REPLY       PIC X(10).
   01 WS-PIN-EVENT       PIC X(8).
   01 WS-PIN-CT          PIC 9(3) VALUE ZERO.
   01 WS-PIN-IX          PIC 9(3).
   01 WS-PIN-I           PIC 9(3).
   01 WS-PIN-TABLE.
     05 WS-PIN-ENT OCCURS 200 TIMES.
       10 WS-PN-ID       PIC X(8).
       10 WS-PN-PIN      PIC X(4).
       10 WS-PN-FAILS    PIC 9.
       10 WS-PN-LOCKED   PIC X.
       10 WS-PN-TS       PIC X(14).
   01 WS-PLAY-EOF        PIC X.
   01 WS-PLAYER-ID       PIC X(8) VALUE SPACES.
   01 WS-PLAYER-CT       PIC 9(3) VALUE ZERO.
       10 WS-PT-SOLVES  PIC 9(6).
       10 WS-PT-GIVEUPS PIC 9(6).
       10 WS-PT-GUESSES PIC 9(8).
       10 WS-PT-STATUS  PIC X.
   01 WS-PLAYER-I        PIC 9(3).
   01 WS-PLAYER-IX       PIC 9(3).

   01 WS-ANSWER-CHOICE   PIC X.
   01 WS-GH-CT           PIC 9(3) VALUE ZERO.
   01 WS-GH-TABLE.
     05 WS-GH-ENT OCCURS 250 TIMES.
       10 WS-GH-GUESS   PIC X(5).
       10 WS-GH-A       PIC 9.
       10 WS-GH-B       PIC 9.
   01 WS-ANA-TABLE1.
     05 WS-ANA-SET1 PIC X(5) OCCURS 100000 TIMES.
   01 WS-ANA-TABLE2.
     05 WS-ANA-SET2 PIC X(5) OCCURS 100000 TIMES.
   01 WS-ANA-COUNT       PIC 9(6).
   01 WS-ANA-CTVAL       PIC 9(6).
   01 WS-ANA-INDEX       PIC 9(6).
    PERFORM READ-CONFIG
    PERFORM READ-ASSIST-CONFIG
    PERFORM READ-DIGIT-LEN
    PERFORM READ-DIGIT-RULE
    PERFORM BUILD-TABLE
    MOVE 1 TO WS-MIN
    MOVE WS-COUNT TO WS-MAX
        MOVE WS-SCORE-A TO WS-VALUEA
        MOVE WS-SCORE-B TO WS-VALUEB
        PERFORM APPEND-GUESS-TO-LOG
        IF WS-GH-CT < 250 THEN
            ADD 1 TO WS-GH-CT
            MOVE WS-USER-ANS TO WS-GH-GUESS(WS-GH-CT)
            MOVE WS-VALUEA TO WS-GH-A(WS-GH-CT)
            PERFORM WRITE-GAME-LOG
            EXIT PERFORM
        END-IF
        IF WS-LOG-PTR > 1990 THEN
            DISPLAY "That fills the game's guess log after "
                WS-GUESS-COUNT " guesses, so the game ends here. "
                "The answer was " WS-ANSWER "."
            MOVE "GAVEUP" TO WS-OUTCOME
            PERFORM WRITE-GAME-LOG
            EXIT PERFORM
        END-IF
        DISPLAY "The A value is: " WS-VALUEA ", the B value is: " WS-VALUEB "."
        IF (WS-HINT-THRESHOLD > 0) AND (WS-HINT-USED IS EQUAL TO "N")
           AND (WS-GUESS-COUNT >= WS-HINT-THRESHOLD) THEN
           ", outcome " WS-OUTCOME DELIMITED BY SIZE
        INTO ANALYSIS-RECORD
    WRITE ANALYSIS-RECORD
    IF WS-RULE IS EQUAL TO "R" THEN
        MOVE "Repeated-digit rule (digits may repeat)"
            TO ANALYSIS-RECORD
        WRITE ANALYSIS-RECORD
    END-IF
    MOVE SPACES TO ANALYSIS-RECORD
    WRITE ANALYSIS-RECORD
    MOVE "  Turn Guess   Score  Before   Cut  BestCut"
            EXIT PERFORM
        END-IF
        PERFORM FIND-PLAYER
        EVALUATE TRUE
            WHEN WS-PLAYER-IX IS EQUAL TO ZERO
                DISPLAY "That ID is not registered - register it with "
                    "PLAYREG first, or press Enter to play unregistered."
            WHEN WS-PT-STATUS(WS-PLAYER-IX) IS EQUAL TO "R"
                DISPLAY WS-PLAYER-ID " has been retired and can no "
                    "longer sign in - ask the operator which ID to use."
            WHEN OTHER
                PERFORM VERIFY-PLAYER-PIN
                IF WS-PIN-OK IS EQUAL TO "Y" THEN
                    DISPLAY "Hello, " WS-PT-NAME(WS-PLAYER-IX) "."
                    EXIT PERFORM
                END-IF
        END-EVALUATE
    END-PERFORM.

FIND-PLAYER.
        END-IF
    END-PERFORM.

VERIFY-PLAYER-PIN.
    MOVE "N" TO WS-PIN-OK
    PERFORM LOAD-PIN-FILE
    PERFORM FIND-PIN-ENTRY
    IF WS-PIN-IX IS EQUAL TO ZERO THEN
        DISPLAY "No PIN is set for " WS-PLAYER-ID " - ask the "
            "operator to set one with PLAYREG."
        EXIT PARAGRAPH
    END-IF
    IF WS-PN-PIN(WS-PIN-IX) IS EQUAL TO SPACES THEN
        DISPLAY "No PIN is set for " WS-PLAYER-ID " - ask the "
            "operator to set one with PLAYREG."
        EXIT PARAGRAPH
    END-IF
    IF WS-PN-LOCKED(WS-PIN-IX) IS EQUAL TO "Y" THEN
        DISPLAY WS-PLAYER-ID " is locked after repeated PIN "
            "failures - ask the operator to clear it with PLAYREG."
        MOVE "LOCKED" TO WS-PIN-EVENT
        PERFORM WRITE-SECURITY-LOG
        EXIT PARAGRAPH
    END-IF
    DISPLAY "PIN: " WITH NO ADVANCING
    MOVE SPACES TO WS-PIN-REPLY
    ACCEPT WS-PIN-REPLY
    *> Taken wider than a PIN so that a longer reply sharing its
    *> first four characters is not let through.
    IF (WS-PIN-REPLY(1:4) IS EQUAL TO WS-PN-PIN(WS-PIN-IX))
       AND (WS-PIN-REPLY(5:) IS EQUAL TO SPACES) THEN
        MOVE "Y" TO WS-PIN-OK
        IF WS-PN-FAILS(WS-PIN-IX) > ZERO THEN
            PERFORM UPDATE-PIN-FAILS
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UPDATE-PIN-FAILS
    IF WS-PIN-IX IS EQUAL TO ZERO THEN
        DISPLAY "Wrong PIN."
        EXIT PARAGRAPH
    END-IF
    MOVE "PINFAIL" TO WS-PIN-EVENT
    PERFORM WRITE-SECURITY-LOG
    IF WS-PN-LOCKED(WS-PIN-IX) IS EQUAL TO "Y" THEN
        MOVE "LOCKOUT" TO WS-PIN-EVENT
        PERFORM WRITE-SECURITY-LOG
        DISPLAY "Wrong PIN - " WS-PLAYER-ID " is now locked; ask the "
            "operator to clear it with PLAYREG."
    ELSE
        DISPLAY "Wrong PIN."
    END-IF.

UPDATE-PIN-FAILS.
    *> Re-read under the lock so a PIN reset or unlock made through
    *> PLAYREG since the check is not written back over.
    PERFORM GRAB-PIN-LOCK
    PERFORM LOAD-PIN-FILE
    PERFORM FIND-PIN-ENTRY
    IF WS-PIN-IX > ZERO THEN
        IF WS-PIN-OK IS EQUAL TO "Y" THEN
            MOVE ZERO TO WS-PN-FAILS(WS-PIN-IX)
        ELSE
            IF WS-PN-FAILS(WS-PIN-IX) < 9 THEN
                ADD 1 TO WS-PN-FAILS(WS-PIN-IX)
            END-IF
            IF WS-PN-FAILS(WS-PIN-IX) >= 3 THEN
                MOVE "Y" TO WS-PN-LOCKED(WS-PIN-IX)
            END-IF
        END-IF
        PERFORM REWRITE-PIN-FILE
    END-IF
    PERFORM FREE-PIN-LOCK.

FIND-PIN-ENTRY.
    MOVE ZERO TO WS-PIN-IX
    PERFORM VARYING WS-PIN-I FROM 1 BY 1 UNTIL WS-PIN-I > WS-PIN-CT
        IF WS-PN-ID(WS-PIN-I) IS EQUAL TO WS-PLAYER-ID THEN
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
    MOVE "HUMANAB" TO PK-HOLDER
    MOVE WS-CD-DATETIME(1:14) TO PK-TS
    WRITE PLOCK-RECORD
    CLOSE PLOCK-FILE.

FREE-PIN-LOCK.
    OPEN OUTPUT PLOCK-FILE
    CLOSE PLOCK-FILE.

WRITE-SECURITY-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    OPEN EXTEND SECLOG-FILE
    IF WS-SEC-STATUS IS EQUAL TO "35"
        OPEN OUTPUT SECLOG-FILE
    END-IF
    MOVE SPACES TO SECURITY-RECORD
    MOVE WS-CD-DATETIME(1:14) TO SE-TS
    MOVE "HUMANAB" TO SE-PROGRAM
    MOVE WS-PLAYER-ID TO SE-PLAYER-ID
    MOVE WS-PIN-EVENT TO SE-EVENT
    MOVE WS-PN-FAILS(WS-PIN-IX) TO SE-FAILS
    WRITE SECURITY-RECORD
    CLOSE SECLOG-FILE.

LOAD-PLAYER-MASTER.
    MOVE ZERO TO WS-PLAYER-CT
    OPEN INPUT PLAYER-FILE
                        MOVE PL-GIVEUPS TO WS-PT-GIVEUPS(WS-PLAYER-CT)
                        MOVE PL-GUESS-TOTAL
                            TO WS-PT-GUESSES(WS-PLAYER-CT)
                        MOVE PL-STATUS TO WS-PT-STATUS(WS-PLAYER-CT)
                    END-IF
                END-IF
        END-READ
        CLOSE CONFIG-FILE
    END-IF.

SET-CFG-PINNED.
    *> Any GAMECFG.DAT override makes the answer reproducible, so the
    *> audit record says so for the suspicious-play screening.
    IF (WS-SEED-OVERRIDE > 0) OR (WS-MIN-OVERRIDE > 0)
       OR (WS-MAX-OVERRIDE > 0) THEN
        MOVE "Y" TO GS-CFG-PINNED
    ELSE
        MOVE SPACE TO GS-CFG-PINNED
    END-IF.

READ-DIGIT-LEN.
    DISPLAY "Enter digit length for this game (3-5, default 4): " WITH NO ADVANCING
    ACCEPT WS-DIGIT-LEN
        MOVE 4 TO WS-DIGIT-LEN
    END-IF.

READ-DIGIT-RULE.
    DISPLAY "May digits repeat, Mastermind style? (Y/N, default N): "
        WITH NO ADVANCING
    MOVE SPACE TO WS-RULE-REPLY
    ACCEPT WS-RULE-REPLY
    IF (WS-RULE-REPLY IS EQUAL TO "Y")
       OR (WS-RULE-REPLY IS EQUAL TO "y") THEN
        MOVE "R" TO WS-RULE
    ELSE
        MOVE SPACE TO WS-RULE
    END-IF.

READ-VALID-GUESS.
    PERFORM FOREVER
        DISPLAY "Please give a " WS-DIGIT-LEN "-digit number: " WITH NO ADVANCING
        IF WS-VALID-FLAG IS EQUAL TO "Y" THEN
            EXIT PERFORM
        ELSE
            IF WS-RULE IS EQUAL TO "R" THEN
                DISPLAY "That is not " WS-DIGIT-LEN " digits - try again."
            ELSE
                DISPLAY "That is not " WS-DIGIT-LEN " distinct digits - try again."
            END-IF
        END-IF
    END-PERFORM.

            MOVE WS-USER-ANS(WS-POS:1) TO WS-DIGIT(WS-POS)
        END-IF
    END-PERFORM
    IF (WS-VALID-FLAG IS EQUAL TO "Y") AND (WS-RULE IS NOT EQUAL TO "R") THEN
        PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS >= WS-DIGIT-LEN
            PERFORM VARYING WS-POS2 FROM 1 BY 1 UNTIL WS-POS2 > WS-DIGIT-LEN
                IF (WS-POS2 > WS-POS) AND
    END-IF.

SCORE-AB.
    IF WS-RULE IS EQUAL TO "R" THEN
        PERFORM SCORE-AB-REPEAT
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-SCORE-A
    MOVE 0 TO WS-SCORE-B
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-DIGIT-LEN
    END-PERFORM
    SUBTRACT WS-SCORE-A FROM WS-SCORE-B.

SCORE-AB-REPEAT.
    *> A digit scores at most as often as it appears in both numbers:
    *> exact matches first, then B pairs up what is left of each.
    MOVE 0 TO WS-SCORE-A
    MOVE 0 TO WS-SCORE-B
    MOVE ZEROS TO WS-SCORE-TALLY
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-DIGIT-LEN
        IF WS-SCORE-SECRET(WS-POS:1) IS EQUAL TO WS-SCORE-GUESS(WS-POS:1) THEN
            ADD 1 TO WS-SCORE-A
        ELSE
            MOVE WS-SCORE-SECRET(WS-POS:1) TO WS-TALLY-DIGIT
            ADD 1 TO WS-TALLY-SECRET(WS-TALLY-DIGIT + 1)
            MOVE WS-SCORE-GUESS(WS-POS:1) TO WS-TALLY-DIGIT
            ADD 1 TO WS-TALLY-GUESS(WS-TALLY-DIGIT + 1)
        END-IF
    END-PERFORM
    PERFORM VARYING WS-TALLY-I FROM 1 BY 1 UNTIL WS-TALLY-I > 10
        ADD FUNCTION MIN(WS-TALLY-SECRET(WS-TALLY-I),
                         WS-TALLY-GUESS(WS-TALLY-I)) TO WS-SCORE-B
    END-PERFORM.

BUILD-TABLE.
    COMPUTE WS-MAXRAW = 10 ** WS-DIGIT-LEN
    MOVE 0 TO WS-COUNT
            DIVIDE WS-DECODE BY 10 GIVING WS-DECODE REMAINDER WS-REM
            MOVE WS-REM TO WS-DIGIT(WS-POS)
        END-PERFORM
        IF WS-RULE IS NOT EQUAL TO "R" THEN
            PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS >= WS-DIGIT-LEN
                PERFORM VARYING WS-POS2 FROM 1 BY 1 UNTIL WS-POS2 > WS-DIGIT-LEN
                    IF (WS-POS2 > WS-POS) AND
                       (WS-DIGIT(WS-POS) IS EQUAL TO WS-DIGIT(WS-POS2)) THEN
                        MOVE "N" TO WS-VALID-FLAG
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF
        IF WS-VALID-FLAG IS EQUAL TO "Y" THEN
            ADD 1 TO WS-COUNT
            MOVE SPACES TO WS-CAND-STR
           "B;" DELIMITED BY SIZE
        INTO WS-LOG-BUF
        WITH POINTER WS-LOG-PTR
    END-STRING.

GRAB-AUDIT-LOCK.
    MOVE WS-DIGIT-LEN TO GS-DIGIT-LEN
    MOVE WS-ANSWER TO GS-ANSWER
    MOVE WS-GUESS-COUNT TO GS-GUESS-COUNT
    MOVE WS-LOG-BUF(1:200) TO GS-GUESS-LIST
    MOVE WS-LOG-BUF(201:) TO GS-GUESS-CONT
    MOVE WS-CD-DATETIME(1:14) TO GS-END-TS
    MOVE WS-OUTCOME TO GS-OUTCOME
    MOVE WS-PLAYER-ID TO GS-PLAYER-ID
    PERFORM SET-CFG-PINNED
    MOVE WS-RULE TO GS-RULE
    WRITE GAME-SESSION-RECORD
    CLOSE GAMELOG-FILE
    PERFORM FREE-AUDIT-LOCK
