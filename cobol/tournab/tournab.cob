       SELECT MLOCK-FILE ASSIGN TO "MATCHES.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MLOCK-STATUS.
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
   COPY "LOCKREC.cpy" REPLACING LEADING ==LOCK== BY ==MLOCK==
                                LEADING ==GL== BY ==ML==.

   FD PIN-FILE.
   COPY "PINREC.cpy".

   FD PLOCK-FILE.
   COPY "LOCKREC.cpy" REPLACING LEADING ==LOCK== BY ==PLOCK==
                                LEADING ==GL== BY ==PK==.

   FD SECLOG-FILE.
   COPY "SECREC.cpy".

   WORKING-STORAGE SECTION.
   01 WS-MATCH-STATUS   PIC XX.
   01 WS-PLAY-STATUS    PIC XX.
   *> rewrite-all pattern the player master uses).
   01 WS-MATCH-CT       PIC 9(3) VALUE ZERO.
   01 WS-MATCH-TABLE.
     05 WS-MATCH        PIC X(4200) OCCURS 190 TIMES.

   *> Working copy of the match being played.
   COPY "MATCHREC.cpy" REPLACING LEADING ==MATCH== BY ==WMATCH==
   01 WS-MY-GUESS-COUNT PIC 9(4).
   01 WS-MY-SOLVED      PIC X.
   01 WS-MY-START-TS    PIC X(14).
   *> The seat's whole guess log: MT-Pn-GUESS-LOG followed by
   *> MT-Pn-GUESS-CONT. Once fewer bytes are left than the longest
   *> entry needs (the pointer past 1990) the seat concedes the match
   *> rather than let a guess go unrecorded.
   01 WS-MY-GUESS-LOG   PIC X(2000).
   01 WS-OPP-ID          PIC X(8).
   01 WS-OPP-SECRET      PIC X(5).
   01 WS-OPP-DIGIT-LEN   PIC 9.

   01 WS-CURRENT-DATE.
     05 WS-CD-DATETIME PIC X(21).
   01 WS-LOG-PTR          PIC 9(4).

   *> Player registry sign-in (PLAYREC.cpy / PLAYMAST.DAT). Tournament
   *> matches are keyed by registered ID, so unregistered play is not
   01 WS-LOCK-SECS       PIC 9(12).
   01 WS-NOW-SECS        PIC 9(12).
   01 WS-LOCK-AGE        PIC S9(9).
   *> Set by SAVE-MATCHES: "Y" once the move is on MATCHES.DAT, "N"
   *> when the deadline sweep had already closed the match.
   01 WS-MATCH-SAVED     PIC X VALUE "N".

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
   01 WS-PLAYER-ID       PIC X(8) VALUE SPACES.
   01 WS-PLAYER-CT       PIC 9(3) VALUE ZERO.
   01 WS-PLAYER-TABLE.
       10 WS-PT-SOLVES  PIC 9(6).
       10 WS-PT-GIVEUPS PIC 9(6).
       10 WS-PT-GUESSES PIC 9(8).
       10 WS-PT-STATUS  PIC X.
   01 WS-PLAYER-I        PIC 9(3).
   01 WS-PLAYER-IX       PIC 9(3).

    CLOSE MATCH-FILE.

SAVE-MATCHES.
    MOVE "N" TO WS-MATCH-SAVED
    PERFORM GRAB-MATCH-LOCK
    *> Re-read the file under the lock: the TOURNSWP deadline sweep
    *> may have forfeited this match while the player was thinking,
    *> and that decision must not be written back over.
    MOVE ZERO TO WS-MATCH-CT
    PERFORM LOAD-MATCHES
    MOVE ZERO TO WS-PICK-IX
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MATCH-CT
        MOVE WS-MATCH(WS-I) TO MATCH-RECORD
        IF MT-MATCH-NO IS EQUAL TO WM-MATCH-NO THEN
            MOVE WS-I TO WS-PICK-IX
        END-IF
    END-PERFORM
    IF WS-PICK-IX IS NOT EQUAL TO ZERO THEN
        MOVE WS-MATCH(WS-PICK-IX) TO MATCH-RECORD
    END-IF
    IF (WS-PICK-IX IS EQUAL TO ZERO)
       OR (MT-STATUS IS EQUAL TO "F")
       OR (MT-STATUS IS EQUAL TO "V") THEN
        DISPLAY "Match " WM-MATCH-NO " was closed by the deadline "
            "sweep - this move was not saved."
        PERFORM FREE-MATCH-LOCK
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-MATCH(WS-PICK-IX)
    MOVE WMATCH-RECORD TO WS-MATCH(WS-PICK-IX)
    OPEN OUTPUT MATCH-FILE
        WRITE MATCH-RECORD
    END-PERFORM
    CLOSE MATCH-FILE
    MOVE "Y" TO WS-MATCH-SAVED
    PERFORM FREE-MATCH-LOCK.

GRAB-MATCH-LOCK.
        MOVE WS-MATCH(WS-I) TO WMATCH-RECORD
        IF ((WM-P1-ID IS EQUAL TO WS-PLAYER-ID)
            OR (WM-P2-ID IS EQUAL TO WS-PLAYER-ID))
           AND ((WM-STATUS IS EQUAL TO "P")
                OR (WM-STATUS IS EQUAL TO "A")) THEN
            ADD 1 TO WS-LISTED
            IF WM-P1-ID IS EQUAL TO WS-PLAYER-ID THEN
                DISPLAY "   " WM-MATCH-NO "   " WM-ROUND "  "
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MATCH-CT
        MOVE WS-MATCH(WS-I) TO WMATCH-RECORD
        IF (WM-MATCH-NO IS EQUAL TO WS-PICK)
           AND ((WM-STATUS IS EQUAL TO "P")
                OR (WM-STATUS IS EQUAL TO "A"))
           AND ((WM-P1-ID IS EQUAL TO WS-PLAYER-ID)
                OR (WM-P2-ID IS EQUAL TO WS-PLAYER-ID)) THEN
            MOVE WS-I TO WS-PICK-IX
        MOVE WM-P1-GUESS-COUNT TO WS-MY-GUESS-COUNT
        MOVE WM-P1-SOLVED TO WS-MY-SOLVED
        MOVE WM-P1-START-TS TO WS-MY-START-TS
        MOVE WM-P1-GUESS-LOG TO WS-MY-GUESS-LOG(1:200)
        MOVE WM-P1-GUESS-CONT TO WS-MY-GUESS-LOG(201:)
        MOVE WM-P2-ID TO WS-OPP-ID
        MOVE WM-P2-SECRET TO WS-OPP-SECRET
        MOVE WM-P2-DIGIT-LEN TO WS-OPP-DIGIT-LEN
        MOVE WM-P2-GUESS-COUNT TO WS-MY-GUESS-COUNT
        MOVE WM-P2-SOLVED TO WS-MY-SOLVED
        MOVE WM-P2-START-TS TO WS-MY-START-TS
        MOVE WM-P2-GUESS-LOG TO WS-MY-GUESS-LOG(1:200)
        MOVE WM-P2-GUESS-CONT TO WS-MY-GUESS-LOG(201:)
        MOVE WM-P1-ID TO WS-OPP-ID
        MOVE WM-P1-SECRET TO WS-OPP-SECRET
        MOVE WM-P1-DIGIT-LEN TO WS-OPP-DIGIT-LEN
        MOVE WS-MY-GUESS-COUNT TO WM-P1-GUESS-COUNT
        MOVE WS-MY-SOLVED TO WM-P1-SOLVED
        MOVE WS-MY-START-TS TO WM-P1-START-TS
        MOVE WS-MY-GUESS-LOG(1:200) TO WM-P1-GUESS-LOG
        MOVE WS-MY-GUESS-LOG(201:) TO WM-P1-GUESS-CONT
    ELSE
        MOVE WS-MY-SECRET TO WM-P2-SECRET
        MOVE WS-MY-GUESS-COUNT TO WM-P2-GUESS-COUNT
        MOVE WS-MY-SOLVED TO WM-P2-SOLVED
        MOVE WS-MY-START-TS TO WM-P2-START-TS
        MOVE WS-MY-GUESS-LOG(1:200) TO WM-P2-GUESS-LOG
        MOVE WS-MY-GUESS-LOG(201:) TO WM-P2-GUESS-CONT
    END-IF
    *> Every secret set and guess restarts the turn clock.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:14) TO WM-LAST-MOVE-TS.

PLAY-MY-TURN.
    IF WS-MY-SECRET IS EQUAL TO SPACES THEN
        DISPLAY "You cracked " WS-OPP-ID "'s code in "
            WS-MY-GUESS-COUNT " guesses!"
        MOVE "Y" TO WS-MY-SOLVED
        IF WS-OPP-SOLVED IS EQUAL TO "Y" THEN
            MOVE "C" TO WM-STATUS
            PERFORM ANNOUNCE-RESULT
    ELSE
        DISPLAY "The A value is: " WS-VALUEA ", the B value is: "
            WS-VALUEB "."
        IF WS-LOG-PTR > 1990 THEN
            DISPLAY "That fills your guess log for this match after "
                WS-MY-GUESS-COUNT " guesses, so the match goes to "
                WS-OPP-ID "."
            PERFORM CONCEDE-FULL-LOG
        ELSE
            DISPLAY "Pass the turn to " WS-OPP-ID " now."
        END-IF
    END-IF

    IF WS-MY-SEAT IS EQUAL TO 1 THEN
        MOVE 1 TO WM-TURN
    END-IF
    PERFORM SAVE-MY-SEAT
    PERFORM SAVE-MATCHES
    *> The solve is audited and journalled only once it is on the
    *> match file: a move the sweep refused leaves no SOLVED row and
    *> no delta behind it.
    IF (WS-MY-SOLVED IS EQUAL TO "Y")
       AND (WS-MATCH-SAVED IS EQUAL TO "Y") THEN
        PERFORM WRITE-GAME-LOG
        PERFORM UPDATE-PLAYER-TOTALS
    END-IF.

CONCEDE-FULL-LOG.
    *> Decided as a forfeit to the other seat, exactly as TOURNSWP
    *> decides an overdue match; its next run writes this seat's
    *> TOURNEY/FORFEIT audit record with the full guess log.
    MOVE "F" TO WM-STATUS
    IF WS-MY-SEAT IS EQUAL TO 1 THEN
        MOVE 2 TO WM-FORFEIT-SEAT
    ELSE
        MOVE 1 TO WM-FORFEIT-SEAT
    END-IF
    MOVE "LOG" TO WM-FORFEIT-REASON
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:14) TO WM-FORFEIT-TS
    MOVE "N" TO WM-FORFEIT-LOGGED.

ANNOUNCE-RESULT.
    IF WS-MY-GUESS-COUNT < WS-OPP-GUESS-COUNT THEN
           "B;" DELIMITED BY SIZE
        INTO WS-MY-GUESS-LOG
        WITH POINTER WS-LOG-PTR
    END-STRING.

WRITE-GAME-LOG.
    MOVE WS-OPP-DIGIT-LEN TO GS-DIGIT-LEN
    MOVE WS-OPP-SECRET TO GS-ANSWER
    MOVE WS-MY-GUESS-COUNT TO GS-GUESS-COUNT
    MOVE WS-MY-GUESS-LOG(1:200) TO GS-GUESS-LIST
    MOVE WS-MY-GUESS-LOG(201:) TO GS-GUESS-CONT
    MOVE WS-CD-DATETIME(1:14) TO GS-END-TS
    MOVE "SOLVED" TO GS-OUTCOME
    MOVE WS-PLAYER-ID TO GS-PLAYER-ID
        DISPLAY "Player ID: " WITH NO ADVANCING
        ACCEPT WS-PLAYER-ID
        PERFORM FIND-PLAYER
        EVALUATE TRUE
            WHEN WS-PLAYER-IX IS EQUAL TO ZERO
                DISPLAY "That ID is not registered - register it with "
                    "PLAYREG first."
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
    MOVE "TOURNAB" TO PK-HOLDER
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
    MOVE "TOURNAB" TO SE-PROGRAM
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
