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
     05 P1-GUESS-LOG    PIC X(200).
     05 FILLER          PIC X.
     05 P1-PLAYER-ID    PIC X(8).
     05 FILLER          PIC X.
     05 P1-GUESS-CONT   PIC X(1800).

   FD PLAYER2-FILE.
   01 P2-STATE-RECORD.
     05 P2-GUESS-LOG    PIC X(200).
     05 FILLER          PIC X.
     05 P2-PLAYER-ID    PIC X(8).
     05 FILLER          PIC X.
     05 P2-GUESS-CONT   PIC X(1800).

   FD TURN-FILE.
   01 TURN-RECORD       PIC X.
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
   01 WS-P1-STATUS      PIC XX.
   01 WS-P2-STATUS      PIC XX.
   01 WS-MY-SECRET      PIC X(5).
   01 WS-MY-DIGIT-LEN   PIC 9 VALUE 4.
   01 WS-MY-GUESS-COUNT PIC 9(4) VALUE ZERO.
   *> WS-MY-SOLVED: N = still guessing, Y = cracked the code,
   *> G = gave up when the guess log filled.
   01 WS-MY-SOLVED      PIC X VALUE "N".
   01 WS-MY-START-TS    PIC X(14).
   *> The whole guess log: Pn-GUESS-LOG followed by Pn-GUESS-CONT
   *> (an older state file reads back with the continuation blank).
   *> Once fewer bytes are left than the longest entry needs (the
   *> pointer past 1990) the seat gives up rather than let a guess go
   *> unrecorded.
   01 WS-MY-GUESS-LOG   PIC X(2000) VALUE SPACES.
   01 WS-MY-OUTCOME     PIC X(10) VALUE "SOLVED".
   01 WS-MY-PLAYER-ID   PIC X(8) VALUE SPACES.

   01 WS-OPP-SECRET      PIC X(5).
   01 WS-OPP-DIGIT-LEN   PIC 9 VALUE 4.
   01 WS-OPP-GUESS-COUNT PIC 9(4) VALUE ZERO.
   01 WS-OPP-SOLVED      PIC X VALUE "N".
   01 WS-OPP-GUESS-LOG   PIC X(2000) VALUE SPACES.

   01 WS-TURN            PIC X VALUE "1".
   01 WS-TURN-NUM         PIC 9 VALUE 1.
   *> Shared game-session audit trail (GAMEREC.cpy / GAMEAUDIT.DAT)
   01 WS-CURRENT-DATE.
     05 WS-CD-DATETIME PIC X(21).
   01 WS-LOG-PTR          PIC 9(4).

   *> Player registry sign-in (PLAYREC.cpy / PLAYMAST.DAT). Each seat
   *> signs in once, when its secret is set up; the ID rides in the
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

        STOP RUN
    END-IF

    IF (WS-MY-SOLVED IS EQUAL TO "Y") OR (WS-MY-SOLVED IS EQUAL TO "G")
    THEN
        PERFORM LOAD-TURN
        IF WS-TURN-NUM IS EQUAL TO WS-PLAYER-NUM THEN
            PERFORM FLIP-TURN
        END-IF
        IF WS-MY-SOLVED IS EQUAL TO "Y" THEN
            DISPLAY "You already cracked your opponent's code in "
                WS-MY-GUESS-COUNT " guesses. Waiting for them to finish."
        ELSE
            DISPLAY "Your guess log filled after " WS-MY-GUESS-COUNT
                " guesses without cracking the code. Waiting for your "
                "opponent to finish."
        END-IF
        STOP RUN
    END-IF

        DISPLAY "You cracked your opponent's code in "
            WS-MY-GUESS-COUNT " guesses!"
        MOVE "Y" TO WS-MY-SOLVED
        MOVE "SOLVED" TO WS-MY-OUTCOME
        PERFORM WRITE-GAME-LOG
    ELSE
        DISPLAY "The A value is: " WS-VALUEA ", the B value is: "
            WS-VALUEB "."
        IF WS-LOG-PTR > 1990 THEN
            DISPLAY "That fills your guess log after "
                WS-MY-GUESS-COUNT " guesses, so you give up here. "
                "Pass the turn to your opponent now."
            MOVE "G" TO WS-MY-SOLVED
            MOVE "GAVEUP" TO WS-MY-OUTCOME
            PERFORM WRITE-GAME-LOG
        ELSE
            DISPLAY "Pass the turn to your opponent now."
        END-IF
    END-IF

    PERFORM SAVE-MY-STATE
           "B;" DELIMITED BY SIZE
        INTO WS-MY-GUESS-LOG
        WITH POINTER WS-LOG-PTR
    END-STRING.

LOAD-MY-STATE.
                    MOVE P1-GUESS-COUNT TO WS-MY-GUESS-COUNT
                    MOVE P1-SOLVED TO WS-MY-SOLVED
                    MOVE P1-START-TS TO WS-MY-START-TS
                    MOVE P1-GUESS-LOG TO WS-MY-GUESS-LOG(1:200)
                    MOVE P1-GUESS-CONT TO WS-MY-GUESS-LOG(201:)
                    MOVE P1-PLAYER-ID TO WS-MY-PLAYER-ID
            END-READ
            CLOSE PLAYER1-FILE
                    MOVE P2-GUESS-COUNT TO WS-MY-GUESS-COUNT
                    MOVE P2-SOLVED TO WS-MY-SOLVED
                    MOVE P2-START-TS TO WS-MY-START-TS
                    MOVE P2-GUESS-LOG TO WS-MY-GUESS-LOG(1:200)
                    MOVE P2-GUESS-CONT TO WS-MY-GUESS-LOG(201:)
                    MOVE P2-PLAYER-ID TO WS-MY-PLAYER-ID
            END-READ
            CLOSE PLAYER2-FILE
                    MOVE P2-DIGIT-LEN TO WS-OPP-DIGIT-LEN
                    MOVE P2-GUESS-COUNT TO WS-OPP-GUESS-COUNT
                    MOVE P2-SOLVED TO WS-OPP-SOLVED
                    MOVE P2-GUESS-LOG TO WS-OPP-GUESS-LOG(1:200)
                    MOVE P2-GUESS-CONT TO WS-OPP-GUESS-LOG(201:)
            END-READ
            CLOSE PLAYER2-FILE
        END-IF
                    MOVE P1-DIGIT-LEN TO WS-OPP-DIGIT-LEN
                    MOVE P1-GUESS-COUNT TO WS-OPP-GUESS-COUNT
                    MOVE P1-SOLVED TO WS-OPP-SOLVED
                    MOVE P1-GUESS-LOG TO WS-OPP-GUESS-LOG(1:200)
                    MOVE P1-GUESS-CONT TO WS-OPP-GUESS-LOG(201:)
            END-READ
            CLOSE PLAYER1-FILE
        END-IF
        MOVE WS-MY-GUESS-COUNT TO P1-GUESS-COUNT
        MOVE WS-MY-SOLVED TO P1-SOLVED
        MOVE WS-MY-START-TS TO P1-START-TS
        MOVE WS-MY-GUESS-LOG(1:200) TO P1-GUESS-LOG
        MOVE WS-MY-GUESS-LOG(201:) TO P1-GUESS-CONT
        MOVE WS-MY-PLAYER-ID TO P1-PLAYER-ID
        WRITE P1-STATE-RECORD
        CLOSE PLAYER1-FILE
        MOVE WS-MY-GUESS-COUNT TO P2-GUESS-COUNT
        MOVE WS-MY-SOLVED TO P2-SOLVED
        MOVE WS-MY-START-TS TO P2-START-TS
        MOVE WS-MY-GUESS-LOG(1:200) TO P2-GUESS-LOG
        MOVE WS-MY-GUESS-LOG(201:) TO P2-GUESS-CONT
        MOVE WS-MY-PLAYER-ID TO P2-PLAYER-ID
        WRITE P2-STATE-RECORD
        CLOSE PLAYER2-FILE
    MOVE WS-OPP-DIGIT-LEN TO GS-DIGIT-LEN
    MOVE WS-OPP-SECRET TO GS-ANSWER
    MOVE WS-MY-GUESS-COUNT TO GS-GUESS-COUNT
    MOVE WS-MY-GUESS-LOG(1:200) TO GS-GUESS-LIST
    MOVE WS-MY-GUESS-LOG(201:) TO GS-GUESS-CONT
    MOVE WS-CD-DATETIME(1:14) TO GS-END-TS
    MOVE WS-MY-OUTCOME TO GS-OUTCOME
    MOVE WS-MY-PLAYER-ID TO GS-PLAYER-ID
    WRITE GAME-SESSION-RECORD
    CLOSE GAMELOG-FILE
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
    MOVE "TWOPLAYER" TO PK-HOLDER
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
    MOVE "TWOPLAYER" TO SE-PROGRAM
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
    MOVE WS-MY-PLAYER-ID TO PJ-PLAYER-ID
    MOVE "TWOPLAYER" TO PJ-MODE
    MOVE 1 TO PJ-GAMES
    IF WS-MY-OUTCOME IS EQUAL TO "GAVEUP" THEN
        MOVE ZERO TO PJ-SOLVES
        MOVE 1 TO PJ-GIVEUPS
    ELSE
        MOVE 1 TO PJ-SOLVES
        MOVE ZERO TO PJ-GIVEUPS
    END-IF
    MOVE WS-MY-GUESS-COUNT TO PJ-GUESSES
    WRITE PLAYER-DELTA-RECORD
    CLOSE JOURNAL-FILE.
