       SELECT LOCK-FILE ASSIGN TO "GAMEAUDIT.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
       SELECT PLAYER-FILE ASSIGN TO "PLAYMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAY-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD CHECKPOINT-FILE.
   *> Line 1: digit length, candidate count, turns played, rule and
   *> the guess-log pointer; then one line per remaining candidate;
   *> then the guess log so far as "L" lines of 100 bytes each, so a
   *> resumed game is written with every turn it has played. A
   *> checkpoint from before the log was kept has no pointer and no
   *> "L" lines.
   01 CHECKPOINT-RECORD     PIC X(101).

   FD SIMREPORT-FILE.
   01 SIMREPORT-RECORD      PIC X(80).
   FD LOCK-FILE.
   COPY "LOCKREC.cpy".

   FD PLAYER-FILE.
   COPY "PLAYREC.cpy".

   WORKING-STORAGE SECTION.
   01 WS-TIME      PIC 9(8).
   01 WS-MIN       PIC 9(6) VALUE 1.
   01 WS-GUESSA    PIC 9.
   01 WS-GUESSB    PIC 9.
   01 WS-TABLE1.
     05 WS-SET1 PIC X(5) OCCURS 100000 TIMES.
   01 WS-TABLE2.
     05 WS-SET2 PIC X(5) OCCURS 100000 TIMES.

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
   *> The rule travels with a checkpoint (byte 12, blank on one saved
   *> before the rule existed) and picks the opening book.
   01 WS-RULE        PIC X VALUE SPACE.
   01 WS-RULE-REPLY  PIC X.
   01 WS-SCORE-TALLY.
     05 WS-TALLY-SECRET PIC 9 OCCURS 10 TIMES.
     05 WS-TALLY-GUESS  PIC 9 OCCURS 10 TIMES.
   01 WS-TALLY-DIGIT PIC 9.
   01 WS-TALLY-I     PIC 99.

   01 WS-CKPT-STATUS    PIC XX.
   01 WS-RESUME-ANSWER  PIC X VALUE "N".
   01 WS-CKPT-EXISTS    PIC X VALUE "N".
   01 WS-CKPT-LOG       PIC X VALUE "Y".
   01 WS-CKPT-AT        PIC 9(4).

   *> Minimax candidate-selection support: score each surviving candidate
   *> by the size of the largest A/B outcome bucket it would produce
   01 WS-RUN-MODE        PIC X VALUE "I".
   01 WS-SIM-STATUS      PIC XX.
   01 WS-FULL-TABLE.
     05 WS-FULL-SET PIC X(5) OCCURS 100000 TIMES.
   01 WS-FULL-COUNT      PIC 9(6).
   01 WS-OPENING-GUESS   PIC X(5).
   01 WS-SIM-SECRET      PIC X(5).
   01 WS-REPORT-NUM2      PIC ZZZZZZ9.

   *> Sliced simulation: SIMWORK.DAT assigns a candidate-index range
   *> per run so a long study (30,240 games at digit length 5, or
   *> 100,000 with repeated digits) can be
   *> split across several runs or machines. Each run plays the first
   *> pending slice, writes its results to SIMPART.nn.DAT and marks
   *> the slice done; SIMMERGE consolidates the parts into
   *> Input validation for the human-entered A/B score
   01 WS-AB-SUM           PIC 9(2).

   *> Precomputed opening book (OPENBOOK.n.DAT, or OPENBOOK.nR.DAT
   *> under the repeated-digit rule, built by BOOKBLD),
   *> keyed by the sequence of A/B feedback received so far ("aAbB"
   *> per turn, spaces = the opening guess). While the game is still
   *> on a book path the next guess is read from the table instead
   *> reproduce-a-game tool keeps working, and on a resumed
   *> checkpoint game (the feedback path is not saved).
   01 WS-BOOK-STATUS      PIC XX.
   01 WS-BOOK-NAME        PIC X(15).
   01 WS-BOOK-ON          PIC X VALUE "N".
   01 WS-BOOK-HIT         PIC X.
   01 WS-BOOK-GUESS       PIC X(5).
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
   01 WS-MAX-TURNS       PIC 9(4) VALUE ZERO.
   01 WS-OUTCOME         PIC X(10) VALUE "SOLVED".

   *> Inconsistent feedback: when the scores given leave no candidate
   *> the player is asked for their secret, the recorded turns are
   *> rescored against it to show which were scored wrong, and the
   *> session is logged as MISSCORED with the secret as GS-ANSWER and
   *> the turns as the player scored them. The player ID is asked
   *> for only here - it feeds MISSRPT's coaching counts and nothing
   *> is posted to the player master for a computerAB game.
   01 WS-SECRET          PIC X(5).
   01 WS-SECRET-OK       PIC X.
   01 WS-PLAYER-ID       PIC X(8) VALUE SPACES.
   01 WS-PLAY-STATUS     PIC XX.
   01 WS-PLAY-EOF        PIC X.
   01 WS-PLAYER-FOUND    PIC X.
   01 WS-LIST-PTR        PIC 9(4).
   01 WS-ENTRY           PIC X(20).
   01 WS-ENTRY-GUESS     PIC X(10).
   01 WS-ENTRY-SCORE     PIC X(10).
   01 WS-LIST-DONE       PIC X.
   01 WS-TURN-NO         PIC 9(4).
   01 WS-WRONG-CT        PIC 9(4).

PROCEDURE DIVISION.
    PERFORM READ-CONFIG
    DISPLAY "Run mode - (I)nteractive or (B)atch simulation? [I]: "
    IF WS-RUN-MODE IS EQUAL TO "B" OR WS-RUN-MODE IS EQUAL TO "b" THEN
        MOVE "B" TO WS-RUN-MODE
        PERFORM READ-DIGIT-LEN
        PERFORM READ-DIGIT-RULE
        PERFORM BUILD-TABLE1
        PERFORM RUN-BATCH-SIMULATION
        STOP RUN
    IF WS-RESUME-ANSWER IS EQUAL TO "Y" OR WS-RESUME-ANSWER IS EQUAL TO "y" THEN
        PERFORM LOAD-CHECKPOINT
    ELSE
        MOVE SPACES TO WS-LOG-BUF
        MOVE 1 TO WS-LOG-PTR
        PERFORM READ-DIGIT-LEN
        PERFORM READ-DIGIT-RULE
        PERFORM BUILD-TABLE1
        MOVE 1 TO WS-MIN
        MOVE WS-COUNT TO WS-MAX
    *> turn-limit ceiling cannot be dodged by interrupting and resuming.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:14) TO WS-START-TS
    MOVE SPACES TO WS-FB-PATH
    MOVE 1 TO WS-FB-PTR
    PERFORM FOREVER
            EXIT PERFORM
        END-IF

        IF WS-LOG-PTR > 1990 THEN
            DISPLAY "The game's guess log is full without guessing "
                "your answer - giving up."
            MOVE "GAVEUP" TO WS-OUTCOME
            PERFORM WRITE-GAME-LOG
            PERFORM DELETE-CHECKPOINT
            EXIT PERFORM
        END-IF

        PERFORM APPLY-FEEDBACK-FILTER
        IF WS-COUNT > 0 THEN
            PERFORM PICK-NEXT-GUESS
        ELSE
            DISPLAY "No number fits every score you gave, so at "
                "least one turn was scored wrong."
            PERFORM RESOLVE-BAD-FEEDBACK
            MOVE "MISSCORED" TO WS-OUTCOME
            PERFORM WRITE-GAME-LOG
            PERFORM DELETE-CHECKPOINT
            EXIT PERFORM
        END-IF

        PERFORM SAVE-CHECKPOINT
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
    MOVE WS-RULE TO GS-RULE
    WRITE GAME-SESSION-RECORD
    CLOSE GAMELOG-FILE
    PERFORM FREE-AUDIT-LOCK.

RESOLVE-BAD-FEEDBACK.
    PERFORM FOREVER
        DISPLAY "Please enter your secret number so the turns can "
            "be checked: " WITH NO ADVANCING
        MOVE SPACES TO WS-SECRET
        ACCEPT WS-SECRET
        PERFORM CHECK-SECRET-VALID
        IF WS-SECRET-OK IS EQUAL TO "Y" THEN
            EXIT PERFORM
        END-IF
        IF WS-RULE IS EQUAL TO "R" THEN
            DISPLAY "That is not " WS-DIGIT-LEN " digits - try again."
        ELSE
            DISPLAY "That is not " WS-DIGIT-LEN " different digits - "
                "try again."
        END-IF
    END-PERFORM

    DISPLAY " "
    IF WS-CKPT-LOG IS EQUAL TO "N" THEN
        DISPLAY "(Turns played before the game was resumed were not "
            "kept and cannot be checked.)"
    END-IF
    MOVE ZERO TO WS-TURN-NO
    MOVE ZERO TO WS-WRONG-CT
    MOVE 1 TO WS-LIST-PTR
    MOVE "N" TO WS-LIST-DONE
    PERFORM UNTIL WS-LIST-DONE IS EQUAL TO "Y"
        MOVE SPACES TO WS-ENTRY
        IF WS-LIST-PTR > 2000 THEN
            MOVE "Y" TO WS-LIST-DONE
        ELSE
            UNSTRING WS-LOG-BUF DELIMITED BY ";"
                INTO WS-ENTRY
                WITH POINTER WS-LIST-PTR
            END-UNSTRING
            IF WS-ENTRY IS EQUAL TO SPACES THEN
                MOVE "Y" TO WS-LIST-DONE
            ELSE
                ADD 1 TO WS-TURN-NO
                PERFORM CHECK-ONE-TURN
            END-IF
        END-IF
    END-PERFORM

    DISPLAY " "
    IF WS-WRONG-CT IS EQUAL TO ZERO THEN
        DISPLAY "Every score you gave is right for "
            WS-SECRET(1:WS-DIGIT-LEN) ", so I should not have run "
            "out of answers - this game is logged for the operators "
            "to look into."
    ELSE
        DISPLAY WS-WRONG-CT " turn(s) were scored wrong - the correct "
            "scores are shown above."
    END-IF

    MOVE WS-SECRET TO WS-ANSWER
    PERFORM READ-PLAYER-ID.

CHECK-SECRET-VALID.
    MOVE "Y" TO WS-SECRET-OK
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-DIGIT-LEN
        IF WS-SECRET(WS-POS:1) IS NOT NUMERIC THEN
            MOVE "N" TO WS-SECRET-OK
        END-IF
    END-PERFORM
    IF WS-SECRET-OK IS EQUAL TO "N" THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-RULE IS NOT EQUAL TO "R" THEN
        PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS >= WS-DIGIT-LEN
            PERFORM VARYING WS-POS2 FROM 1 BY 1 UNTIL WS-POS2 > WS-DIGIT-LEN
                IF (WS-POS2 > WS-POS) AND
                   (WS-SECRET(WS-POS:1) IS EQUAL TO WS-SECRET(WS-POS2:1)) THEN
                    MOVE "N" TO WS-SECRET-OK
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF
    IF WS-DIGIT-LEN < 5 THEN
        IF WS-SECRET(WS-DIGIT-LEN + 1:) IS NOT EQUAL TO SPACES THEN
            MOVE "N" TO WS-SECRET-OK
        END-IF
    END-IF.

CHECK-ONE-TURN.
    MOVE SPACES TO WS-ENTRY-GUESS
    MOVE SPACES TO WS-ENTRY-SCORE
    UNSTRING WS-ENTRY DELIMITED BY ":"
        INTO WS-ENTRY-GUESS, WS-ENTRY-SCORE
    END-UNSTRING
    MOVE WS-SECRET TO WS-SCORE-SECRET
    MOVE WS-ENTRY-GUESS(1:5) TO WS-SCORE-GUESS
    PERFORM SCORE-AB
    IF (WS-ENTRY-SCORE(1:1) IS EQUAL TO WS-SCORE-A)
       AND (WS-ENTRY-SCORE(3:1) IS EQUAL TO WS-SCORE-B) THEN
        DISPLAY "Turn " WS-TURN-NO ": " WS-ENTRY-GUESS(1:WS-DIGIT-LEN)
            " you scored " WS-ENTRY-SCORE(1:4) " - correct"
    ELSE
        ADD 1 TO WS-WRONG-CT
        DISPLAY "Turn " WS-TURN-NO ": " WS-ENTRY-GUESS(1:WS-DIGIT-LEN)
            " you scored " WS-ENTRY-SCORE(1:4) " - WRONG, it should "
            "have been " WS-SCORE-A "A" WS-SCORE-B "B"
    END-IF.

READ-PLAYER-ID.
    *> Optional: an unknown or retired ID is not refused, just left
    *> off the record so the game still lands on the audit trail.
    DISPLAY "Your player ID, for the scoring-practice report "
        "(blank if not registered): " WITH NO ADVANCING
    MOVE SPACES TO WS-PLAYER-ID
    ACCEPT WS-PLAYER-ID
    IF WS-PLAYER-ID IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-PLAYER-FOUND
    OPEN INPUT PLAYER-FILE
    IF WS-PLAY-STATUS IS EQUAL TO "00" THEN
        MOVE "N" TO WS-PLAY-EOF
        PERFORM UNTIL WS-PLAY-EOF IS EQUAL TO "Y"
            READ PLAYER-FILE
                AT END
                    MOVE "Y" TO WS-PLAY-EOF
                NOT AT END
                    IF (PL-ID IS EQUAL TO WS-PLAYER-ID)
                       AND (PL-STATUS IS NOT EQUAL TO "R") THEN
                        MOVE "Y" TO WS-PLAYER-FOUND
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PLAYER-FILE
    END-IF
    IF WS-PLAYER-FOUND IS EQUAL TO "N" THEN
        DISPLAY WS-PLAYER-ID " is not an active registered ID - the "
            "game is logged without one."
        MOVE SPACES TO WS-PLAYER-ID
    END-IF.

APPLY-FEEDBACK-FILTER.
    MOVE 0 TO WS-CTVAL
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-COUNT
    MOVE WS-CTVAL TO WS-COUNT.

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

READ-CONFIG.
    MOVE ZERO TO WS-SEED-OVERRIDE
    MOVE ZERO TO WS-MIN-OVERRIDE
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

BUILD-TABLE1.
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
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-BOOK-NAME
    IF WS-RULE IS EQUAL TO "R" THEN
        STRING "OPENBOOK." WS-DIGIT-LEN "R.DAT" DELIMITED BY SIZE
            INTO WS-BOOK-NAME
    ELSE
        STRING "OPENBOOK." WS-DIGIT-LEN ".DAT" DELIMITED BY SIZE
            INTO WS-BOOK-NAME
    END-IF
    OPEN INPUT BOOK-FILE
    IF WS-BOOK-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH

WRITE-SIM-PART.
    *> One header line (slice, digit length, range, games, total
    *> guesses, worst case, rule) then the 30 histogram buckets and the
    *> over-30 overflow count, one per line, for SIMMERGE to read.
    MOVE SPACES TO WS-SIMPART-NAME
    STRING "SIMPART." WS-WT-NO(WS-SLICE-IX) ".DAT"
    STRING WS-WT-NO(WS-SLICE-IX) " " WS-DIGIT-LEN
           " " WS-SIM-LO " " WS-SIM-HI
           " " WS-SIM-N " " WS-SIM-TOTAL " " WS-SIM-WORST
           " " WS-RULE
        DELIMITED BY SIZE INTO SIMPART-RECORD
    WRITE SIMPART-RECORD
    PERFORM VARYING WS-HIST-IDX FROM 1 BY 1 UNTIL WS-HIST-IDX > 30
    STRING "Digit length: " WS-DIGIT-LEN DELIMITED BY SIZE
        INTO SIMREPORT-RECORD
    WRITE SIMREPORT-RECORD
    IF WS-RULE IS EQUAL TO "R" THEN
        MOVE "Rule: repeated digits allowed" TO SIMREPORT-RECORD
        WRITE SIMREPORT-RECORD
    END-IF
    MOVE WS-SIM-N TO WS-REPORT-NUM2
    MOVE SPACES TO SIMREPORT-RECORD
    STRING "Games simulated: " WS-REPORT-NUM2 DELIMITED BY SIZE
        MOVE CHECKPOINT-RECORD(1:1) TO WS-DIGIT-LEN
        MOVE CHECKPOINT-RECORD(2:6) TO WS-COUNT
        MOVE CHECKPOINT-RECORD(8:4) TO WS-GUESS-COUNT
        MOVE CHECKPOINT-RECORD(12:1) TO WS-RULE
        MOVE SPACES TO WS-LOG-BUF
        MOVE 1 TO WS-LOG-PTR
        MOVE "N" TO WS-CKPT-LOG
        IF CHECKPOINT-RECORD(13:4) IS NUMERIC THEN
            MOVE CHECKPOINT-RECORD(13:4) TO WS-LOG-PTR
            MOVE "Y" TO WS-CKPT-LOG
        END-IF
        MOVE 0 TO WS-INDEX
        MOVE 1 TO WS-CKPT-AT
        PERFORM UNTIL WS-CKPT-STATUS IS NOT EQUAL TO "00"
            READ CHECKPOINT-FILE
                AT END
                    MOVE "10" TO WS-CKPT-STATUS
            END-READ
            IF WS-CKPT-STATUS IS EQUAL TO "00" THEN
                IF CHECKPOINT-RECORD(1:1) IS EQUAL TO "L" THEN
                    IF WS-CKPT-AT < 2000 THEN
                        MOVE CHECKPOINT-RECORD(2:100)
                            TO WS-LOG-BUF(WS-CKPT-AT:100)
                        ADD 100 TO WS-CKPT-AT
                    END-IF
                ELSE
                    ADD 1 TO WS-INDEX
                    MOVE CHECKPOINT-RECORD(1:5) TO WS-SET1(WS-INDEX)
                END-IF
            END-IF
        END-PERFORM
    END-IF
    MOVE WS-DIGIT-LEN TO CHECKPOINT-RECORD(1:1)
    MOVE WS-COUNT TO CHECKPOINT-RECORD(2:6)
    MOVE WS-GUESS-COUNT TO CHECKPOINT-RECORD(8:4)
    MOVE WS-RULE TO CHECKPOINT-RECORD(12:1)
    MOVE WS-LOG-PTR TO CHECKPOINT-RECORD(13:4)
    WRITE CHECKPOINT-RECORD
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-COUNT
        MOVE SPACES TO CHECKPOINT-RECORD
        MOVE WS-SET1(WS-INDEX) TO CHECKPOINT-RECORD(1:5)
        WRITE CHECKPOINT-RECORD
    END-PERFORM
    PERFORM VARYING WS-CKPT-AT FROM 1 BY 100
            UNTIL WS-CKPT-AT >= WS-LOG-PTR
        MOVE SPACES TO CHECKPOINT-RECORD
        MOVE "L" TO CHECKPOINT-RECORD(1:1)
        MOVE WS-LOG-BUF(WS-CKPT-AT:100) TO CHECKPOINT-RECORD(2:100)
        WRITE CHECKPOINT-RECORD
    END-PERFORM
    CLOSE CHECKPOINT-FILE.

DELETE-CHECKPOINT.
