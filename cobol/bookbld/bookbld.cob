   *> opening guess, then "aAbB" per completed turn), holding the
   *> guess to play next. computerAB and RaceAB consult the book for
   *> their first turns and fall back to live scoring once the game
   *> leaves it. A book for the repeated-digit rule is scored over
   *> that rule's candidates and written as OPENBOOK.nR.DAT.
   01 WS-BOOK-STATUS PIC XX.
   01 WS-BOOK-NAME   PIC X(15).
   01 WS-BOOK-DEPTH  PIC 9 VALUE 2.
   01 WS-BOOK-COUNT  PIC 9(4) VALUE ZERO.

   01 WS-CTVAL     PIC 9(6).

   01 WS-FULL-TABLE.
     05 WS-FULL-SET PIC X(5) OCCURS 100000 TIMES.
   01 WS-FULL-COUNT  PIC 9(6).
   01 WS-L1-TABLE.
     05 WS-L1-SET PIC X(5) OCCURS 100000 TIMES.
   01 WS-L1-COUNT    PIC 9(6).
   01 WS-L2-TABLE.
     05 WS-L2-SET PIC X(5) OCCURS 100000 TIMES.
   01 WS-L2-COUNT    PIC 9(6).
   01 WS-CUR-TABLE.
     05 WS-CUR-SET PIC X(5) OCCURS 100000 TIMES.
   01 WS-CUR-COUNT   PIC 9(6).

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

   *> In-program A/B scoring (same rules as the SCORE-AB paragraphs
   *> in the game programs).
   01 WS-SCORE-SECRET  PIC X(5).

PROCEDURE DIVISION.
    PERFORM READ-DIGIT-LEN
    PERFORM READ-DIGIT-RULE
    DISPLAY "Book depth - engine turns to precompute (2 or 3, "
        "default 2): " WITH NO ADVANCING
    ACCEPT WS-BOOK-DEPTH
        " candidates - this is the long part."

    MOVE SPACES TO WS-BOOK-NAME
    IF WS-RULE IS EQUAL TO "R" THEN
        STRING "OPENBOOK." WS-DIGIT-LEN "R.DAT" DELIMITED BY SIZE
            INTO WS-BOOK-NAME
    ELSE
        STRING "OPENBOOK." WS-DIGIT-LEN ".DAT" DELIMITED BY SIZE
            INTO WS-BOOK-NAME
    END-IF
    OPEN OUTPUT BOOK-FILE

    MOVE WS-FULL-TABLE TO WS-CUR-TABLE
    MOVE WS-CUR-SET(WS-BEST-INDEX) TO WS-BEST-GUESS.

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

READ-DIGIT-LEN.
    DISPLAY "Build the opening book for which digit length (3-5, "
        "default 4)? " WITH NO ADVANCING
        MOVE 4 TO WS-DIGIT-LEN
    END-IF.

READ-DIGIT-RULE.
    DISPLAY "Book for the repeated-digit (Mastermind) rule? (Y/N, "
        "default N): " WITH NO ADVANCING
    MOVE SPACE TO WS-RULE-REPLY
    ACCEPT WS-RULE-REPLY
    IF (WS-RULE-REPLY IS EQUAL TO "Y")
       OR (WS-RULE-REPLY IS EQUAL TO "y") THEN
        MOVE "R" TO WS-RULE
    ELSE
        MOVE SPACE TO WS-RULE
    END-IF.

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
