       SELECT GAMELOG-FILE ASSIGN TO "GAMEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT XREF-FILE ASSIGN TO "PLAYXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD GAMELOG-FILE.
   COPY "GAMEREC.cpy".

   FD XREF-FILE.
   COPY "PLAYXREF.cpy".

   WORKING-STORAGE SECTION.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-LOG-EOF        PIC X VALUE "N".
   *> archive job keeps the live file short.
   01 WS-SESS-CT        PIC 9(3) VALUE ZERO.
   01 WS-SESS-TABLE.
     05 WS-SESS         PIC X(2100) OCCURS 500 TIMES.
   01 WS-SESS-FULL      PIC X VALUE "N".

   *> Optional player filter on the list. IDs merged into another by
   *> PLAYREG (PLAYXREF.cpy) are matched too, so a player's games
   *> played under an old duplicate ID still list under the survivor.
   01 WS-FILT-PLAYER    PIC X(8) VALUE SPACES.
   01 WS-XREF-STATUS    PIC XX.
   01 WS-XREF-EOF       PIC X.
   01 WS-XREF-CT        PIC 9(3) VALUE ZERO.
   01 WS-XREF-TABLE.
     05 WS-XREF-ENT OCCURS 200 TIMES.
       10 WS-XR-OLD     PIC X(8).
       10 WS-XR-NEW     PIC X(8).
   01 WS-XREF-I         PIC 9(3).
   01 WS-MAP-ID         PIC X(8).

   *> Working copy of the picked session record.
   COPY "GAMEREC.cpy" REPLACING LEADING ==GAME== BY ==VIEW==
                                LEADING ==GS== BY ==VS==.
   *> BUILD-TABLE and computerAB's BUILD-TABLE1 do, then narrowed by
   *> each recorded guess exactly as APPLY-FEEDBACK-FILTER would.
   01 WS-TABLE1.
     05 WS-SET1 PIC X(5) OCCURS 100000 TIMES.
   01 WS-TABLE2.
     05 WS-SET2 PIC X(5) OCCURS 100000 TIMES.
   01 WS-COUNT       PIC 9(6).
   01 WS-CTVAL       PIC 9(6).
   01 WS-INDEX       PIC 9(6).
     05 WS-DIGIT PIC 9 OCCURS 5 TIMES.
   01 WS-CAND-STR    PIC X(5).

   *> Rule the game was played under (GS-RULE "R" = repeated digits
   *> allowed, blank = classic): it decides the candidate table and
   *> how a guess is scored, as in the game programs.
   01 WS-RULE        PIC X VALUE SPACE.
   01 WS-SCORE-TALLY.
     05 WS-TALLY-SECRET PIC 9 OCCURS 10 TIMES.
     05 WS-TALLY-GUESS  PIC 9 OCCURS 10 TIMES.
   01 WS-TALLY-DIGIT PIC 9.
   01 WS-TALLY-I     PIC 99.

   *> In-program A/B scoring (same rules as the SCORE-AB paragraphs in
   *> the game programs).
   01 WS-SCORE-SECRET  PIC X(5).
   01 WS-SCORE-B       PIC 9.

   *> Guess-list parsing, as AUDITCHK does it.
   01 WS-LIST-PTR       PIC 9(4).
   01 WS-FULL-LIST      PIC X(2000).
   *> Y when the record was written before the list continued into
   *> GS-GUESS-CONT and its guesses past byte 200 were dropped.
   01 WS-LIST-CUT       PIC X.
   01 WS-LIST-EXPECT    PIC 9(4).
   01 WS-ENTRY          PIC X(20).
   01 WS-ENTRY-GUESS    PIC X(10).
   01 WS-ENTRY-SCORE    PIC X(10).
   01 WS-RESCORABLE     PIC X.

PROCEDURE DIVISION.
    PERFORM LOAD-PLAYER-XREF
    DISPLAY "List sessions for player ID (blank = all): "
        WITH NO ADVANCING
    ACCEPT WS-FILT-PLAYER
    IF WS-FILT-PLAYER IS NOT EQUAL TO SPACES THEN
        MOVE WS-FILT-PLAYER TO WS-MAP-ID
        PERFORM MAP-PLAYER-ID
        IF WS-MAP-ID IS NOT EQUAL TO WS-FILT-PLAYER THEN
            DISPLAY FUNCTION TRIM(WS-FILT-PLAYER) " was merged into "
                FUNCTION TRIM(WS-MAP-ID) " - listing games under "
                "either ID."
            MOVE WS-MAP-ID TO WS-FILT-PLAYER
        END-IF
    END-IF
    PERFORM LOAD-SESSION-LIST
    IF WS-SESS-CT IS EQUAL TO ZERO THEN
        DISPLAY "No sessions found in GAMEAUDIT.DAT. Older games "
            AT END
                MOVE "Y" TO WS-LOG-EOF
            NOT AT END
                PERFORM TAKE-SESSION-IF-WANTED
        END-READ
    END-PERFORM
    CLOSE GAMELOG-FILE
            "500. Run the archive job to shorten GAMEAUDIT.DAT."
    END-IF.

TAKE-SESSION-IF-WANTED.
    IF WS-FILT-PLAYER IS NOT EQUAL TO SPACES THEN
        MOVE GS-PLAYER-ID TO WS-MAP-ID
        PERFORM MAP-PLAYER-ID
        IF WS-MAP-ID IS NOT EQUAL TO WS-FILT-PLAYER THEN
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-SESS-CT < 500 THEN
        ADD 1 TO WS-SESS-CT
        MOVE SPACES TO WS-SESS(WS-SESS-CT)
        MOVE GAME-SESSION-RECORD TO WS-SESS(WS-SESS-CT)
    ELSE
        MOVE "Y" TO WS-SESS-FULL
    END-IF.

SHOW-SESSION-LIST.
    DISPLAY " "
    DISPLAY "  No. Started        Mode       Len Guesses Outcome"
        EXIT PARAGRAPH
    END-IF
    MOVE VS-DIGIT-LEN TO WS-DIGIT-LEN
    MOVE VS-RULE TO WS-RULE
    MOVE "Y" TO WS-RESCORABLE
    IF (VS-MODE IS EQUAL TO "COMPUTERAB")
       AND (VS-OUTCOME IS EQUAL TO "GAVEUP") THEN
    DISPLAY " "
    DISPLAY "Replaying " VS-MODE " game started " VS-START-TS
        ", recorded answer " VS-ANSWER ", outcome " VS-OUTCOME "."
    IF WS-RULE IS EQUAL TO "R" THEN
        DISPLAY "Played under the repeated-digit rule."
    END-IF
    IF VS-PLAYER-ID IS NOT EQUAL TO SPACES THEN
        MOVE VS-PLAYER-ID TO WS-MAP-ID
        PERFORM MAP-PLAYER-ID
        IF WS-MAP-ID IS EQUAL TO VS-PLAYER-ID THEN
            DISPLAY "Player " VS-PLAYER-ID
        ELSE
            DISPLAY "Player " VS-PLAYER-ID " (since merged into "
                WS-MAP-ID ")"
        END-IF
    END-IF
    PERFORM BUILD-TABLE1
    MOVE WS-COUNT TO WS-NUM-ED
    DISPLAY "Candidate answers before any guess: " WS-NUM-ED

    MOVE ZERO TO WS-TURN-NO
    MOVE ZERO TO WS-MISMATCH-CT
    MOVE VS-GUESS-LIST TO WS-FULL-LIST(1:200)
    MOVE VS-GUESS-CONT TO WS-FULL-LIST(201:)
    MOVE 1 TO WS-LIST-PTR
    MOVE "N" TO WS-LIST-DONE
    PERFORM UNTIL WS-LIST-DONE IS EQUAL TO "Y"
        MOVE SPACES TO WS-ENTRY
        IF WS-LIST-PTR > 2000 THEN
            MOVE "Y" TO WS-LIST-DONE
        ELSE
            UNSTRING WS-FULL-LIST DELIMITED BY ";"
                INTO WS-ENTRY
                WITH POINTER WS-LIST-PTR
            END-UNSTRING
            END-IF
        END-IF
    END-PERFORM
    PERFORM CHECK-LIST-CUT
    IF WS-LIST-CUT IS EQUAL TO "Y" THEN
        DISPLAY " "
        DISPLAY "This session was recorded before whole guess lists "
            "were kept: its list stops at 200 characters and the "
            "guesses after that were lost, so the replay ends short "
            "of the " VS-GUESS-COUNT " recorded."
    END-IF

    IF WS-RESCORABLE IS EQUAL TO "N" THEN
        DISPLAY " "
    END-IF
    PERFORM CHECK-ANSWER-ALIVE
    DISPLAY " "
    *> computerAB ran out of candidates on the player's scores; the
    *> recorded answer is the secret the player gave afterwards, so
    *> mismatches here are the player's scoring mistakes.
    IF (VS-MODE IS EQUAL TO "COMPUTERAB")
       AND (VS-OUTCOME IS EQUAL TO "MISSCORED") THEN
        IF WS-MISMATCH-CT IS EQUAL TO ZERO THEN
            DISPLAY "This game ended MISSCORED, yet every recorded "
                "score reproduces against the player's secret - the "
                "scores do not explain the solver running out of "
                "answers (AUDITCHK rejects it as MSC)."
        ELSE
            DISPLAY "This game ended MISSCORED: the recorded answer "
                "is the secret the player gave afterwards, and the "
                WS-MISMATCH-CT " turn(s) marked MISMATCH were scored "
                "wrong - the rescored value is the correct score."
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-MISMATCH-CT IS EQUAL TO ZERO THEN
        DISPLAY "Every recorded score reproduces against the "
            "recorded answer."
    MOVE WS-ENTRY-GUESS(1:5) TO WS-SCORE-GUESS
    PERFORM SCORE-AB.

CHECK-LIST-CUT.
    *> The last entry was cut mid-way, or the entries run out before
    *> the guess count does (a DAILY solve lists one fewer).
    MOVE "N" TO WS-LIST-CUT
    IF (VS-GUESS-CONT IS NOT EQUAL TO SPACES)
       OR (VS-GUESS-LIST(200:1) IS EQUAL TO SPACE) THEN
        EXIT PARAGRAPH
    END-IF
    IF VS-GUESS-LIST(200:1) IS NOT EQUAL TO ";" THEN
        MOVE "Y" TO WS-LIST-CUT
        EXIT PARAGRAPH
    END-IF
    IF VS-GUESS-COUNT IS NOT NUMERIC THEN
        EXIT PARAGRAPH
    END-IF
    MOVE VS-GUESS-COUNT TO WS-LIST-EXPECT
    IF (VS-MODE IS EQUAL TO "DAILY") AND (VS-OUTCOME IS EQUAL TO "SOLVED")
       AND (WS-LIST-EXPECT > 0) THEN
        SUBTRACT 1 FROM WS-LIST-EXPECT
    END-IF
    IF WS-TURN-NO < WS-LIST-EXPECT THEN
        MOVE "Y" TO WS-LIST-CUT
    END-IF.

CHECK-ANSWER-ALIVE.
    MOVE "N" TO WS-ANSWER-ALIVE
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-COUNT
    END-PERFORM.

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
            MOVE WS-CAND-STR TO WS-SET1(WS-COUNT)
        END-IF
    END-PERFORM.

LOAD-PLAYER-XREF.
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
                END-IF
        END-READ
    END-PERFORM
    CLOSE XREF-FILE.

MAP-PLAYER-ID.
    *> WS-MAP-ID in; out as the ID now in use if it was merged away.
    *> PLAYREG keeps the cross-reference flat, so one hit is final.
    PERFORM VARYING WS-XREF-I FROM 1 BY 1 UNTIL WS-XREF-I > WS-XREF-CT
        IF WS-XR-OLD(WS-XREF-I) IS EQUAL TO WS-MAP-ID THEN
            MOVE WS-XR-NEW(WS-XREF-I) TO WS-MAP-ID
            EXIT PERFORM
        END-IF
    END-PERFORM.
