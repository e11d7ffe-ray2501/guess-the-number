   COPY "GAMEREC.cpy".

   FD CERT-FILE.
   01 CERT-RECORD           PIC X(2100).

   FD EXCP-FILE.
   01 EXCP-RECORD           PIC X(100).
   *>   TS2 - GS-END-TS is not a valid timestamp
   *>   SEQ - GS-END-TS is earlier than GS-START-TS
   *>   LEN - GS-DIGIT-LEN is not 3, 4 or 5
   *>   RUL - GS-RULE is neither blank (classic) nor R (repeated
   *>         digits allowed)
   *>   ANS - GS-ANSWER is not GS-DIGIT-LEN digits (distinct ones
   *>         unless GS-RULE is R)
   *>   CNT - GS-GUESS-COUNT does not match the guess-list entries
   *>   FMT - a guess-list entry is not of the form guess:nAnB
   *>   SCR - a recorded A/B score does not rescore against GS-ANSWER
   *>   MSC - a MISSCORED session whose scores all rescore correctly
   *>         against the player's secret, i.e. the solver ran out of
   *>         candidates without a scoring mistake to explain it
   *>   TRN - the guess list stops short at byte 200 with nothing in
   *>         GS-GUESS-CONT: written before the list was continued
   *>         there, when the later guesses were dropped (TRUNCRPT
   *>         lists every such session)
   01 WS-RECORD-OK      PIC X VALUE "Y".
   01 WS-REASON-CODE    PIC X(3).

   01 WS-TS-SS          PIC 9(2).

   *> Guess-list parsing work area. Entries look like "1234:1A2B" and
   *> are ";"-terminated by the game programs' APPEND-GUESS-TO-LOG;
   *> the list is GS-GUESS-LIST followed directly by GS-GUESS-CONT.
   01 WS-LIST-PTR       PIC 9(4).
   01 WS-FULL-LIST      PIC X(2000).
   01 WS-ENTRY          PIC X(20).
   01 WS-ENTRY-GUESS    PIC X(10).
   01 WS-ENTRY-SCORE    PIC X(10).
   01 WS-POS            PIC 9.
   01 WS-POS2           PIC 9.

   *> Rule the game was played under (GS-RULE "R" = repeated digits
   *> allowed, blank = classic): it decides whether the answer
   *> may repeat a digit and how a guess is scored.
   01 WS-RULE           PIC X VALUE SPACE.
   01 WS-SCORE-TALLY.
     05 WS-TALLY-SECRET PIC 9 OCCURS 10 TIMES.
     05 WS-TALLY-GUESS  PIC 9 OCCURS 10 TIMES.
   01 WS-TALLY-DIGIT    PIC 9.
   01 WS-TALLY-I        PIC 99.

   *> computerAB's interactive mode logs its own final guess as
   *> GS-ANSWER; on a GAVEUP record the human's real secret was never
   *> known, so the recorded human-entered scores cannot be reproduced
   *> from the record alone and the rescore check is skipped.
   01 WS-RESCORABLE     PIC X.

   *> computerAB's MISSCORED sessions are the ones where the player's
   *> scores left no candidate. GS-ANSWER is the secret the player
   *> gave afterwards and the list keeps the scores as they were
   *> entered, so some of them are expected NOT to rescore; what
   *> must hold is that at least one does not.
   01 WS-MISSCORED      PIC X.
   01 WS-WRONG-CT       PIC 9(4).

   01 WS-NUM-ED         PIC ZZZZZ9.

PROCEDURE DIVISION.
    OPEN INPUT GAMELOG-FILE
    IF WS-LOG-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "No GAMEAUDIT.DAT found - nothing to check."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT CERT-FILE
    DISPLAY "Audit check complete. Records read: " WS-READ-COUNT
        ", passed: " WS-PASS-COUNT ", rejected: " WS-FAIL-COUNT "."
    DISPLAY "Certified copy in GAMEAUDIT.CERT.DAT, exceptions in "
        "AUDITEXC.TXT."
    *> Rejected records are a warning to the job stream, not a stop:
    *> the certified copy is complete for everything that passed.
    IF WS-FAIL-COUNT > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

STOP RUN.

            DISPLAY "GAMEAUDIT.DAT is still locked by "
                WS-LOCK-HOLDER " - giving up. Rerun once the "
                "writer finishes."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "GAMEAUDIT.DAT is locked by " WS-LOCK-HOLDER
        ACCEPT WS-LOCK-REPLY
        IF WS-LOCK-REPLY IS EQUAL TO "Q"
           OR WS-LOCK-REPLY IS EQUAL TO "q" THEN
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        SUBTRACT 1 FROM WS-LOCK-TRIES
        END-IF
    END-IF

    IF WS-RECORD-OK IS EQUAL TO "Y" THEN
        IF (GS-RULE IS NOT EQUAL TO SPACE)
           AND (GS-RULE IS NOT EQUAL TO "R") THEN
            MOVE "N" TO WS-RECORD-OK
            MOVE "RUL" TO WS-REASON-CODE
        ELSE
            MOVE GS-RULE TO WS-RULE
        END-IF
    END-IF

    IF WS-RECORD-OK IS EQUAL TO "Y" THEN
        PERFORM CHECK-ANSWER
    END-IF
    END-IF.

CHECK-ANSWER.
    *> GS-ANSWER must hold exactly GS-DIGIT-LEN digits - distinct ones
    *> unless the game was played under the repeated-digit rule - with
    *> nothing but spaces after them.
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-DIGIT-LEN
        IF GS-ANSWER(WS-POS:1) IS NOT NUMERIC THEN
            MOVE "N" TO WS-RECORD-OK
        END-IF
    END-PERFORM
    IF (WS-RECORD-OK IS EQUAL TO "Y") AND (WS-RULE IS NOT EQUAL TO "R") THEN
        PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS >= WS-DIGIT-LEN
            PERFORM VARYING WS-POS2 FROM 1 BY 1 UNTIL WS-POS2 > WS-DIGIT-LEN
                IF (WS-POS2 > WS-POS) AND
    *> audit trail: GS-ANSWER is a dummy and the solving guess is
    *> withheld from the list, so the scores cannot rescore against
    *> the recorded answer and the list runs one entry short of
    *> GS-GUESS-COUNT (a give-up has no solving guess to withhold).
    IF GS-MODE IS EQUAL TO "DAILY" THEN
        MOVE "N" TO WS-RESCORABLE
    END-IF
    MOVE "N" TO WS-MISSCORED
    IF (GS-MODE IS EQUAL TO "COMPUTERAB")
       AND (GS-OUTCOME IS EQUAL TO "MISSCORED") THEN
        MOVE "Y" TO WS-MISSCORED
    END-IF
    MOVE ZERO TO WS-WRONG-CT

    MOVE ZERO TO WS-ENTRY-COUNT
    MOVE GS-GUESS-LIST TO WS-FULL-LIST(1:200)
    MOVE GS-GUESS-CONT TO WS-FULL-LIST(201:)
    MOVE 1 TO WS-LIST-PTR
    MOVE "N" TO WS-LIST-DONE
    PERFORM UNTIL (WS-LIST-DONE IS EQUAL TO "Y")
            OR (WS-RECORD-OK IS EQUAL TO "N")
        MOVE SPACES TO WS-ENTRY
        IF WS-LIST-PTR > 2000 THEN
            MOVE "Y" TO WS-LIST-DONE
        ELSE
            UNSTRING WS-FULL-LIST DELIMITED BY ";"
                INTO WS-ENTRY
                WITH POINTER WS-LIST-PTR
            END-UNSTRING
        ELSE
            MOVE GS-GUESS-COUNT TO WS-EXPECT-COUNT
            IF (GS-MODE IS EQUAL TO "DAILY")
               AND (GS-OUTCOME IS EQUAL TO "SOLVED")
               AND (WS-EXPECT-COUNT > 0) THEN
                SUBTRACT 1 FROM WS-EXPECT-COUNT
            END-IF
                MOVE "CNT" TO WS-REASON-CODE
            END-IF
        END-IF
    END-IF

    IF (WS-RECORD-OK IS EQUAL TO "Y") AND (WS-MISSCORED IS EQUAL TO "Y")
       AND (WS-WRONG-CT IS EQUAL TO ZERO) THEN
        MOVE "N" TO WS-RECORD-OK
        MOVE "MSC" TO WS-REASON-CODE
    END-IF

    *> A list that ran into the old 200-byte limit ends in a cut-off
    *> entry (FMT on the last one) or simply runs out (CNT short).
    IF (WS-RECORD-OK IS EQUAL TO "N")
       AND (GS-GUESS-CONT IS EQUAL TO SPACES)
       AND (GS-GUESS-LIST(200:1) IS NOT EQUAL TO SPACE) THEN
        IF ((WS-REASON-CODE IS EQUAL TO "FMT") AND (WS-LIST-PTR > 200))
           OR ((WS-REASON-CODE IS EQUAL TO "CNT")
               AND (WS-ENTRY-COUNT < WS-EXPECT-COUNT)) THEN
            MOVE "TRN" TO WS-REASON-CODE
        END-IF
    END-IF.

CHECK-GUESS-ENTRY.
            PERFORM SCORE-AB
            IF (WS-SCORE-A IS NOT EQUAL TO WS-ENTRY-A)
               OR (WS-SCORE-B IS NOT EQUAL TO WS-ENTRY-B) THEN
                IF WS-MISSCORED IS EQUAL TO "Y" THEN
                    ADD 1 TO WS-WRONG-CT
                ELSE
                    MOVE "N" TO WS-RECORD-OK
                    MOVE "SCR" TO WS-REASON-CODE
                END-IF
            END-IF
        END-IF
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

WRITE-EXCEPTION.
    MOVE WS-READ-COUNT TO WS-NUM-ED
    MOVE SPACES TO EXCP-RECORD
