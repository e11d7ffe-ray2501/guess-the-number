   *> out - and the engine's simulated average from SIMREPORT.TXT
   *> alongside as the benchmark. One report to settle the club
   *> night argument about 0123-style openings with the data the
   *> audit trail already collects. Games under the repeated-digit
   *> rule are a different puzzle, so their openings are ranked in
   *> sections of their own.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-SIM-STATUS     PIC XX.
   01 WS-RPT-STATUS     PIC XX.
   01 WS-OPEN-TABLE.
     05 WS-OPEN-ENT OCCURS 400 TIMES.
       10 WS-OP-LEN     PIC 9.
       10 WS-OP-RULE    PIC X.
       10 WS-OP-GUESS   PIC X(5).
       10 WS-OP-GAMES   PIC 9(6).
       10 WS-OP-SOLVES  PIC 9(6).
   01 WS-LIST-PTR       PIC 9(3).

   *> Engine benchmark averages parsed from SIMREPORT.TXT (one
   *> report covers one digit length and rule; zero = none on file).
   *> Index 1..3 is length 3..5 classic, 4..6 the same lengths under
   *> the repeated-digit rule.
   01 WS-SIM-LEN        PIC 9 VALUE ZERO.
   01 WS-SIM-RULE       PIC X VALUE SPACE.
   01 WS-SIM-AVG        PIC X(7).
   01 WS-SIM-EOF        PIC X.
   01 WS-BENCH-TABLE.
     05 WS-BENCH-AVG    PIC X(7) OCCURS 6 TIMES.

   01 WS-LEN-IX         PIC 9.
   01 WS-LEN-DIGIT      PIC 9.
   01 WS-RULE           PIC X.
   01 WS-RULE-SEEN      PIC X.
   01 WS-I              PIC 9(3).
   01 WS-J              PIC 9(3).
   01 WS-BEST           PIC 9(3).
       AND (GS-MODE IS NOT EQUAL TO "DAILY") THEN
        EXIT PARAGRAPH
    END-IF
    *> A forfeit is a decision, not a game played out, even where
    *> the seat had made some guesses before defaulting.
    IF GS-OUTCOME IS EQUAL TO "FORFEIT" THEN
        EXIT PARAGRAPH
    END-IF
    IF (GS-DIGIT-LEN IS NOT NUMERIC)
       OR (GS-DIGIT-LEN < 3) OR (GS-DIGIT-LEN > 5) THEN
        EXIT PARAGRAPH
    MOVE ZERO TO WS-FOUND-IX
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPEN-CT
        IF (WS-OP-LEN(WS-I) IS EQUAL TO GS-DIGIT-LEN)
           AND (WS-OP-RULE(WS-I) IS EQUAL TO GS-RULE)
           AND (WS-OP-GUESS(WS-I) IS EQUAL TO WS-FIRST-GUESS(1:5))
        THEN
            MOVE WS-I TO WS-FOUND-IX
        ADD 1 TO WS-OPEN-CT
        MOVE WS-OPEN-CT TO WS-FOUND-IX
        MOVE GS-DIGIT-LEN TO WS-OP-LEN(WS-FOUND-IX)
        MOVE GS-RULE TO WS-OP-RULE(WS-FOUND-IX)
        MOVE WS-FIRST-GUESS(1:5) TO WS-OP-GUESS(WS-FOUND-IX)
        MOVE ZERO TO WS-OP-GAMES(WS-FOUND-IX)
        MOVE ZERO TO WS-OP-SOLVES(WS-FOUND-IX)
    END-IF.

READ-SIM-BENCHMARK.
    *> SIMREPORT.TXT covers one digit length and rule per run;
    *> whichever it carries gets its engine average shown as the
    *> benchmark line. A "Rule:" line marks a repeated-digit run.
    PERFORM VARYING WS-LEN-IX FROM 1 BY 1 UNTIL WS-LEN-IX > 6
        MOVE SPACES TO WS-BENCH-AVG(WS-LEN-IX)
    END-PERFORM
    MOVE ZERO TO WS-SIM-LEN
    MOVE SPACE TO WS-SIM-RULE
    MOVE SPACES TO WS-SIM-AVG
    OPEN INPUT SIMREPORT-FILE
    IF WS-SIM-STATUS IS NOT EQUAL TO "00" THEN
                        MOVE SIMREPORT-RECORD(15:1) TO WS-SIM-LEN
                    END-IF
                END-IF
                IF SIMREPORT-RECORD(1:29) IS EQUAL TO
                        "Rule: repeated digits allowed" THEN
                    MOVE "R" TO WS-SIM-RULE
                END-IF
                IF SIMREPORT-RECORD(1:26) IS EQUAL TO
                        "Average guesses to solve: " THEN
                    MOVE SIMREPORT-RECORD(27:7) TO WS-SIM-AVG
    CLOSE SIMREPORT-FILE
    IF (WS-SIM-LEN >= 3) AND (WS-SIM-LEN <= 5) THEN
        COMPUTE WS-LEN-IX = WS-SIM-LEN - 2
        IF WS-SIM-RULE IS EQUAL TO "R" THEN
            ADD 3 TO WS-LEN-IX
        END-IF
        MOVE WS-SIM-AVG TO WS-BENCH-AVG(WS-LEN-IX)
    END-IF.

         & " to solve" TO REPORT-RECORD
    WRITE REPORT-RECORD

    *> Repeated-digit sections (index 4..6) appear only when there is
    *> something to show for them.
    PERFORM VARYING WS-LEN-IX FROM 1 BY 1 UNTIL WS-LEN-IX > 6
        MOVE SPACE TO WS-RULE
        COMPUTE WS-LEN-DIGIT = WS-LEN-IX + 2
        IF WS-LEN-IX > 3 THEN
            MOVE "R" TO WS-RULE
            COMPUTE WS-LEN-DIGIT = WS-LEN-IX - 1
        END-IF
        MOVE "Y" TO WS-RULE-SEEN
        IF WS-RULE IS EQUAL TO "R" THEN
            PERFORM CHECK-RULE-SEEN
        END-IF
        IF WS-RULE-SEEN IS EQUAL TO "Y" THEN
            PERFORM WRITE-ONE-SECTION
        END-IF
    END-PERFORM
    CLOSE REPORT-FILE.

CHECK-RULE-SEEN.
    MOVE "N" TO WS-RULE-SEEN
    IF WS-BENCH-AVG(WS-LEN-IX) IS NOT EQUAL TO SPACES THEN
        MOVE "Y" TO WS-RULE-SEEN
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPEN-CT
        IF (WS-OP-LEN(WS-I) IS EQUAL TO WS-LEN-DIGIT)
           AND (WS-OP-RULE(WS-I) IS EQUAL TO "R") THEN
            MOVE "Y" TO WS-RULE-SEEN
        END-IF
    END-PERFORM.

WRITE-ONE-SECTION.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    IF WS-RULE IS EQUAL TO "R" THEN
        STRING "Digit length " WS-LEN-DIGIT
               ", repeated digits allowed:"
            DELIMITED BY SIZE INTO REPORT-RECORD
    ELSE
        STRING "Digit length " WS-LEN-DIGIT ":"
            DELIMITED BY SIZE INTO REPORT-RECORD
    END-IF
    WRITE REPORT-RECORD
    IF WS-BENCH-AVG(WS-LEN-IX) IS NOT EQUAL TO SPACES THEN
        MOVE SPACES TO REPORT-RECORD
        STRING "  Engine benchmark (SIMREPORT.TXT): "
               WS-BENCH-AVG(WS-LEN-IX)
               " average guesses to solve"
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF
    MOVE "  Rank Opening  Games Solved   Rate% AvgGuess"
        TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM RANK-ONE-LENGTH.

RANK-ONE-LENGTH.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OPEN-CT
        MOVE "N" TO WS-OP-TAKEN(WS-I)
        MOVE ZERO TO WS-BEST
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-OPEN-CT
            IF (WS-OP-TAKEN(WS-J) IS EQUAL TO "N")
               AND (WS-OP-LEN(WS-J) IS EQUAL TO WS-LEN-DIGIT)
               AND (WS-OP-RULE(WS-J) IS EQUAL TO WS-RULE) THEN
                IF WS-BEST IS EQUAL TO ZERO THEN
                    MOVE WS-J TO WS-BEST
                ELSE
