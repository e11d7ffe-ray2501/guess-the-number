       10 WS-WT-STATUS  PIC X.

   *> Header fields parsed out of each SIMPART.nn.DAT first line
   *> (slice, digit length, lo, hi, games, total guesses, worst,
   *> rule - "R" for the repeated-digit rule, blank for classic and
   *> on parts written before the rule existed).
   01 WS-PH-SLICE        PIC 9(2).
   01 WS-PH-DIGIT-LEN    PIC 9.
   01 WS-PH-LO           PIC 9(6).
   01 WS-PH-GAMES        PIC 9(6).
   01 WS-PH-TOTAL        PIC 9(10).
   01 WS-PH-WORST        PIC 9(4).
   01 WS-PH-RULE         PIC X.

   *> Consolidated results, in the same shape computerAB's own
   *> full-range run reports them.
   01 WS-DIGIT-LEN       PIC 9 VALUE ZERO.
   01 WS-RULE            PIC X VALUE SPACE.
   01 WS-FULL-COUNT      PIC 9(6).
   01 WS-SIM-TOTAL       PIC 9(10) VALUE 0.
   01 WS-SIM-WORST       PIC 9(4) VALUE 0.
    MOVE SIMPART-RECORD(20:6) TO WS-PH-GAMES
    MOVE SIMPART-RECORD(27:10) TO WS-PH-TOTAL
    MOVE SIMPART-RECORD(38:4) TO WS-PH-WORST
    MOVE SIMPART-RECORD(43:1) TO WS-PH-RULE

    IF (WS-PH-LO IS NOT EQUAL TO WS-WT-LO(WS-I))
       OR (WS-PH-HI IS NOT EQUAL TO WS-WT-HI(WS-I)) THEN
    END-IF
    IF WS-DIGIT-LEN IS EQUAL TO ZERO THEN
        MOVE WS-PH-DIGIT-LEN TO WS-DIGIT-LEN
        MOVE WS-PH-RULE TO WS-RULE
    ELSE
        IF WS-PH-DIGIT-LEN IS NOT EQUAL TO WS-DIGIT-LEN THEN
            DISPLAY WS-SIMPART-NAME " was run at digit length "
                WS-DIGIT-LEN " - the parts do not belong together."
            STOP RUN
        END-IF
        IF WS-PH-RULE IS NOT EQUAL TO WS-RULE THEN
            DISPLAY WS-SIMPART-NAME " was run under a different "
                "repeated-digit rule from earlier slices - the parts "
                "do not belong together."
            STOP RUN
        END-IF
    END-IF

    ADD WS-PH-GAMES TO WS-SIM-N
                WS-DIGIT-LEN " - cannot merge."
            STOP RUN
    END-EVALUATE
    *> Every digit string of the length is a candidate once digits
    *> may repeat.
    IF WS-RULE IS EQUAL TO "R" THEN
        COMPUTE WS-FULL-COUNT = 10 ** WS-DIGIT-LEN
    END-IF
    COMPUTE WS-EXPECT-LO = WS-EXPECT-LO - 1
    IF WS-EXPECT-LO IS NOT EQUAL TO WS-FULL-COUNT THEN
        DISPLAY "The slices cover candidates 1-" WS-EXPECT-LO
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
