   01 WS-EOF-FLAG       PIC X.

   *> Points table: a completed match scores 2 points for the player
   *> who solved in fewer guesses, 1 point each on a tie. A match the
   *> TOURNSWP sweep decided by forfeit (status F) is a win for the
   *> seat it was awarded to and a loss for the other, which is also
   *> counted under Fft; a void match (status V) is closed but scores
   *> nothing for either seat.
   01 WS-PLAYER-CT      PIC 9(2) VALUE ZERO.
   01 WS-POINT-TABLE.
     05 WS-POINT-ENT OCCURS 20 TIMES.
       10 WS-PE-LOST    PIC 9(3).
       10 WS-PE-TIED    PIC 9(3).
       10 WS-PE-POINTS  PIC 9(3).
       10 WS-PE-FORFEIT PIC 9(3).
       10 WS-PE-TAKEN   PIC X.

   01 WS-MATCH-CT       PIC 9(3) VALUE ZERO.
   01 WS-DONE-CT        PIC 9(3) VALUE ZERO.
   01 WS-FORFEIT-CT     PIC 9(3) VALUE ZERO.
   01 WS-VOID-CT        PIC 9(3) VALUE ZERO.
   01 WS-P1-IX          PIC 9(2).
   01 WS-P2-IX          PIC 9(2).
   01 WS-LOOKUP-ID      PIC X(8).
   01 WS-LOST-ED        PIC ZZ9.
   01 WS-TIED-ED        PIC ZZ9.
   01 WS-POINTS-ED      PIC ZZ9.
   01 WS-FORFEIT-ED     PIC ZZ9.
   01 WS-COUNT-ED       PIC ZZ9.

PROCEDURE DIVISION.
    PERFORM BATCH-WAIT-MATCH-LOCK
    CLOSE MATCH-FILE

    PERFORM WRITE-STANDINGS
    DISPLAY "Standings for " WS-DONE-CT " decided of " WS-MATCH-CT
        " scheduled matches written to TOURNSTD.TXT ("
        WS-FORFEIT-CT " by forfeit, " WS-VOID-CT " void)".

STOP RUN.

    PERFORM FIND-OR-ADD-PLAYER
    MOVE WS-FOUND-IX TO WS-P2-IX

    IF MT-STATUS IS EQUAL TO "V" THEN
        ADD 1 TO WS-VOID-CT
        EXIT PARAGRAPH
    END-IF
    IF MT-STATUS IS EQUAL TO "F" THEN
        PERFORM SCORE-FORFEIT
        EXIT PARAGRAPH
    END-IF
    IF MT-STATUS IS NOT EQUAL TO "C" THEN
        EXIT PARAGRAPH
    END-IF
            ADD 1 TO WS-PE-POINTS(WS-P2-IX)
    END-EVALUATE.

SCORE-FORFEIT.
    ADD 1 TO WS-DONE-CT
    ADD 1 TO WS-FORFEIT-CT
    ADD 1 TO WS-PE-PLAYED(WS-P1-IX)
    ADD 1 TO WS-PE-PLAYED(WS-P2-IX)
    IF MT-FORFEIT-SEAT IS EQUAL TO 1 THEN
        ADD 1 TO WS-PE-WON(WS-P1-IX)
        ADD 2 TO WS-PE-POINTS(WS-P1-IX)
        ADD 1 TO WS-PE-LOST(WS-P2-IX)
        ADD 1 TO WS-PE-FORFEIT(WS-P2-IX)
    ELSE
        ADD 1 TO WS-PE-WON(WS-P2-IX)
        ADD 2 TO WS-PE-POINTS(WS-P2-IX)
        ADD 1 TO WS-PE-LOST(WS-P1-IX)
        ADD 1 TO WS-PE-FORFEIT(WS-P1-IX)
    END-IF.

FIND-OR-ADD-PLAYER.
    MOVE ZERO TO WS-FOUND-IX
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        MOVE ZERO TO WS-PE-LOST(WS-FOUND-IX)
        MOVE ZERO TO WS-PE-TIED(WS-FOUND-IX)
        MOVE ZERO TO WS-PE-POINTS(WS-FOUND-IX)
        MOVE ZERO TO WS-PE-FORFEIT(WS-FOUND-IX)
        MOVE "N" TO WS-PE-TAKEN(WS-FOUND-IX)
    END-IF.

    MOVE "Win = 2 points, tie = 1 point each (fewer guesses wins)"
        TO STAND-RECORD
    WRITE STAND-RECORD
    MOVE "Forfeit = win for the seat awarded, loss (Fft) for the "
        & "other; void = no score"
        TO STAND-RECORD
    WRITE STAND-RECORD
    MOVE "  Rank ID       Played Won Lost Tied Points Fft"
        TO STAND-RECORD
    WRITE STAND-RECORD

            PERFORM WRITE-STANDING-LINE
        END-IF
    END-PERFORM
    IF WS-VOID-CT > ZERO THEN
        MOVE WS-VOID-CT TO WS-COUNT-ED
        MOVE SPACES TO STAND-RECORD
        STRING WS-COUNT-ED " match(es) voided - neither seat moved "
               "before the deadline"
            DELIMITED BY SIZE INTO STAND-RECORD
        WRITE STAND-RECORD
    END-IF
    CLOSE STAND-FILE.

WRITE-STANDING-LINE.
    MOVE WS-PE-LOST(WS-BEST) TO WS-LOST-ED
    MOVE WS-PE-TIED(WS-BEST) TO WS-TIED-ED
    MOVE WS-PE-POINTS(WS-BEST) TO WS-POINTS-ED
    MOVE WS-PE-FORFEIT(WS-BEST) TO WS-FORFEIT-ED
    MOVE SPACES TO STAND-RECORD
    STRING "   " WS-RANK-ED "  " WS-PE-ID(WS-BEST)
           "   " WS-PLAYED-ED
           "  " WS-LOST-ED
           "  " WS-TIED-ED
           "   " WS-POINTS-ED
           " " WS-FORFEIT-ED
        DELIMITED BY SIZE INTO STAND-RECORD
    WRITE STAND-RECORD.
