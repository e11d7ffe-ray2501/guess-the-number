       10 WS-PT-GIVEUPS PIC 9(6).
       10 WS-PT-GUESSES PIC 9(8).
       10 WS-PT-RANK    PIC 9(3).
       10 WS-PT-STATUS  PIC X.
   *> Retired IDs keep their master line (and have its totals reset
   *> with everyone else's) but are left out of the final standings
   *> and the snapshot.
   01 WS-SNAP-CT        PIC 9(3) VALUE ZERO.

   *> Selection-sort work area for the final standings: solve rate
   *> ranks first, average guesses per game breaks ties - the same
    PERFORM WRITE-SEASON-SNAPSHOT
    PERFORM RESET-RUNNING-TOTALS

    DISPLAY "Season " WS-SEASON-ID " closed: " WS-SNAP-CT
        " player(s) snapshotted to SEASONS.DAT and the running "
        "totals reset. Report past seasons with SEASHIST."

CHECK-JOURNAL-QUIET.
    *> Deltas still waiting in the journal (or an apply run caught
    *> mid-flight) belong to the season being closed; folding them
    *> in afterwards would bleed them into the new season. That
    *> includes VOIDREV's reversing lines for sessions voided after
    *> review, so a voided game never reaches the snapshot.
    MOVE ZERO TO WS-PENDING
    OPEN INPUT JOURNAL-FILE
    IF WS-JRNL-STATUS IS EQUAL TO "00" THEN
                        MOVE PL-GIVEUPS TO WS-PT-GIVEUPS(WS-PLAYER-CT)
                        MOVE PL-GUESS-TOTAL
                            TO WS-PT-GUESSES(WS-PLAYER-CT)
                        MOVE PL-STATUS TO WS-PT-STATUS(WS-PLAYER-CT)
                    END-IF
                END-IF
        END-READ
        MOVE ZERO TO WS-BEST
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PLAYER-CT
            IF (WS-RT-TAKEN(WS-J) IS EQUAL TO "N")
               AND (WS-PT-GAMES(WS-J) > 0)
               AND (WS-PT-STATUS(WS-J) IS NOT EQUAL TO "R") THEN
                IF WS-BEST IS EQUAL TO ZERO THEN
                    MOVE WS-J TO WS-BEST
                ELSE
    MOVE WS-CD-DATETIME(1:14) TO SH-CLOSED-TS
    MOVE WS-OPERATOR TO SH-CLOSED-BY
    WRITE SEASON-HDR-RECORD
    MOVE ZERO TO WS-SNAP-CT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        IF WS-PT-STATUS(WS-I) IS NOT EQUAL TO "R" THEN
            ADD 1 TO WS-SNAP-CT
            MOVE SPACES TO SEASON-PLR-RECORD
            MOVE "P" TO SP-TYPE
            MOVE WS-SEASON-ID TO SP-SEASON
            MOVE WS-PT-RANK(WS-I) TO SP-RANK
            MOVE WS-PT-ID(WS-I) TO SP-ID
            MOVE WS-PT-NAME(WS-I) TO SP-NAME
            MOVE WS-PT-GAMES(WS-I) TO SP-GAMES
            MOVE WS-PT-SOLVES(WS-I) TO SP-SOLVES
            MOVE WS-PT-GIVEUPS(WS-I) TO SP-GIVEUPS
            MOVE WS-PT-GUESSES(WS-I) TO SP-GUESS-TOTAL
            WRITE SEASON-PLR-RECORD
        END-IF
    END-PERFORM
    CLOSE SEASON-FILE.

        MOVE ZERO TO PL-SOLVES
        MOVE ZERO TO PL-GIVEUPS
        MOVE ZERO TO PL-GUESS-TOTAL
        MOVE WS-PT-STATUS(WS-I) TO PL-STATUS
        WRITE PLAYER-RECORD
        MOVE SPACES TO BAKM-RECORD
        MOVE PLAYER-RECORD TO BAKM-RECORD
