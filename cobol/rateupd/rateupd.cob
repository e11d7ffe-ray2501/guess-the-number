       SELECT REPORT-FILE ASSIGN TO "RATERPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       SELECT VOID-FILE ASSIGN TO "VOIDLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOID-STATUS.
       SELECT XREF-FILE ASSIGN TO "PLAYXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

DATA DIVISION.
   FILE SECTION.
     05 HH-TIES         PIC 9(4).

   FD DONE-FILE.
   *> The key, then what rating the result did - the two IDs, each
   *> side's rating change (sign and size) and side 1's score - so
   *> a result later voided can be taken back out. DN-VOIDED is "V"
   *> once it has been. Lines written before the detail was kept
   *> hold the key alone.
   01 DONE-RECORD.
     05 DN-KEY          PIC X(15).
     05 FILLER          PIC X.
     05 DN-ID1          PIC X(8).
     05 FILLER          PIC X.
     05 DN-ID2          PIC X(8).
     05 FILLER          PIC X.
     05 DN-SIGN1        PIC X.
     05 DN-CHG1         PIC 9(4).
     05 FILLER          PIC X.
     05 DN-SIGN2        PIC X.
     05 DN-CHG2         PIC 9(4).
     05 FILLER          PIC X.
     05 DN-SCORE1       PIC 9V9.
     05 FILLER          PIC X.
     05 DN-VOIDED       PIC X.

   FD MATCH-FILE.
   COPY "MATCHREC.cpy".
   FD REPORT-FILE.
   01 REPORT-RECORD         PIC X(80).

   FD VOID-FILE.
   COPY "VOIDREC.cpy".

   FD XREF-FILE.
   COPY "PLAYXREF.cpy".

   WORKING-STORAGE SECTION.
   01 WS-RATE-STATUS    PIC XX.
   01 WS-H2H-STATUS     PIC XX.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-PLAY-STATUS    PIC XX.
   01 WS-RPT-STATUS     PIC XX.
   01 WS-VOID-STATUS    PIC XX.
   01 WS-XREF-STATUS    PIC XX.
   01 WS-EOF-FLAG       PIC X.
   01 WS-RUN-MODE       PIC X VALUE "U".

   *> rated without a key (which would re-rate them every run).
   01 WS-DONE-CT        PIC 9(4) VALUE ZERO.
   01 WS-DONE-TABLE.
     05 WS-DONE-ENT OCCURS 2000 TIMES.
       10 WS-DONE-KEY   PIC X(15).
       10 WS-DN-ID1     PIC X(8).
       10 WS-DN-ID2     PIC X(8).
       10 WS-DN-CHG1    PIC S9(4).
       10 WS-DN-CHG2    PIC S9(4).
       10 WS-DN-SCORE1  PIC 9V9.
       10 WS-DN-VOIDED  PIC X.
   01 WS-DONE-SEEN-TBL.
     05 WS-DONE-SEEN    PIC X OCCURS 2000 TIMES.
   01 WS-THIS-KEY       PIC X(15).
   01 WS-KEEP-CT        PIC 9(4).
   01 WS-KEY-KEEP       PIC X.
   01 WS-MATCHES-READ   PIC X VALUE "N".
   01 WS-OLD-RATING1    PIC 9(4).
   01 WS-OLD-RATING2    PIC 9(4).

   *> Sessions voided after review (VOIDREC.cpy). A voided RACEHUMAN
   *> session, or a TOURNEY match either of whose seats' sessions
   *> was voided, is not rated; if it had been rated already, its
   *> rating changes, won/lost/tied counts and head-to-head result
   *> are taken back out. Elo is path-dependent, so taking back the
   *> change a result made at the time is as near as the ratings
   *> can come to never having seen it; results rated since stand.
   *> Race voids are kept as "R" done keys, tournament seat voids
   *> as player ID plus session start stamp (MT-Px-START-TS).
   01 WS-VOID-CT        PIC 9(4) VALUE ZERO.
   01 WS-VOID-TABLE.
     05 WS-VOID-KEY     PIC X(22) OCCURS 2000 TIMES.
   01 WS-THIS-VKEY      PIC X(22).
   01 WS-VOIDED         PIC X.
   01 WS-VI             PIC 9(4).
   01 WS-VOID-SKIPS     PIC 9(4) VALUE ZERO.
   01 WS-REVERSED-CT    PIC 9(4) VALUE ZERO.
   01 WS-NO-DETAIL-CT   PIC 9(4) VALUE ZERO.
   01 WS-AUDIT-READ     PIC X VALUE "N".

   *> IDs merged into another (PLAYXREF.cpy). Matches, races and
   *> done-key detail keep the ID a result was played under; each is
   *> rated, and taken back out, under the ID now in use, so a
   *> merged-away ID never comes back as a fresh 1500 entry. A
   *> result between two IDs since merged into one is not rated.
   01 WS-XREF-EOF       PIC X.
   01 WS-XREF-CT        PIC 9(3) VALUE ZERO.
   01 WS-XREF-TABLE.
     05 WS-XREF-ENT OCCURS 200 TIMES.
       10 WS-XR-OLD     PIC X(8).
       10 WS-XR-NEW     PIC X(8).
   01 WS-XREF-I         PIC 9(3).
   01 WS-MAP-ID         PIC X(8).
   01 WS-SELF-SKIPS     PIC 9(4) VALUE ZERO.

   *> Display names from the player master, for the report only.
   01 WS-PLAYER-CT      PIC 9(3) VALUE ZERO.
   01 WS-NAME-TABLE.
    PERFORM LOAD-H2H
    PERFORM LOAD-DONE-KEYS
    PERFORM LOAD-PLAYER-NAMES
    PERFORM LOAD-PLAYER-XREF
    PERFORM LOAD-VOID-LIST
    PERFORM TAKE-IN-MATCHES
    PERFORM TAKE-IN-RACES
    PERFORM PRUNE-DONE-KEYS
        DISPLAY "Warning: the done-key table is full -" WS-NUM-ED
            " new result(s) were NOT taken in. Archive or reduce "
            "the live files and rerun; nothing was double-rated."
        MOVE 8 TO RETURN-CODE
    END-IF
    IF (WS-VOID-SKIPS > 0) OR (WS-REVERSED-CT > 0) THEN
        MOVE WS-VOID-SKIPS TO WS-NUM-ED
        MOVE WS-REVERSED-CT TO WS-NUM-ED2
        DISPLAY "Voided results:" WS-NUM-ED " left unrated,"
            WS-NUM-ED2 " taken back out of the ratings."
    END-IF
    IF WS-NO-DETAIL-CT > 0 THEN
        MOVE WS-NO-DETAIL-CT TO WS-NUM-ED
        DISPLAY "Warning:" WS-NUM-ED " voided result(s) were rated "
            "before RATEDONE.DAT kept the detail to undo them - "
            "adjust those ratings by hand."
        IF RETURN-CODE IS NOT EQUAL TO 8 THEN
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    IF WS-SELF-SKIPS > 0 THEN
        MOVE WS-SELF-SKIPS TO WS-NUM-ED
        DISPLAY "Note:" WS-NUM-ED " result(s) between two IDs since "
            "merged into one were not rated."
    END-IF
    *> Nothing new to rate or take back is a warning to the job
    *> stream, as for the other steps.
    IF (WS-NEW-COUNT IS EQUAL TO ZERO)
       AND (WS-REVERSED-CT IS EQUAL TO ZERO)
       AND (RETURN-CODE IS EQUAL TO ZERO) THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

STOP RUN.
            NOT AT END
                IF WS-DONE-CT < 2000 THEN
                    ADD 1 TO WS-DONE-CT
                    MOVE DN-KEY TO WS-DONE-KEY(WS-DONE-CT)
                    MOVE "N" TO WS-DONE-SEEN(WS-DONE-CT)
                    PERFORM LOAD-DONE-DETAIL
                END-IF
        END-READ
    END-PERFORM
    CLOSE DONE-FILE.

LOAD-DONE-DETAIL.
    MOVE DN-ID1 TO WS-DN-ID1(WS-DONE-CT)
    MOVE DN-ID2 TO WS-DN-ID2(WS-DONE-CT)
    MOVE ZERO TO WS-DN-CHG1(WS-DONE-CT)
    MOVE ZERO TO WS-DN-CHG2(WS-DONE-CT)
    MOVE ZERO TO WS-DN-SCORE1(WS-DONE-CT)
    MOVE DN-VOIDED TO WS-DN-VOIDED(WS-DONE-CT)
    IF (DN-ID1 IS EQUAL TO SPACES) OR (DN-CHG1 IS NOT NUMERIC)
       OR (DN-CHG2 IS NOT NUMERIC) OR (DN-SCORE1 IS NOT NUMERIC) THEN
        MOVE SPACES TO WS-DN-ID1(WS-DONE-CT)
        EXIT PARAGRAPH
    END-IF
    MOVE DN-CHG1 TO WS-DN-CHG1(WS-DONE-CT)
    IF DN-SIGN1 IS EQUAL TO "-" THEN
        COMPUTE WS-DN-CHG1(WS-DONE-CT) = 0 - DN-CHG1
    END-IF
    MOVE DN-CHG2 TO WS-DN-CHG2(WS-DONE-CT)
    IF DN-SIGN2 IS EQUAL TO "-" THEN
        COMPUTE WS-DN-CHG2(WS-DONE-CT) = 0 - DN-CHG2
    END-IF
    MOVE DN-SCORE1 TO WS-DN-SCORE1(WS-DONE-CT).

SAVE-DONE-KEYS.
    OPEN OUTPUT DONE-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DONE-CT
        MOVE SPACES TO DONE-RECORD
        MOVE WS-DONE-KEY(WS-I) TO DN-KEY
        IF WS-DN-ID1(WS-I) IS NOT EQUAL TO SPACES THEN
            MOVE WS-DN-ID1(WS-I) TO DN-ID1
            MOVE WS-DN-ID2(WS-I) TO DN-ID2
            MOVE "+" TO DN-SIGN1
            IF WS-DN-CHG1(WS-I) < ZERO THEN
                MOVE "-" TO DN-SIGN1
            END-IF
            MOVE WS-DN-CHG1(WS-I) TO DN-CHG1
            MOVE "+" TO DN-SIGN2
            IF WS-DN-CHG2(WS-I) < ZERO THEN
                MOVE "-" TO DN-SIGN2
            END-IF
            MOVE WS-DN-CHG2(WS-I) TO DN-CHG2
            MOVE WS-DN-SCORE1(WS-I) TO DN-SCORE1
        END-IF
        MOVE WS-DN-VOIDED(WS-I) TO DN-VOIDED
        WRITE DONE-RECORD
    END-PERFORM
    CLOSE DONE-FILE.

LOAD-VOID-LIST.
    MOVE ZERO TO WS-VOID-CT
    OPEN INPUT VOID-FILE
    IF WS-VOID-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ VOID-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF WS-VOID-CT < 2000 THEN
                    EVALUATE VD-MODE
                        WHEN "RACEHUMAN"
                            ADD 1 TO WS-VOID-CT
                            MOVE SPACES TO WS-VOID-KEY(WS-VOID-CT)
                            STRING "R" VD-START-TS DELIMITED BY SIZE
                                INTO WS-VOID-KEY(WS-VOID-CT)
                        WHEN "TOURNEY"
                            ADD 1 TO WS-VOID-CT
                            STRING VD-PLAYER-ID VD-START-TS
                                DELIMITED BY SIZE
                                INTO WS-VOID-KEY(WS-VOID-CT)
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE VOID-FILE.

CHECK-VOIDED.
    MOVE "N" TO WS-VOIDED
    PERFORM VARYING WS-VI FROM 1 BY 1 UNTIL WS-VI > WS-VOID-CT
        IF WS-VOID-KEY(WS-VI) IS EQUAL TO WS-THIS-VKEY THEN
            MOVE "Y" TO WS-VOIDED
            EXIT PERFORM
        END-IF
    END-PERFORM.

SETTLE-VOIDED-RESULT.
    *> A voided result met again: taken out once if it was rated,
    *> and marked so it is not taken out twice.
    IF WS-DN-VOIDED(WS-KEY-IX) IS EQUAL TO "V" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "V" TO WS-DN-VOIDED(WS-KEY-IX)
    IF WS-DN-ID1(WS-KEY-IX) IS EQUAL TO SPACES THEN
        ADD 1 TO WS-NO-DETAIL-CT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DN-ID1(WS-KEY-IX) TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE WS-MAP-ID TO WS-R1-ID
    MOVE WS-DN-ID2(WS-KEY-IX) TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE WS-MAP-ID TO WS-R2-ID
    MOVE WS-DN-SCORE1(WS-KEY-IX) TO WS-SCORE1
    MOVE WS-R1-ID TO WS-LOOKUP-ID
    PERFORM FIND-OR-ADD-RATED
    MOVE WS-FOUND-IX TO WS-IX1
    MOVE WS-R2-ID TO WS-LOOKUP-ID
    PERFORM FIND-OR-ADD-RATED
    MOVE WS-FOUND-IX TO WS-IX2
    IF (WS-IX1 IS EQUAL TO ZERO) OR (WS-IX2 IS EQUAL TO ZERO) THEN
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ELO-NEW = WS-RD-RATING(WS-IX1) - WS-DN-CHG1(WS-KEY-IX)
    IF WS-ELO-NEW < ZERO THEN
        MOVE ZERO TO WS-ELO-NEW
    END-IF
    MOVE WS-ELO-NEW TO WS-RD-RATING(WS-IX1)
    COMPUTE WS-ELO-NEW = WS-RD-RATING(WS-IX2) - WS-DN-CHG2(WS-KEY-IX)
    IF WS-ELO-NEW < ZERO THEN
        MOVE ZERO TO WS-ELO-NEW
    END-IF
    MOVE WS-ELO-NEW TO WS-RD-RATING(WS-IX2)
    EVALUATE WS-SCORE1
        WHEN 1.0
            IF WS-RD-WINS(WS-IX1) > 0
                SUBTRACT 1 FROM WS-RD-WINS(WS-IX1)
            END-IF
            IF WS-RD-LOSSES(WS-IX2) > 0
                SUBTRACT 1 FROM WS-RD-LOSSES(WS-IX2)
            END-IF
        WHEN 0.0
            IF WS-RD-LOSSES(WS-IX1) > 0
                SUBTRACT 1 FROM WS-RD-LOSSES(WS-IX1)
            END-IF
            IF WS-RD-WINS(WS-IX2) > 0
                SUBTRACT 1 FROM WS-RD-WINS(WS-IX2)
            END-IF
        WHEN OTHER
            IF WS-RD-TIES(WS-IX1) > 0
                SUBTRACT 1 FROM WS-RD-TIES(WS-IX1)
            END-IF
            IF WS-RD-TIES(WS-IX2) > 0
                SUBTRACT 1 FROM WS-RD-TIES(WS-IX2)
            END-IF
    END-EVALUATE
    PERFORM UNTALLY-H2H
    ADD 1 TO WS-REVERSED-CT.

UNTALLY-H2H.
    IF WS-R1-ID > WS-R2-ID THEN
        MOVE WS-R1-ID TO WS-LOOKUP-ID
        MOVE WS-R2-ID TO WS-R1-ID
        MOVE WS-LOOKUP-ID TO WS-R2-ID
        COMPUTE WS-SCORE1 = 1.0 - WS-SCORE1
    END-IF
    MOVE ZERO TO WS-FOUND-IX
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-H2H-CT
        IF (WS-HT-ID1(WS-J) IS EQUAL TO WS-R1-ID)
           AND (WS-HT-ID2(WS-J) IS EQUAL TO WS-R2-ID) THEN
            MOVE WS-J TO WS-FOUND-IX
        END-IF
    END-PERFORM
    IF WS-FOUND-IX IS EQUAL TO ZERO THEN
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-SCORE1
        WHEN 1.0
            IF WS-HT-W1(WS-FOUND-IX) > 0
                SUBTRACT 1 FROM WS-HT-W1(WS-FOUND-IX)
            END-IF
        WHEN 0.0
            IF WS-HT-W2(WS-FOUND-IX) > 0
                SUBTRACT 1 FROM WS-HT-W2(WS-FOUND-IX)
            END-IF
        WHEN OTHER
            IF WS-HT-TIES(WS-FOUND-IX) > 0
                SUBTRACT 1 FROM WS-HT-TIES(WS-FOUND-IX)
            END-IF
    END-EVALUATE.

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

LOAD-PLAYER-NAMES.
    MOVE ZERO TO WS-PLAYER-CT
    OPEN INPUT PLAYER-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                *> A forfeit (F) is rated as a win for the seat it
                *> was awarded to; a void match (V) was never played
                *> and is not rated.
                IF (MT-STATUS IS EQUAL TO "C")
                   OR (MT-STATUS IS EQUAL TO "F") THEN
                    PERFORM TAKE-ONE-MATCH
                END-IF
        END-READ
TAKE-ONE-MATCH.
    MOVE SPACES TO WS-THIS-KEY
    STRING "M" MT-MATCH-NO DELIMITED BY SIZE INTO WS-THIS-KEY
    MOVE SPACES TO WS-THIS-VKEY
    STRING MT-P1-ID MT-P1-START-TS DELIMITED BY SIZE INTO WS-THIS-VKEY
    PERFORM CHECK-VOIDED
    IF WS-VOIDED IS NOT EQUAL TO "Y" THEN
        MOVE SPACES TO WS-THIS-VKEY
        STRING MT-P2-ID MT-P2-START-TS DELIMITED BY SIZE
            INTO WS-THIS-VKEY
        PERFORM CHECK-VOIDED
    END-IF
    PERFORM CHECK-KEY-DONE
    IF WS-KEY-FOUND IS EQUAL TO "Y" THEN
        MOVE "Y" TO WS-DONE-SEEN(WS-KEY-IX)
        IF WS-VOIDED IS EQUAL TO "Y" THEN
            PERFORM SETTLE-VOIDED-RESULT
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-VOIDED IS EQUAL TO "Y" THEN
        ADD 1 TO WS-VOID-SKIPS
        EXIT PARAGRAPH
    END-IF
    MOVE MT-P1-ID TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE WS-MAP-ID TO WS-R1-ID
    MOVE MT-P2-ID TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE WS-MAP-ID TO WS-R2-ID
    EVALUATE TRUE
        WHEN (MT-STATUS IS EQUAL TO "F")
             AND (MT-FORFEIT-SEAT IS EQUAL TO 1)
            MOVE 1.0 TO WS-SCORE1
        WHEN MT-STATUS IS EQUAL TO "F"
            MOVE 0.0 TO WS-SCORE1
        WHEN MT-P1-GUESS-COUNT < MT-P2-GUESS-COUNT
            MOVE 1.0 TO WS-SCORE1
        WHEN MT-P1-GUESS-COUNT > MT-P2-GUESS-COUNT
        END-IF
        IF WS-KEY-KEEP IS EQUAL TO "Y" THEN
            ADD 1 TO WS-KEEP-CT
            MOVE WS-DONE-ENT(WS-I) TO WS-DONE-ENT(WS-KEEP-CT)
        ELSE
            ADD 1 TO WS-DROP-CT
        END-IF
TAKE-ONE-RACE.
    MOVE SPACES TO WS-THIS-KEY
    STRING "R" GS-START-TS DELIMITED BY SIZE INTO WS-THIS-KEY
    MOVE WS-THIS-KEY TO WS-THIS-VKEY
    PERFORM CHECK-VOIDED
    PERFORM CHECK-KEY-DONE
    IF WS-KEY-FOUND IS EQUAL TO "Y" THEN
        MOVE "Y" TO WS-DONE-SEEN(WS-KEY-IX)
        IF WS-VOIDED IS EQUAL TO "Y" THEN
            PERFORM SETTLE-VOIDED-RESULT
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-VOIDED IS EQUAL TO "Y" THEN
        ADD 1 TO WS-VOID-SKIPS
        EXIT PARAGRAPH
    END-IF
    MOVE GS-PLAYER-ID TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE WS-MAP-ID TO WS-R1-ID
    MOVE "ENGINE" TO WS-R2-ID
    IF GS-OUTCOME IS EQUAL TO "SOLVED" THEN
        MOVE 1.0 TO WS-SCORE1
        ADD 1 TO WS-FULL-SKIPS
        EXIT PARAGRAPH
    END-IF
    IF WS-R1-ID IS EQUAL TO WS-R2-ID THEN
        ADD 1 TO WS-SELF-SKIPS
        EXIT PARAGRAPH
    END-IF
    MOVE WS-R1-ID TO WS-LOOKUP-ID
    PERFORM FIND-OR-ADD-RATED
    MOVE WS-FOUND-IX TO WS-IX1

    *> Side 1's expected score; side 2's is its complement, so both
    *> updates come from the one computation.
    MOVE WS-RD-RATING(WS-IX1) TO WS-OLD-RATING1
    MOVE WS-RD-RATING(WS-IX2) TO WS-OLD-RATING2
    COMPUTE WS-ELO-EXPON =
        (WS-RD-RATING(WS-IX2) - WS-RD-RATING(WS-IX1)) / 400
    COMPUTE WS-ELO-POW = 10 ** WS-ELO-EXPON
            ADD 1 TO WS-RD-TIES(WS-IX2)
    END-EVALUATE

    ADD 1 TO WS-DONE-CT
    MOVE WS-THIS-KEY TO WS-DONE-KEY(WS-DONE-CT)
    MOVE "Y" TO WS-DONE-SEEN(WS-DONE-CT)
    MOVE WS-R1-ID TO WS-DN-ID1(WS-DONE-CT)
    MOVE WS-R2-ID TO WS-DN-ID2(WS-DONE-CT)
    COMPUTE WS-DN-CHG1(WS-DONE-CT) =
        WS-RD-RATING(WS-IX1) - WS-OLD-RATING1
    COMPUTE WS-DN-CHG2(WS-DONE-CT) =
        WS-RD-RATING(WS-IX2) - WS-OLD-RATING2
    MOVE WS-SCORE1 TO WS-DN-SCORE1(WS-DONE-CT)
    MOVE SPACE TO WS-DN-VOIDED(WS-DONE-CT)

    PERFORM TALLY-H2H
    ADD 1 TO WS-NEW-COUNT.

TALLY-H2H.
