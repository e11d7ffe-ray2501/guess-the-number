IDENTIFICATION DIVISION.
PROGRAM-ID. MissRpt.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT GAMELOG-FILE ASSIGN TO "GAMEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT XREF-FILE ASSIGN TO "PLAYXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
       SELECT REPORT-FILE ASSIGN TO "MISSRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD GAMELOG-FILE.
   COPY "GAMEREC.cpy".

   FD XREF-FILE.
   COPY "PLAYXREF.cpy".

   FD REPORT-FILE.
   01 REPORT-RECORD         PIC X(80).

   WORKING-STORAGE SECTION.
   *> Scoring-practice report: computerAB games that ended MISSCORED
   *> (the player's A/B scores left the solver no candidate) over a
   *> date range, counted per player and digit length, with the
   *> number of turns that were scored wrong - rescored here against
   *> the secret the player gave at the end, as AUDITCHK does. Games
   *> where no turn rescores wrong point at the solver, not the
   *> player, and are counted separately. Players are listed most
   *> games first so the ones who need coaching head the page.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-RPT-STATUS     PIC XX.
   01 WS-LOG-EOF        PIC X VALUE "N".

   01 WS-FROM-DATE      PIC X(8).
   01 WS-TO-DATE        PIC X(8).
   01 WS-CURRENT-DATE.
     05 WS-CD-DATETIME PIC X(21).

   *> One entry per player ID (merged IDs folded into the survivor);
   *> unregistered games are kept together under a blank ID.
   *> Length index 1..3 maps to digit length 3..5.
   01 WS-PLAYER-CT      PIC 9(3) VALUE ZERO.
   01 WS-PLAYER-FULL    PIC X VALUE "N".
   01 WS-PLAYER-TABLE.
     05 WS-PLAYER-ENT OCCURS 300 TIMES.
       10 WS-PM-ID      PIC X(8).
       10 WS-PM-TOTAL   PIC 9(5).
       10 WS-PM-LEN OCCURS 3 TIMES.
         15 WS-PM-GAMES  PIC 9(5).
         15 WS-PM-WRONG  PIC 9(6).
         15 WS-PM-FAULTS PIC 9(5).
       10 WS-PM-TAKEN   PIC X.

   01 WS-TOTAL-TABLE.
     05 WS-TOTAL-LEN OCCURS 3 TIMES.
       10 WS-TL-GAMES   PIC 9(6).
       10 WS-TL-WRONG   PIC 9(7).
       10 WS-TL-FAULTS  PIC 9(6).
   01 WS-SESS-CT        PIC 9(6) VALUE ZERO.

   *> Player cross-reference (PLAYXREF.cpy), as LEAGUE uses it.
   01 WS-XREF-STATUS    PIC XX.
   01 WS-XREF-EOF       PIC X.
   01 WS-XREF-CT        PIC 9(3) VALUE ZERO.
   01 WS-XREF-TABLE.
     05 WS-XREF-ENT OCCURS 200 TIMES.
       10 WS-XR-OLD     PIC X(8).
       10 WS-XR-NEW     PIC X(8).
   01 WS-XREF-I         PIC 9(3).
   01 WS-MAP-ID         PIC X(8).

   *> Guess-list parsing and rescoring, as AUDITCHK does it.
   01 WS-LIST-PTR       PIC 9(4).
   01 WS-FULL-LIST      PIC X(2000).
   01 WS-ENTRY          PIC X(20).
   01 WS-ENTRY-GUESS    PIC X(10).
   01 WS-ENTRY-SCORE    PIC X(10).
   01 WS-LIST-DONE      PIC X.
   01 WS-WRONG-CT       PIC 9(4).
   01 WS-DIGIT-LEN      PIC 9.
   01 WS-SCORE-SECRET   PIC X(5).
   01 WS-SCORE-GUESS    PIC X(5).
   01 WS-SCORE-A        PIC 9.
   01 WS-SCORE-B        PIC 9.
   01 WS-POS            PIC 9.
   01 WS-POS2           PIC 9.

   *> Rule the game was played under (GS-RULE "R" = repeated digits
   *> allowed, blank = classic): it decides how a turn rescores.
   01 WS-RULE           PIC X VALUE SPACE.
   01 WS-SCORE-TALLY.
     05 WS-TALLY-SECRET PIC 9 OCCURS 10 TIMES.
     05 WS-TALLY-GUESS  PIC 9 OCCURS 10 TIMES.
   01 WS-TALLY-DIGIT    PIC 9.
   01 WS-TALLY-I        PIC 99.

   01 WS-I              PIC 9(3).
   01 WS-J              PIC 9(3).
   01 WS-BEST           PIC 9(3).
   01 WS-FOUND-IX       PIC 9(3).
   01 WS-LEN-IX         PIC 9.
   01 WS-LEN-DIGIT      PIC 9.
   01 WS-SHOW-ID        PIC X(14).
   01 WS-NUM-ED         PIC ZZZZ9.
   01 WS-NUM-ED2        PIC ZZZZZ9.
   01 WS-NUM-ED3        PIC ZZZZ9.
   01 WS-AVG            PIC 9(3)V9.
   01 WS-AVG-ED         PIC ZZ9.9.

PROCEDURE DIVISION.
    DISPLAY "Report games starting from date (YYYYMMDD, blank "
        "= no lower bound): " WITH NO ADVANCING
    ACCEPT WS-FROM-DATE
    IF WS-FROM-DATE IS NOT NUMERIC THEN
        MOVE "00000000" TO WS-FROM-DATE
    END-IF
    DISPLAY "...through date (YYYYMMDD, blank = no upper bound): "
        WITH NO ADVANCING
    ACCEPT WS-TO-DATE
    IF WS-TO-DATE IS NOT NUMERIC THEN
        MOVE "99999999" TO WS-TO-DATE
    END-IF

    PERFORM LOAD-PLAYER-XREF
    PERFORM VARYING WS-LEN-IX FROM 1 BY 1 UNTIL WS-LEN-IX > 3
        MOVE ZERO TO WS-TL-GAMES(WS-LEN-IX)
        MOVE ZERO TO WS-TL-WRONG(WS-LEN-IX)
        MOVE ZERO TO WS-TL-FAULTS(WS-LEN-IX)
    END-PERFORM
    PERFORM TALLY-AUDIT-TRAIL
    PERFORM WRITE-MISS-REPORT
    IF WS-PLAYER-FULL IS EQUAL TO "Y" THEN
        DISPLAY "Warning: more than 300 players in the period - the "
            "rest are counted in the totals only."
    END-IF
    DISPLAY WS-SESS-CT " misscored game(s) reported in MISSRPT.TXT".

STOP RUN.

TALLY-AUDIT-TRAIL.
    OPEN INPUT GAMELOG-FILE
    IF WS-LOG-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-LOG-EOF IS EQUAL TO "Y"
        READ GAMELOG-FILE
            AT END
                MOVE "Y" TO WS-LOG-EOF
            NOT AT END
                IF (GS-MODE IS EQUAL TO "COMPUTERAB")
                   AND (GS-OUTCOME IS EQUAL TO "MISSCORED")
                   AND (GS-START-TS(1:8) >= WS-FROM-DATE)
                   AND (GS-START-TS(1:8) <= WS-TO-DATE) THEN
                    PERFORM TALLY-ONE-SESSION
                END-IF
        END-READ
    END-PERFORM
    CLOSE GAMELOG-FILE.

TALLY-ONE-SESSION.
    IF (GS-DIGIT-LEN IS NOT NUMERIC)
       OR (GS-DIGIT-LEN < 3) OR (GS-DIGIT-LEN > 5) THEN
        EXIT PARAGRAPH
    END-IF
    MOVE GS-DIGIT-LEN TO WS-DIGIT-LEN
    MOVE GS-RULE TO WS-RULE
    COMPUTE WS-LEN-IX = WS-DIGIT-LEN - 2
    PERFORM COUNT-WRONG-TURNS
    ADD 1 TO WS-SESS-CT
    ADD 1 TO WS-TL-GAMES(WS-LEN-IX)
    ADD WS-WRONG-CT TO WS-TL-WRONG(WS-LEN-IX)
    IF WS-WRONG-CT IS EQUAL TO ZERO THEN
        ADD 1 TO WS-TL-FAULTS(WS-LEN-IX)
    END-IF

    MOVE GS-PLAYER-ID TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    PERFORM FIND-OR-ADD-PLAYER
    IF WS-FOUND-IX IS EQUAL TO ZERO THEN
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PM-TOTAL(WS-FOUND-IX)
    ADD 1 TO WS-PM-GAMES(WS-FOUND-IX, WS-LEN-IX)
    ADD WS-WRONG-CT TO WS-PM-WRONG(WS-FOUND-IX, WS-LEN-IX)
    IF WS-WRONG-CT IS EQUAL TO ZERO THEN
        ADD 1 TO WS-PM-FAULTS(WS-FOUND-IX, WS-LEN-IX)
    END-IF.

COUNT-WRONG-TURNS.
    MOVE ZERO TO WS-WRONG-CT
    MOVE GS-GUESS-LIST TO WS-FULL-LIST(1:200)
    MOVE GS-GUESS-CONT TO WS-FULL-LIST(201:)
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
            IF WS-ENTRY IS EQUAL TO SPACES THEN
                MOVE "Y" TO WS-LIST-DONE
            ELSE
                PERFORM CHECK-ONE-TURN
            END-IF
        END-IF
    END-PERFORM.

CHECK-ONE-TURN.
    MOVE SPACES TO WS-ENTRY-GUESS
    MOVE SPACES TO WS-ENTRY-SCORE
    UNSTRING WS-ENTRY DELIMITED BY ":"
        INTO WS-ENTRY-GUESS, WS-ENTRY-SCORE
    END-UNSTRING
    IF (WS-ENTRY-SCORE(1:1) IS NOT NUMERIC)
       OR (WS-ENTRY-SCORE(3:1) IS NOT NUMERIC) THEN
        EXIT PARAGRAPH
    END-IF
    MOVE GS-ANSWER TO WS-SCORE-SECRET
    MOVE WS-ENTRY-GUESS(1:5) TO WS-SCORE-GUESS
    PERFORM SCORE-AB
    IF (WS-ENTRY-SCORE(1:1) IS NOT EQUAL TO WS-SCORE-A)
       OR (WS-ENTRY-SCORE(3:1) IS NOT EQUAL TO WS-SCORE-B) THEN
        ADD 1 TO WS-WRONG-CT
    END-IF.

SCORE-AB.
    IF WS-RULE IS EQUAL TO "R" THEN
        PERFORM SCORE-AB-REPEAT
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-SCORE-A
    MOVE 0 TO WS-SCORE-B
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-DIGIT-LEN
        IF WS-SCORE-SECRET(WS-POS:1) IS EQUAL TO WS-SCORE-GUESS(WS-POS:1) THEN
            ADD 1 TO WS-SCORE-A
        END-IF
        PERFORM VARYING WS-POS2 FROM 1 BY 1 UNTIL WS-POS2 > WS-DIGIT-LEN
            IF WS-SCORE-SECRET(WS-POS2:1) IS EQUAL TO WS-SCORE-GUESS(WS-POS:1) THEN
                ADD 1 TO WS-SCORE-B
            END-IF
        END-PERFORM
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

FIND-OR-ADD-PLAYER.
    MOVE ZERO TO WS-FOUND-IX
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        IF WS-PM-ID(WS-I) IS EQUAL TO WS-MAP-ID THEN
            MOVE WS-I TO WS-FOUND-IX
        END-IF
    END-PERFORM
    IF WS-FOUND-IX > ZERO THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-PLAYER-CT >= 300 THEN
        MOVE "Y" TO WS-PLAYER-FULL
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PLAYER-CT
    MOVE WS-PLAYER-CT TO WS-FOUND-IX
    MOVE WS-MAP-ID TO WS-PM-ID(WS-FOUND-IX)
    MOVE ZERO TO WS-PM-TOTAL(WS-FOUND-IX)
    PERFORM VARYING WS-LEN-DIGIT FROM 1 BY 1 UNTIL WS-LEN-DIGIT > 3
        MOVE ZERO TO WS-PM-GAMES(WS-FOUND-IX, WS-LEN-DIGIT)
        MOVE ZERO TO WS-PM-WRONG(WS-FOUND-IX, WS-LEN-DIGIT)
        MOVE ZERO TO WS-PM-FAULTS(WS-FOUND-IX, WS-LEN-DIGIT)
    END-PERFORM.

WRITE-MISS-REPORT.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    OPEN OUTPUT REPORT-FILE
    MOVE "Scoring-practice report: computerAB games ended MISSCORED"
        TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "Games started " WS-FROM-DATE " through " WS-TO-DATE
           ", generated " WS-CD-DATETIME(1:14)
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "Wrong = turns whose score does not rescore against the "
         & "player's secret;" TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "NoErr = games with no wrong turn (solver fault, see "
         & "AUDITCHK reason MSC)." TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD

    IF WS-SESS-CT IS EQUAL TO ZERO THEN
        MOVE "  (no misscored games in the period)" TO REPORT-RECORD
        WRITE REPORT-RECORD
        CLOSE REPORT-FILE
        EXIT PARAGRAPH
    END-IF

    MOVE "  Player         Len  Games  Wrong  Wrong/game  NoErr"
        TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        MOVE "N" TO WS-PM-TAKEN(WS-I)
    END-PERFORM
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        MOVE ZERO TO WS-BEST
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PLAYER-CT
            IF WS-PM-TAKEN(WS-J) IS EQUAL TO "N" THEN
                IF WS-BEST IS EQUAL TO ZERO THEN
                    MOVE WS-J TO WS-BEST
                ELSE
                    IF (WS-PM-TOTAL(WS-J) > WS-PM-TOTAL(WS-BEST))
                       OR ((WS-PM-TOTAL(WS-J) IS EQUAL TO
                            WS-PM-TOTAL(WS-BEST))
                           AND (WS-PM-ID(WS-J) < WS-PM-ID(WS-BEST)))
                    THEN
                        MOVE WS-J TO WS-BEST
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        MOVE "Y" TO WS-PM-TAKEN(WS-BEST)
        PERFORM WRITE-PLAYER-LINES
    END-PERFORM

    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM VARYING WS-LEN-IX FROM 1 BY 1 UNTIL WS-LEN-IX > 3
        IF WS-TL-GAMES(WS-LEN-IX) > 0 THEN
            COMPUTE WS-LEN-DIGIT = WS-LEN-IX + 2
            MOVE WS-TL-GAMES(WS-LEN-IX) TO WS-NUM-ED
            MOVE WS-TL-WRONG(WS-LEN-IX) TO WS-NUM-ED2
            MOVE WS-TL-FAULTS(WS-LEN-IX) TO WS-NUM-ED3
            COMPUTE WS-AVG ROUNDED =
                WS-TL-WRONG(WS-LEN-IX) / WS-TL-GAMES(WS-LEN-IX)
            MOVE WS-AVG TO WS-AVG-ED
            MOVE SPACES TO REPORT-RECORD
            STRING "  All players    " WS-LEN-DIGIT "  " WS-NUM-ED
                   " " WS-NUM-ED2 "       " WS-AVG-ED "  " WS-NUM-ED3
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
        END-IF
    END-PERFORM
    CLOSE REPORT-FILE.

WRITE-PLAYER-LINES.
    IF WS-PM-ID(WS-BEST) IS EQUAL TO SPACES THEN
        MOVE "(unregistered)" TO WS-SHOW-ID
    ELSE
        MOVE WS-PM-ID(WS-BEST) TO WS-SHOW-ID
    END-IF
    PERFORM VARYING WS-LEN-IX FROM 1 BY 1 UNTIL WS-LEN-IX > 3
        IF WS-PM-GAMES(WS-BEST, WS-LEN-IX) > 0 THEN
            COMPUTE WS-LEN-DIGIT = WS-LEN-IX + 2
            MOVE WS-PM-GAMES(WS-BEST, WS-LEN-IX) TO WS-NUM-ED
            MOVE WS-PM-WRONG(WS-BEST, WS-LEN-IX) TO WS-NUM-ED2
            MOVE WS-PM-FAULTS(WS-BEST, WS-LEN-IX) TO WS-NUM-ED3
            COMPUTE WS-AVG ROUNDED =
                WS-PM-WRONG(WS-BEST, WS-LEN-IX)
                / WS-PM-GAMES(WS-BEST, WS-LEN-IX)
            MOVE WS-AVG TO WS-AVG-ED
            MOVE SPACES TO REPORT-RECORD
            STRING "  " WS-SHOW-ID " " WS-LEN-DIGIT "  " WS-NUM-ED
                   " " WS-NUM-ED2 "       " WS-AVG-ED "  " WS-NUM-ED3
                DELIMITED BY SIZE INTO REPORT-RECORD
            WRITE REPORT-RECORD
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
