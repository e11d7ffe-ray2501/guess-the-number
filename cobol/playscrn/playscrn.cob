IDENTIFICATION DIVISION.
PROGRAM-ID. PlayScrn.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT GAMELOG-FILE ASSIGN TO "GAMEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT XREF-FILE ASSIGN TO "PLAYXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
       SELECT SEASON-FILE ASSIGN TO "SEASONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEAS-STATUS.
       SELECT VOID-FILE ASSIGN TO "VOIDLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOID-STATUS.
       SELECT QUEUE-FILE ASSIGN TO "REVIEWQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.
       SELECT CONFIG-FILE ASSIGN TO "GAMECFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFG-STATUS.
       SELECT REPORT-FILE ASSIGN TO "SCRNRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD GAMELOG-FILE.
   COPY "GAMEREC.cpy".

   FD XREF-FILE.
   COPY "PLAYXREF.cpy".

   FD SEASON-FILE.
   COPY "SEASREC.cpy".

   FD VOID-FILE.
   COPY "VOIDREC.cpy".

   FD QUEUE-FILE.
   COPY "REVQREC.cpy".

   FD CONFIG-FILE.
   COPY "GAMECFG.cpy".

   FD REPORT-FILE.
   01 REPORT-RECORD         PIC X(80).

   WORKING-STORAGE SECTION.
   *> Suspicious-play screening. Every scored session of the open
   *> season still on GAMEAUDIT.DAT is replayed the way GAMEVIEW
   *> replays it - the candidate table narrowed by each recorded
   *> score - and every guess is scored for luck: the information
   *> its recorded score actually gave (log2 of the candidates live
   *> before it over those left after it) less the information that
   *> guess could be expected to give over the candidates then live
   *> (the entropy of the way it splits them by score). A session's
   *> luck is the sum over its turns, in bits; sound play with no
   *> particular fortune sits near the norm for its digit length.
   *> The outliers go onto the review queue REVIEWQ.DAT (REVQREC.cpy)
   *> with the numbers behind them, for a reviewer to settle with
   *> VOIDREV. An item already on the queue, in any state, is not
   *> raised again and voided sessions are passed over, so a nightly
   *> rerun adds only what is new. Nothing here writes the audit
   *> trail. SCRNRPT.TXT lists this run's items and the norms used.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-XREF-STATUS    PIC XX.
   01 WS-SEAS-STATUS    PIC XX.
   01 WS-VOID-STATUS    PIC XX.
   01 WS-QUEUE-STATUS   PIC XX.
   01 WS-CFG-STATUS     PIC XX.
   01 WS-RPT-STATUS     PIC XX.
   01 WS-EOF-FLAG       PIC X.
   01 WS-CURRENT-DATE.
     05 WS-CD-DATETIME PIC X(21).
   01 WS-RUN-TS         PIC X(14).

   *> Screening thresholds.
   *>   LIV - a solve made with at least WS-LIVE-MIN candidates still
   *>         live, i.e. a 1 in WS-LIVE-MIN (or worse) shot.
   *>   LCK - a session whose luck stands WS-Z-LIMIT or more standard
   *>         deviations above the norm for its length; judged only
   *>         once WS-POP-MIN solved sessions make up the norm.
   *>   PLK - a player with WS-PLK-MIN or more judged sessions whose
   *>         combined standard score (sum over root n) reaches the
   *>         limit: lucky as a body without one glaring session.
   *>   RAT - a season solve rate the limit or more standard errors
   *>         above the player's rate over all closed seasons, given
   *>         WS-RAT-HIST-MIN games of history and WS-RAT-CUR-MIN
   *>         this season.
   *>   CFG - every scored session recorded with GS-CFG-PINNED "Y".
   01 WS-LIVE-MIN       PIC 9(6) VALUE 1000.
   01 WS-Z-LIMIT        PIC 9V99 VALUE 3.00.
   01 WS-POP-MIN        PIC 9(4) VALUE 30.
   01 WS-PLK-MIN        PIC 9(4) VALUE 5.
   01 WS-RAT-HIST-MIN   PIC 9(6) VALUE 20.
   01 WS-RAT-CUR-MIN    PIC 9(6) VALUE 10.

   *> The open season is everything ending after the last SEASONCL
   *> close (SEASREC.cpy "H" line); zeros before the first close.
   01 WS-SEASON-TS      PIC X(14) VALUE "00000000000000".

   *> Scored sessions of the open season, with their replayed luck.
   *> WS-SS-JUDGED is "Y" once a solved session's luck was worked
   *> out - a log that goes inconsistent, or whose solving guess is
   *> missing from the list, cannot be judged (AUDITCHK reports the
   *> first kind). WS-SS-LIVE is the candidates live at the solving
   *> guess, WS-SS-Z the standard score against the length's norm.
   01 WS-SESS-CT        PIC 9(4) VALUE ZERO.
   01 WS-SESS-FULL      PIC X VALUE "N".
   01 WS-SESS-TABLE.
     05 WS-SESS-ENT OCCURS 2000 TIMES.
       10 WS-SS-START-TS    PIC X(14).
       10 WS-SS-MODE        PIC X(10).
       10 WS-SS-PLAYER      PIC X(8).
       10 WS-SS-PLAYER-IX   PIC 9(3).
       10 WS-SS-END-TS      PIC X(14).
       10 WS-SS-LEN         PIC 9.
       10 WS-SS-RULE        PIC X.
       10 WS-SS-OUTCOME     PIC X(10).
       10 WS-SS-GUESSES     PIC 9(4).
       10 WS-SS-PINNED      PIC X.
       10 WS-SS-JUDGED      PIC X.
       10 WS-SS-LUCK        PIC S9(3)V9(4).
       10 WS-SS-LIVE        PIC 9(6).
       10 WS-SS-SOLVE-TURN  PIC 9(4).
       10 WS-SS-Z           PIC S9(3)V9(4).

   *> Players of the open season (merged IDs folded into the
   *> survivor), with their closed-season history from SEASONS.DAT.
   01 WS-PLAYER-CT      PIC 9(3) VALUE ZERO.
   01 WS-PLAYER-FULL    PIC X VALUE "N".
   01 WS-PLAYER-TABLE.
     05 WS-PLAYER-ENT OCCURS 300 TIMES.
       10 WS-PM-ID          PIC X(8).
       10 WS-PM-GAMES       PIC 9(5).
       10 WS-PM-SOLVES      PIC 9(5).
       10 WS-PM-JUDGED      PIC 9(5).
       10 WS-PM-Z-SUM       PIC S9(6)V9(4).
       10 WS-PM-HIST-GAMES  PIC 9(7).
       10 WS-PM-HIST-SOLVES PIC 9(7).
   01 WS-FOUND-IX       PIC 9(3).

   *> Luck norm per digit length (index 1..3 = length 3..5), over
   *> the judged sessions. Games under the repeated-digit rule start
   *> from a bigger candidate table and are normed apart, at index
   *> 4..6 for length 3..5.
   01 WS-POP-TABLE.
     05 WS-POP-LEN OCCURS 6 TIMES.
       10 WS-PP-N       PIC 9(5).
       10 WS-PP-SUM     PIC S9(7)V9(4).
       10 WS-PP-SUMSQ   PIC 9(9)V9(4).
       10 WS-PP-MEAN    PIC S9(3)V9(4).
       10 WS-PP-SD      PIC 9(3)V9(4).
   01 WS-LEN-IX         PIC 9.
   01 WS-LEN-DIGIT      PIC 9.

   *> Keys already on the queue (reason, player, start stamp, mode)
   *> and sessions already voided (start stamp, mode, player).
   01 WS-QKEY-CT        PIC 9(4) VALUE ZERO.
   01 WS-QKEY-TABLE.
     05 WS-QKEY         PIC X(35) OCCURS 4000 TIMES.
   01 WS-THIS-QKEY      PIC X(35).
   01 WS-VKEY-CT        PIC 9(4) VALUE ZERO.
   01 WS-VKEY-TABLE.
     05 WS-VKEY         PIC X(32) OCCURS 2000 TIMES.
   01 WS-THIS-VKEY      PIC X(32).
   01 WS-KEY-FOUND      PIC X.
   01 WS-K              PIC 9(4).

   *> Items raised this run, appended to the queue together at the
   *> end and listed by player on the report.
   01 WS-ITEM-CT        PIC 9(3) VALUE ZERO.
   01 WS-ITEM-FULL      PIC X VALUE "N".
   01 WS-ITEM-TABLE.
     05 WS-ITEM-ENT OCCURS 500 TIMES.
       10 WS-IT-LINE    PIC X(160).
       10 WS-IT-TAKEN   PIC X.
   COPY "REVQREC.cpy" REPLACING LEADING ==REVIEW== BY ==ITEM==
                                LEADING ==RQ== BY ==IQ==.
   01 WS-NEW-REASON     PIC X(3).
   01 WS-NEW-DETAIL     PIC X(60).

   *> Player cross-reference (PLAYXREF.cpy), as LEAGUE uses it.
   01 WS-XREF-EOF       PIC X.
   01 WS-XREF-CT        PIC 9(3) VALUE ZERO.
   01 WS-XREF-TABLE.
     05 WS-XREF-ENT OCCURS 200 TIMES.
       10 WS-XR-OLD     PIC X(8).
       10 WS-XR-NEW     PIC X(8).
   01 WS-XREF-I         PIC 9(3).
   01 WS-MAP-ID         PIC X(8).

   *> Candidate tables, built the way GAMEVIEW's BUILD-TABLE1 does.
   *> The full table for a length and rule is kept in WS-TABLE0 and
   *> copied for each replay rather than rebuilt per session.
   01 WS-TABLE0.
     05 WS-SET0 PIC X(5) OCCURS 100000 TIMES.
   01 WS-TABLE1.
     05 WS-SET1 PIC X(5) OCCURS 100000 TIMES.
   01 WS-TABLE2.
     05 WS-SET2 PIC X(5) OCCURS 100000 TIMES.
   01 WS-BASE-LEN    PIC 9 VALUE ZERO.
   01 WS-BASE-RULE   PIC X VALUE SPACE.
   01 WS-BASE-COUNT  PIC 9(6) VALUE ZERO.
   01 WS-COUNT       PIC 9(6).
   01 WS-CTVAL       PIC 9(6).
   01 WS-INDEX       PIC 9(6).
   01 WS-DIGIT-LEN   PIC 9.
   01 WS-MAXRAW      PIC 9(6).
   01 WS-RAW         PIC 9(6).
   01 WS-DECODE      PIC 9(6).
   01 WS-REM         PIC 9.
   01 WS-POS         PIC 9.
   01 WS-POS2        PIC 9.
   01 WS-VALID-FLAG  PIC X.
   01 WS-DIGITS.
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

   01 WS-SCORE-SECRET  PIC X(5).
   01 WS-SCORE-GUESS   PIC X(5).
   01 WS-SCORE-A       PIC 9.
   01 WS-SCORE-B       PIC 9.

   *> Guess-list parsing, as GAMEVIEW does it.
   01 WS-LIST-PTR       PIC 9(4).
   01 WS-FULL-LIST      PIC X(2000).
   01 WS-ENTRY          PIC X(20).
   01 WS-ENTRY-GUESS    PIC X(10).
   01 WS-ENTRY-SCORE    PIC X(10).
   01 WS-ENTRY-A        PIC 9.
   01 WS-ENTRY-B        PIC 9.
   01 WS-LIST-DONE      PIC X.
   01 WS-TURN-NO        PIC 9(4).

   *> Luck arithmetic. The score split of one guess is counted in
   *> WS-BUCKET, indexed A * 6 + B + 1.
   01 WS-BUCKET-TABLE.
     05 WS-BUCKET PIC 9(6) OCCURS 36 TIMES.
   01 WS-BX             PIC 99.
   01 WS-LN2            PIC 9V9(8) VALUE 0.69314718.
   01 WS-BEFORE         PIC 9(6).
   01 WS-BITS           PIC S9(3)V9(6).
   01 WS-EXPECT         PIC S9(3)V9(6).
   01 WS-LUCK           PIC S9(3)V9(6).
   01 WS-LUCK-OK        PIC X.
   01 WS-SOLVE-SEEN     PIC X.
   01 WS-LIVE           PIC 9(6).
   01 WS-SOLVE-TURN     PIC 9(4).
   01 WS-Z              PIC S9(4)V9(4).
   01 WS-ZC             PIC S9(4)V9(4).
   01 WS-RATE-CUR       PIC 9V9(4).
   01 WS-RATE-HIST      PIC 9V9(4).
   01 WS-RATE-VAR       PIC 9V9(6).
   01 WS-SCORED-MODE    PIC X.

   01 WS-I              PIC 9(4).
   01 WS-J              PIC 9(4).
   01 WS-BEST           PIC 9(4).
   01 WS-NUM-ED         PIC ZZZZ9.
   01 WS-NUM-ED2        PIC ZZZZ9.
   01 WS-NUM-ED3        PIC ZZZZ9.
   01 WS-NUM-ED4        PIC ZZZZ9.
   01 WS-LIVE-ED        PIC ZZZZZ9.
   01 WS-TURN-ED        PIC ZZZ9.
   01 WS-LUCK-ED        PIC ++++9.99.
   01 WS-LUCK-ED2       PIC ++++9.99.
   01 WS-SD-ED          PIC ZZ9.99.
   01 WS-Z-ED           PIC ++++9.99.
   01 WS-PCT-ED         PIC ZZ9.9.
   01 WS-PCT-ED2        PIC ZZ9.9.
   01 WS-PCT            PIC 9(3)V9.
   01 WS-SHOW-ID        PIC X(8).
   01 WS-CFG-NOTE       PIC X(70).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:14) TO WS-RUN-TS
    PERFORM LOAD-PLAYER-XREF
    PERFORM LOAD-SEASON-MARK
    PERFORM LOAD-VOID-KEYS
    PERFORM LOAD-QUEUE-KEYS
    PERFORM VARYING WS-LEN-IX FROM 1 BY 1 UNTIL WS-LEN-IX > 6
        MOVE ZERO TO WS-PP-N(WS-LEN-IX)
        MOVE ZERO TO WS-PP-SUM(WS-LEN-IX)
        MOVE ZERO TO WS-PP-SUMSQ(WS-LEN-IX)
        MOVE ZERO TO WS-PP-MEAN(WS-LEN-IX)
        MOVE ZERO TO WS-PP-SD(WS-LEN-IX)
    END-PERFORM

    PERFORM REPLAY-AUDIT-TRAIL
    PERFORM LOAD-SEASON-HISTORY
    PERFORM WORK-OUT-NORMS
    PERFORM FLAG-SESSIONS
    PERFORM FLAG-PLAYERS
    PERFORM APPEND-NEW-ITEMS
    PERFORM READ-CONFIG-NOTE
    PERFORM WRITE-SCREEN-REPORT

    IF WS-SESS-FULL IS EQUAL TO "Y" THEN
        DISPLAY "Warning: more than 2000 scored sessions this season "
            "- the rest were NOT screened. Archive with GAMEARCH and "
            "rerun."
    END-IF
    IF WS-PLAYER-FULL IS EQUAL TO "Y" THEN
        DISPLAY "Warning: more than 300 players this season - the "
            "sessions of the rest were NOT screened."
    END-IF
    IF WS-ITEM-FULL IS EQUAL TO "Y" THEN
        DISPLAY "Warning: more than 500 new items - the rest will be "
            "raised by the next run."
    END-IF
    MOVE WS-SESS-CT TO WS-NUM-ED
    MOVE WS-ITEM-CT TO WS-NUM-ED2
    DISPLAY "Screened" WS-NUM-ED " session(s);" WS-NUM-ED2
        " new item(s) queued to REVIEWQ.DAT. Report written to "
        "SCRNRPT.TXT".

STOP RUN.

LOAD-SEASON-MARK.
    OPEN INPUT SEASON-FILE
    IF WS-SEAS-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ SEASON-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF (SH-TYPE IS EQUAL TO "H")
                   AND (SH-CLOSED-TS > WS-SEASON-TS) THEN
                    MOVE SH-CLOSED-TS TO WS-SEASON-TS
                END-IF
        END-READ
    END-PERFORM
    CLOSE SEASON-FILE.

LOAD-SEASON-HISTORY.
    *> Every closed season's snapshot line counts towards a player's
    *> history, under the ID now in use.
    OPEN INPUT SEASON-FILE
    IF WS-SEAS-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ SEASON-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF (SP-TYPE IS EQUAL TO "P") AND (SP-GAMES IS NUMERIC)
                   AND (SP-SOLVES IS NUMERIC) THEN
                    MOVE SP-ID TO WS-MAP-ID
                    PERFORM MAP-PLAYER-ID
                    PERFORM FIND-PLAYER
                    IF WS-FOUND-IX > 0 THEN
                        ADD SP-GAMES TO WS-PM-HIST-GAMES(WS-FOUND-IX)
                        ADD SP-SOLVES TO WS-PM-HIST-SOLVES(WS-FOUND-IX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SEASON-FILE.

LOAD-VOID-KEYS.
    MOVE ZERO TO WS-VKEY-CT
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
                IF WS-VKEY-CT < 2000 THEN
                    ADD 1 TO WS-VKEY-CT
                    STRING VD-START-TS VD-MODE VD-PLAYER-ID
                        DELIMITED BY SIZE INTO WS-VKEY(WS-VKEY-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE VOID-FILE.

LOAD-QUEUE-KEYS.
    MOVE ZERO TO WS-QKEY-CT
    OPEN INPUT QUEUE-FILE
    IF WS-QUEUE-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ QUEUE-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF WS-QKEY-CT < 4000 THEN
                    ADD 1 TO WS-QKEY-CT
                    STRING RQ-REASON RQ-PLAYER-ID RQ-START-TS RQ-MODE
                        DELIMITED BY SIZE INTO WS-QKEY(WS-QKEY-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE QUEUE-FILE.

REPLAY-AUDIT-TRAIL.
    OPEN INPUT GAMELOG-FILE
    IF WS-LOG-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "No GAMEAUDIT.DAT found - nothing to screen."
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ GAMELOG-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF GS-END-TS > WS-SEASON-TS THEN
                    PERFORM SCREEN-ONE-SESSION
                END-IF
        END-READ
    END-PERFORM
    CLOSE GAMELOG-FILE.

SCREEN-ONE-SESSION.
    *> Scored sessions only: the modes that post to the player's
    *> running totals, under a registered ID, played to a finish.
    *> DAILYAB/TOURNSWP FORFEIT markers and computerAB's MISSCORED
    *> games (the engine guessed) are not the player's play.
    MOVE "N" TO WS-SCORED-MODE
    EVALUATE GS-MODE
        WHEN "HUMANAB"
        WHEN "DAILY"
        WHEN "RACEHUMAN"
        WHEN "TOURNEY"
        WHEN "TWOPLAYER"
            MOVE "Y" TO WS-SCORED-MODE
    END-EVALUATE
    IF (WS-SCORED-MODE IS NOT EQUAL TO "Y")
       OR (GS-PLAYER-ID IS EQUAL TO SPACES) THEN
        EXIT PARAGRAPH
    END-IF
    IF (GS-OUTCOME IS NOT EQUAL TO "SOLVED")
       AND (GS-OUTCOME IS NOT EQUAL TO "HINTED")
       AND (GS-OUTCOME IS NOT EQUAL TO "GAVEUP") THEN
        EXIT PARAGRAPH
    END-IF
    IF (GS-DIGIT-LEN IS NOT NUMERIC)
       OR (GS-DIGIT-LEN < 3) OR (GS-DIGIT-LEN > 5) THEN
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-THIS-VKEY
    STRING GS-START-TS GS-MODE GS-PLAYER-ID
        DELIMITED BY SIZE INTO WS-THIS-VKEY
    MOVE "N" TO WS-KEY-FOUND
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-VKEY-CT
        IF WS-VKEY(WS-K) IS EQUAL TO WS-THIS-VKEY THEN
            MOVE "Y" TO WS-KEY-FOUND
        END-IF
    END-PERFORM
    IF WS-KEY-FOUND IS EQUAL TO "Y" THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-SESS-CT >= 2000 THEN
        MOVE "Y" TO WS-SESS-FULL
        EXIT PARAGRAPH
    END-IF
    MOVE GS-PLAYER-ID TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    PERFORM FIND-OR-ADD-PLAYER
    IF WS-FOUND-IX IS EQUAL TO ZERO THEN
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-SESS-CT
    MOVE GS-START-TS TO WS-SS-START-TS(WS-SESS-CT)
    MOVE GS-MODE TO WS-SS-MODE(WS-SESS-CT)
    MOVE GS-PLAYER-ID TO WS-SS-PLAYER(WS-SESS-CT)
    MOVE WS-FOUND-IX TO WS-SS-PLAYER-IX(WS-SESS-CT)
    MOVE GS-END-TS TO WS-SS-END-TS(WS-SESS-CT)
    MOVE GS-DIGIT-LEN TO WS-SS-LEN(WS-SESS-CT)
    MOVE GS-RULE TO WS-SS-RULE(WS-SESS-CT)
    MOVE GS-OUTCOME TO WS-SS-OUTCOME(WS-SESS-CT)
    MOVE ZERO TO WS-SS-GUESSES(WS-SESS-CT)
    IF GS-GUESS-COUNT IS NUMERIC THEN
        MOVE GS-GUESS-COUNT TO WS-SS-GUESSES(WS-SESS-CT)
    END-IF
    MOVE GS-CFG-PINNED TO WS-SS-PINNED(WS-SESS-CT)
    MOVE "N" TO WS-SS-JUDGED(WS-SESS-CT)
    MOVE ZERO TO WS-SS-LUCK(WS-SESS-CT)
    MOVE ZERO TO WS-SS-LIVE(WS-SESS-CT)
    MOVE ZERO TO WS-SS-SOLVE-TURN(WS-SESS-CT)
    MOVE ZERO TO WS-SS-Z(WS-SESS-CT)

    ADD 1 TO WS-PM-GAMES(WS-FOUND-IX)
    IF (GS-OUTCOME IS EQUAL TO "SOLVED")
       OR (GS-OUTCOME IS EQUAL TO "HINTED") THEN
        ADD 1 TO WS-PM-SOLVES(WS-FOUND-IX)
    END-IF
    *> A hinted solve was handed part of the answer, and a give-up
    *> has no solving guess to weigh - only clean solves are judged.
    IF GS-OUTCOME IS EQUAL TO "SOLVED" THEN
        PERFORM REPLAY-FOR-LUCK
    END-IF.

REPLAY-FOR-LUCK.
    MOVE GS-DIGIT-LEN TO WS-DIGIT-LEN
    MOVE GS-RULE TO WS-RULE
    IF (WS-DIGIT-LEN IS NOT EQUAL TO WS-BASE-LEN)
       OR (WS-RULE IS NOT EQUAL TO WS-BASE-RULE) THEN
        PERFORM BUILD-TABLE0
    END-IF
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-BASE-COUNT
        MOVE WS-SET0(WS-INDEX) TO WS-SET1(WS-INDEX)
    END-PERFORM
    MOVE WS-BASE-COUNT TO WS-COUNT

    MOVE ZERO TO WS-LUCK
    MOVE "Y" TO WS-LUCK-OK
    MOVE "N" TO WS-SOLVE-SEEN
    MOVE ZERO TO WS-LIVE
    MOVE ZERO TO WS-SOLVE-TURN
    MOVE ZERO TO WS-TURN-NO
    MOVE GS-GUESS-LIST TO WS-FULL-LIST(1:200)
    MOVE GS-GUESS-CONT TO WS-FULL-LIST(201:)
    MOVE 1 TO WS-LIST-PTR
    MOVE "N" TO WS-LIST-DONE
    PERFORM UNTIL WS-LIST-DONE IS EQUAL TO "Y"
        MOVE SPACES TO WS-ENTRY
        IF (WS-LIST-PTR > 2000) OR (WS-LUCK-OK IS EQUAL TO "N") THEN
            MOVE "Y" TO WS-LIST-DONE
        ELSE
            UNSTRING WS-FULL-LIST DELIMITED BY ";"
                INTO WS-ENTRY
                WITH POINTER WS-LIST-PTR
            END-UNSTRING
            IF WS-ENTRY IS EQUAL TO SPACES THEN
                MOVE "Y" TO WS-LIST-DONE
            ELSE
                ADD 1 TO WS-TURN-NO
                PERFORM LUCK-ONE-GUESS
            END-IF
        END-IF
    END-PERFORM

    *> DAILYAB withholds the solving guess from the list (its count
    *> still includes it), so the solve is the turn after the last
    *> entry, made among the candidates then live. Which guess it
    *> was is not on record, so it is weighed as a plain hit or miss.
    IF (GS-MODE IS EQUAL TO "DAILY") AND (WS-LUCK-OK IS EQUAL TO "Y")
       AND (WS-COUNT > 0) THEN
        MOVE WS-COUNT TO WS-LIVE
        MOVE WS-SS-GUESSES(WS-SESS-CT) TO WS-SOLVE-TURN
        COMPUTE WS-BITS = FUNCTION LOG(WS-COUNT) / WS-LN2
        IF WS-COUNT > 1 THEN
            COMPUTE WS-EXPECT =
                (WS-BITS / WS-COUNT)
                + ((WS-COUNT - 1) / WS-COUNT)
                  * FUNCTION LOG(WS-COUNT / (WS-COUNT - 1)) / WS-LN2
        ELSE
            MOVE ZERO TO WS-EXPECT
        END-IF
        COMPUTE WS-LUCK = WS-LUCK + WS-BITS - WS-EXPECT
        MOVE "Y" TO WS-SOLVE-SEEN
    END-IF

    IF (WS-LUCK-OK IS NOT EQUAL TO "Y")
       OR (WS-SOLVE-SEEN IS NOT EQUAL TO "Y") THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-SS-JUDGED(WS-SESS-CT)
    COMPUTE WS-SS-LUCK(WS-SESS-CT) ROUNDED = WS-LUCK
    MOVE WS-LIVE TO WS-SS-LIVE(WS-SESS-CT)
    MOVE WS-SOLVE-TURN TO WS-SS-SOLVE-TURN(WS-SESS-CT)
    COMPUTE WS-LEN-IX = WS-DIGIT-LEN - 2
    IF WS-RULE IS EQUAL TO "R" THEN
        ADD 3 TO WS-LEN-IX
    END-IF
    ADD 1 TO WS-PP-N(WS-LEN-IX)
    ADD WS-SS-LUCK(WS-SESS-CT) TO WS-PP-SUM(WS-LEN-IX)
    COMPUTE WS-PP-SUMSQ(WS-LEN-IX) = WS-PP-SUMSQ(WS-LEN-IX)
        + WS-SS-LUCK(WS-SESS-CT) * WS-SS-LUCK(WS-SESS-CT).

LUCK-ONE-GUESS.
    MOVE SPACES TO WS-ENTRY-GUESS
    MOVE SPACES TO WS-ENTRY-SCORE
    UNSTRING WS-ENTRY DELIMITED BY ":"
        INTO WS-ENTRY-GUESS, WS-ENTRY-SCORE
    END-UNSTRING
    IF (WS-ENTRY-SCORE(1:1) IS NOT NUMERIC)
       OR (WS-ENTRY-SCORE(3:1) IS NOT NUMERIC) THEN
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ENTRY-SCORE(1:1) TO WS-ENTRY-A
    MOVE WS-ENTRY-SCORE(3:1) TO WS-ENTRY-B
    IF (WS-ENTRY-A > 5) OR (WS-ENTRY-B > 5) THEN
        EXIT PARAGRAPH
    END-IF

    *> Split the live candidates by the score this guess would get
    *> against each, keeping the ones matching the recorded score -
    *> GAMEVIEW's FILTER-BY-RECORDED-SCORE with a tally alongside.
    MOVE WS-COUNT TO WS-BEFORE
    PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 36
        MOVE ZERO TO WS-BUCKET(WS-BX)
    END-PERFORM
    MOVE 0 TO WS-CTVAL
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-COUNT
        MOVE WS-SET1(WS-INDEX) TO WS-SCORE-SECRET
        MOVE WS-ENTRY-GUESS(1:5) TO WS-SCORE-GUESS
        PERFORM SCORE-AB
        COMPUTE WS-BX = WS-SCORE-A * 6 + WS-SCORE-B + 1
        ADD 1 TO WS-BUCKET(WS-BX)
        IF (WS-SCORE-A IS EQUAL TO WS-ENTRY-A)
           AND (WS-SCORE-B IS EQUAL TO WS-ENTRY-B) THEN
            ADD 1 TO WS-CTVAL
            MOVE WS-SET1(WS-INDEX) TO WS-SET2(WS-CTVAL)
        END-IF
    END-PERFORM
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-CTVAL
        MOVE WS-SET2(WS-INDEX) TO WS-SET1(WS-INDEX)
    END-PERFORM
    MOVE WS-CTVAL TO WS-COUNT
    *> No candidate fits the recorded scores: the log contradicts
    *> itself and there is nothing sound to weigh.
    IF WS-COUNT IS EQUAL TO ZERO THEN
        MOVE "N" TO WS-LUCK-OK
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-BITS = FUNCTION LOG(WS-BEFORE / WS-COUNT) / WS-LN2
    MOVE ZERO TO WS-EXPECT
    PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 36
        IF WS-BUCKET(WS-BX) > 0 THEN
            COMPUTE WS-EXPECT = WS-EXPECT
                + (WS-BUCKET(WS-BX) / WS-BEFORE)
                  * FUNCTION LOG(WS-BEFORE / WS-BUCKET(WS-BX)) / WS-LN2
        END-IF
    END-PERFORM
    COMPUTE WS-LUCK = WS-LUCK + WS-BITS - WS-EXPECT
    IF WS-ENTRY-A IS EQUAL TO WS-DIGIT-LEN THEN
        MOVE "Y" TO WS-SOLVE-SEEN
        MOVE WS-BEFORE TO WS-LIVE
        MOVE WS-TURN-NO TO WS-SOLVE-TURN
        MOVE "Y" TO WS-LIST-DONE
    END-IF.

WORK-OUT-NORMS.
    PERFORM VARYING WS-LEN-IX FROM 1 BY 1 UNTIL WS-LEN-IX > 6
        IF WS-PP-N(WS-LEN-IX) > 0 THEN
            COMPUTE WS-PP-MEAN(WS-LEN-IX) ROUNDED =
                WS-PP-SUM(WS-LEN-IX) / WS-PP-N(WS-LEN-IX)
            COMPUTE WS-Z = (WS-PP-SUMSQ(WS-LEN-IX) / WS-PP-N(WS-LEN-IX))
                - (WS-PP-MEAN(WS-LEN-IX) * WS-PP-MEAN(WS-LEN-IX))
            IF WS-Z > 0 THEN
                COMPUTE WS-PP-SD(WS-LEN-IX) ROUNDED =
                    FUNCTION SQRT(WS-Z)
            END-IF
        END-IF
    END-PERFORM.

FLAG-SESSIONS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SESS-CT
        COMPUTE WS-LEN-IX = WS-SS-LEN(WS-I) - 2
        IF WS-SS-RULE(WS-I) IS EQUAL TO "R" THEN
            ADD 3 TO WS-LEN-IX
        END-IF
        IF WS-SS-PINNED(WS-I) IS EQUAL TO "Y" THEN
            MOVE "CFG" TO WS-NEW-REASON
            MOVE "GAMECFG.DAT was pinning the answer draw at set-up"
                TO WS-NEW-DETAIL
            PERFORM RAISE-SESSION-ITEM
        END-IF
        IF (WS-SS-JUDGED(WS-I) IS EQUAL TO "Y")
           AND (WS-SS-LIVE(WS-I) >= WS-LIVE-MIN) THEN
            MOVE WS-SS-SOLVE-TURN(WS-I) TO WS-TURN-ED
            MOVE WS-SS-LIVE(WS-I) TO WS-LIVE-ED
            MOVE "LIV" TO WS-NEW-REASON
            MOVE SPACES TO WS-NEW-DETAIL
            STRING "solved on turn " FUNCTION TRIM(WS-TURN-ED)
                   " with " FUNCTION TRIM(WS-LIVE-ED)
                   " candidates live (1 in "
                   FUNCTION TRIM(WS-LIVE-ED) ")"
                DELIMITED BY SIZE INTO WS-NEW-DETAIL
            PERFORM RAISE-SESSION-ITEM
        END-IF
        IF (WS-SS-JUDGED(WS-I) IS EQUAL TO "Y")
           AND (WS-PP-N(WS-LEN-IX) >= WS-POP-MIN)
           AND (WS-PP-SD(WS-LEN-IX) > 0) THEN
            COMPUTE WS-SS-Z(WS-I) ROUNDED =
                (WS-SS-LUCK(WS-I) - WS-PP-MEAN(WS-LEN-IX))
                / WS-PP-SD(WS-LEN-IX)
            MOVE WS-SS-PLAYER-IX(WS-I) TO WS-FOUND-IX
            ADD 1 TO WS-PM-JUDGED(WS-FOUND-IX)
            ADD WS-SS-Z(WS-I) TO WS-PM-Z-SUM(WS-FOUND-IX)
            IF WS-SS-Z(WS-I) >= WS-Z-LIMIT THEN
                MOVE WS-SS-LUCK(WS-I) TO WS-LUCK-ED
                MOVE WS-PP-MEAN(WS-LEN-IX) TO WS-LUCK-ED2
                MOVE WS-PP-SD(WS-LEN-IX) TO WS-SD-ED
                MOVE WS-SS-Z(WS-I) TO WS-Z-ED
                MOVE "LCK" TO WS-NEW-REASON
                MOVE SPACES TO WS-NEW-DETAIL
                STRING "luck " FUNCTION TRIM(WS-LUCK-ED)
                       " bits vs norm " FUNCTION TRIM(WS-LUCK-ED2)
                       " sd " FUNCTION TRIM(WS-SD-ED)
                       ", z " FUNCTION TRIM(WS-Z-ED)
                    DELIMITED BY SIZE INTO WS-NEW-DETAIL
                PERFORM RAISE-SESSION-ITEM
            END-IF
        END-IF
    END-PERFORM.

FLAG-PLAYERS.
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PLAYER-CT
        IF WS-PM-JUDGED(WS-J) >= WS-PLK-MIN THEN
            COMPUTE WS-ZC ROUNDED = WS-PM-Z-SUM(WS-J)
                / FUNCTION SQRT(WS-PM-JUDGED(WS-J))
            IF WS-ZC >= WS-Z-LIMIT THEN
                MOVE WS-PM-JUDGED(WS-J) TO WS-NUM-ED
                COMPUTE WS-Z ROUNDED =
                    WS-PM-Z-SUM(WS-J) / WS-PM-JUDGED(WS-J)
                MOVE WS-Z TO WS-Z-ED
                MOVE WS-ZC TO WS-LUCK-ED
                MOVE "PLK" TO WS-NEW-REASON
                MOVE SPACES TO WS-NEW-DETAIL
                STRING FUNCTION TRIM(WS-NUM-ED)
                       " judged solves, mean z "
                       FUNCTION TRIM(WS-Z-ED)
                       ", combined z " FUNCTION TRIM(WS-LUCK-ED)
                    DELIMITED BY SIZE INTO WS-NEW-DETAIL
                PERFORM RAISE-PLAYER-ITEM
            END-IF
        END-IF
        IF (WS-PM-HIST-GAMES(WS-J) >= WS-RAT-HIST-MIN)
           AND (WS-PM-GAMES(WS-J) >= WS-RAT-CUR-MIN) THEN
            PERFORM CHECK-SOLVE-RATE
        END-IF
    END-PERFORM.

CHECK-SOLVE-RATE.
    COMPUTE WS-RATE-CUR ROUNDED =
        WS-PM-SOLVES(WS-J) / WS-PM-GAMES(WS-J)
    COMPUTE WS-RATE-HIST ROUNDED =
        WS-PM-HIST-SOLVES(WS-J) / WS-PM-HIST-GAMES(WS-J)
    IF WS-RATE-CUR <= WS-RATE-HIST THEN
        EXIT PARAGRAPH
    END-IF
    *> A history of never (or always) solving has no spread of its
    *> own; one percent either way stands in for it.
    IF WS-RATE-HIST < 0.01 THEN
        COMPUTE WS-RATE-VAR = 0.01 * 0.99 / WS-PM-GAMES(WS-J)
    ELSE
        IF WS-RATE-HIST > 0.99 THEN
            COMPUTE WS-RATE-VAR = 0.99 * 0.01 / WS-PM-GAMES(WS-J)
        ELSE
            COMPUTE WS-RATE-VAR =
                WS-RATE-HIST * (1 - WS-RATE-HIST) / WS-PM-GAMES(WS-J)
        END-IF
    END-IF
    COMPUTE WS-Z ROUNDED =
        (WS-RATE-CUR - WS-RATE-HIST) / FUNCTION SQRT(WS-RATE-VAR)
    IF WS-Z < WS-Z-LIMIT THEN
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PM-SOLVES(WS-J) TO WS-NUM-ED
    MOVE WS-PM-GAMES(WS-J) TO WS-NUM-ED2
    MOVE WS-PM-HIST-SOLVES(WS-J) TO WS-NUM-ED3
    MOVE WS-PM-HIST-GAMES(WS-J) TO WS-NUM-ED4
    COMPUTE WS-PCT ROUNDED = WS-RATE-CUR * 100
    MOVE WS-PCT TO WS-PCT-ED
    COMPUTE WS-PCT ROUNDED = WS-RATE-HIST * 100
    MOVE WS-PCT TO WS-PCT-ED2
    MOVE WS-Z TO WS-Z-ED
    MOVE "RAT" TO WS-NEW-REASON
    MOVE SPACES TO WS-NEW-DETAIL
    STRING "season " FUNCTION TRIM(WS-NUM-ED) "/"
           FUNCTION TRIM(WS-NUM-ED2) " (" FUNCTION TRIM(WS-PCT-ED)
           "%) vs history " FUNCTION TRIM(WS-NUM-ED3) "/"
           FUNCTION TRIM(WS-NUM-ED4) " (" FUNCTION TRIM(WS-PCT-ED2)
           "%), z " FUNCTION TRIM(WS-Z-ED)
        DELIMITED BY SIZE INTO WS-NEW-DETAIL
    PERFORM RAISE-PLAYER-ITEM.

RAISE-SESSION-ITEM.
    *> Session WS-I, reason and detail preset by the caller.
    MOVE SPACES TO ITEM-QUEUE-RECORD
    MOVE "P" TO IQ-STATUS
    MOVE WS-NEW-REASON TO IQ-REASON
    MOVE WS-SS-PLAYER(WS-I) TO IQ-PLAYER-ID
    MOVE WS-SS-START-TS(WS-I) TO IQ-START-TS
    MOVE WS-SS-MODE(WS-I) TO IQ-MODE
    MOVE WS-SS-END-TS(WS-I) TO IQ-END-TS
    MOVE WS-SS-LEN(WS-I) TO IQ-DIGIT-LEN
    MOVE WS-SS-OUTCOME(WS-I) TO IQ-OUTCOME
    MOVE WS-SS-GUESSES(WS-I) TO IQ-GUESS-COUNT
    MOVE WS-SS-RULE(WS-I) TO IQ-RULE
    PERFORM ADD-ITEM-IF-NEW.

RAISE-PLAYER-ITEM.
    *> Player WS-J, raised once a season: the season's opening
    *> stamp stands in for the session start and the mode is blank.
    MOVE SPACES TO ITEM-QUEUE-RECORD
    MOVE "P" TO IQ-STATUS
    MOVE WS-NEW-REASON TO IQ-REASON
    MOVE WS-PM-ID(WS-J) TO IQ-PLAYER-ID
    MOVE WS-SEASON-TS TO IQ-START-TS
    MOVE ZERO TO IQ-DIGIT-LEN
    MOVE ZERO TO IQ-GUESS-COUNT
    PERFORM ADD-ITEM-IF-NEW.

ADD-ITEM-IF-NEW.
    MOVE SPACES TO WS-THIS-QKEY
    STRING IQ-REASON IQ-PLAYER-ID IQ-START-TS IQ-MODE
        DELIMITED BY SIZE INTO WS-THIS-QKEY
    MOVE "N" TO WS-KEY-FOUND
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-QKEY-CT
        IF WS-QKEY(WS-K) IS EQUAL TO WS-THIS-QKEY THEN
            MOVE "Y" TO WS-KEY-FOUND
        END-IF
    END-PERFORM
    IF WS-KEY-FOUND IS EQUAL TO "Y" THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-ITEM-CT >= 500 THEN
        MOVE "Y" TO WS-ITEM-FULL
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RUN-TS TO IQ-LINE-TS
    MOVE "PLAYSCRN" TO IQ-LINE-BY
    MOVE WS-NEW-DETAIL TO IQ-DETAIL
    ADD 1 TO WS-ITEM-CT
    MOVE ITEM-QUEUE-RECORD TO WS-IT-LINE(WS-ITEM-CT)
    MOVE "N" TO WS-IT-TAKEN(WS-ITEM-CT).

APPEND-NEW-ITEMS.
    IF WS-ITEM-CT IS EQUAL TO ZERO THEN
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND QUEUE-FILE
    IF WS-QUEUE-STATUS IS EQUAL TO "35"
        OPEN OUTPUT QUEUE-FILE
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-CT
        MOVE WS-IT-LINE(WS-I) TO REVIEW-QUEUE-RECORD
        WRITE REVIEW-QUEUE-RECORD
    END-PERFORM
    CLOSE QUEUE-FILE.

READ-CONFIG-NOTE.
    MOVE "GAMECFG.DAT is not overriding the answer draw."
        TO WS-CFG-NOTE
    OPEN INPUT CONFIG-FILE
    IF WS-CFG-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    READ CONFIG-FILE
        NOT AT END
            IF (CFG-SEED IS NUMERIC) AND (CFG-MIN IS NUMERIC)
               AND (CFG-MAX IS NUMERIC) THEN
                IF (CFG-SEED > 0) OR (CFG-MIN > 0) OR (CFG-MAX > 0)
                THEN
                    MOVE SPACES TO WS-CFG-NOTE
                    STRING "GAMECFG.DAT is overriding the answer draw "
                           "now: seed " CFG-SEED " range " CFG-MIN
                           "-" CFG-MAX
                        DELIMITED BY SIZE INTO WS-CFG-NOTE
                END-IF
            END-IF
    END-READ
    CLOSE CONFIG-FILE.

WRITE-SCREEN-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING "Suspicious-play screening, generated " WS-RUN-TS
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    IF WS-SEASON-TS IS EQUAL TO "00000000000000" THEN
        MOVE "Open season: all of GAMEAUDIT.DAT (no season closed yet)"
            TO REPORT-RECORD
    ELSE
        STRING "Open season: sessions ending after the "
               WS-SEASON-TS " season close"
            DELIMITED BY SIZE INTO REPORT-RECORD
    END-IF
    WRITE REPORT-RECORD
    MOVE WS-CFG-NOTE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-LIVE-MIN TO WS-LIVE-ED
    MOVE WS-Z-LIMIT TO WS-SD-ED
    MOVE SPACES TO REPORT-RECORD
    STRING "Limits: LIV at " FUNCTION TRIM(WS-LIVE-ED)
           " live candidates; LCK, PLK and RAT at z "
           FUNCTION TRIM(WS-SD-ED)
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD

    MOVE "Luck norms over judged solves (bits):" TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "  Len  Solves     Mean      SD   (R = repeated digits allowed)"
        TO REPORT-RECORD
    WRITE REPORT-RECORD
    *> The repeated-digit rows are shown only once such games have
    *> been judged.
    PERFORM VARYING WS-LEN-IX FROM 1 BY 1 UNTIL WS-LEN-IX > 6
        IF (WS-LEN-IX <= 3) OR (WS-PP-N(WS-LEN-IX) > 0) THEN
            PERFORM WRITE-NORM-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD

    MOVE WS-ITEM-CT TO WS-NUM-ED
    MOVE SPACES TO REPORT-RECORD
    STRING "New review items queued this run:" WS-NUM-ED
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    IF WS-ITEM-CT IS EQUAL TO ZERO THEN
        MOVE "  (nothing new to review)" TO REPORT-RECORD
        WRITE REPORT-RECORD
        CLOSE REPORT-FILE
        EXIT PARAGRAPH
    END-IF
    MOVE "  Player   Rsn Session start  Mode       Len Outcome"
        TO REPORT-RECORD
    WRITE REPORT-RECORD
    *> Grouped by player so one person's items read together.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-CT
        MOVE ZERO TO WS-BEST
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ITEM-CT
            IF WS-IT-TAKEN(WS-J) IS EQUAL TO "N" THEN
                IF WS-BEST IS EQUAL TO ZERO THEN
                    MOVE WS-J TO WS-BEST
                ELSE
                    IF WS-IT-LINE(WS-J)(7:8) < WS-IT-LINE(WS-BEST)(7:8)
                    THEN
                        MOVE WS-J TO WS-BEST
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        MOVE "Y" TO WS-IT-TAKEN(WS-BEST)
        PERFORM WRITE-ITEM-LINES
    END-PERFORM
    CLOSE REPORT-FILE.

WRITE-NORM-LINE.
    MOVE SPACE TO WS-RULE
    COMPUTE WS-LEN-DIGIT = WS-LEN-IX + 2
    IF WS-LEN-IX > 3 THEN
        MOVE "R" TO WS-RULE
        COMPUTE WS-LEN-DIGIT = WS-LEN-IX - 1
    END-IF
    MOVE WS-PP-N(WS-LEN-IX) TO WS-NUM-ED
    MOVE WS-PP-MEAN(WS-LEN-IX) TO WS-LUCK-ED
    MOVE WS-PP-SD(WS-LEN-IX) TO WS-SD-ED
    MOVE SPACES TO REPORT-RECORD
    IF WS-PP-N(WS-LEN-IX) < WS-POP-MIN THEN
        STRING "    " WS-LEN-DIGIT WS-RULE "  " WS-NUM-ED "  "
               WS-LUCK-ED "  " WS-SD-ED "  (too few to judge LCK)"
            DELIMITED BY SIZE INTO REPORT-RECORD
    ELSE
        STRING "    " WS-LEN-DIGIT WS-RULE "  " WS-NUM-ED "  "
               WS-LUCK-ED "  " WS-SD-ED
            DELIMITED BY SIZE INTO REPORT-RECORD
    END-IF
    WRITE REPORT-RECORD.

WRITE-ITEM-LINES.
    MOVE WS-IT-LINE(WS-BEST) TO ITEM-QUEUE-RECORD
    MOVE SPACES TO REPORT-RECORD
    IF IQ-MODE IS EQUAL TO SPACES THEN
        STRING "  " IQ-PLAYER-ID " " IQ-REASON " (whole season)"
            DELIMITED BY SIZE INTO REPORT-RECORD
    ELSE
        STRING "  " IQ-PLAYER-ID " " IQ-REASON " " IQ-START-TS " "
               IQ-MODE " " IQ-DIGIT-LEN "   " IQ-OUTCOME
            DELIMITED BY SIZE INTO REPORT-RECORD
    END-IF
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "             " IQ-DETAIL
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

FIND-PLAYER.
    MOVE ZERO TO WS-FOUND-IX
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PLAYER-CT
        IF WS-PM-ID(WS-J) IS EQUAL TO WS-MAP-ID THEN
            MOVE WS-J TO WS-FOUND-IX
        END-IF
    END-PERFORM.

FIND-OR-ADD-PLAYER.
    PERFORM FIND-PLAYER
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
    MOVE ZERO TO WS-PM-GAMES(WS-FOUND-IX)
    MOVE ZERO TO WS-PM-SOLVES(WS-FOUND-IX)
    MOVE ZERO TO WS-PM-JUDGED(WS-FOUND-IX)
    MOVE ZERO TO WS-PM-Z-SUM(WS-FOUND-IX)
    MOVE ZERO TO WS-PM-HIST-GAMES(WS-FOUND-IX)
    MOVE ZERO TO WS-PM-HIST-SOLVES(WS-FOUND-IX).

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

BUILD-TABLE0.
    COMPUTE WS-MAXRAW = 10 ** WS-DIGIT-LEN
    MOVE 0 TO WS-BASE-COUNT
    PERFORM VARYING WS-RAW FROM 0 BY 1 UNTIL WS-RAW >= WS-MAXRAW
        MOVE WS-RAW TO WS-DECODE
        MOVE "Y" TO WS-VALID-FLAG
        PERFORM VARYING WS-POS FROM WS-DIGIT-LEN BY -1 UNTIL WS-POS < 1
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
            ADD 1 TO WS-BASE-COUNT
            MOVE SPACES TO WS-CAND-STR
            PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-DIGIT-LEN
                MOVE WS-DIGIT(WS-POS) TO WS-CAND-STR(WS-POS:1)
            END-PERFORM
            MOVE WS-CAND-STR TO WS-SET0(WS-BASE-COUNT)
        END-IF
    END-PERFORM
    MOVE WS-DIGIT-LEN TO WS-BASE-LEN
    MOVE WS-RULE TO WS-BASE-RULE.

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
