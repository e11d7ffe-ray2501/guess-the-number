       SELECT CKPT-FILE ASSIGN TO "LEAGUE.CKP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.
       SELECT XREF-FILE ASSIGN TO "PLAYXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
       SELECT VOID-FILE ASSIGN TO "VOIDLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOID-STATUS.
       SELECT LOADLOG-FILE ASSIGN TO "SITELOAD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOAD-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD CKPT-FILE.
   01 CKPT-RECORD           PIC X(100).

   FD XREF-FILE.
   COPY "PLAYXREF.cpy".

   FD VOID-FILE.
   COPY "VOIDREC.cpy".

   FD LOADLOG-FILE.
   COPY "SITELOAD.cpy".

   WORKING-STORAGE SECTION.
   01 WS-PLAY-STATUS    PIC XX.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-LEAGUE-STATUS  PIC XX.
   01 WS-CKPT-STATUS    PIC XX.
   01 WS-XREF-STATUS    PIC XX.
   01 WS-VOID-STATUS    PIC XX.
   01 WS-LOAD-STATUS    PIC XX.
   01 WS-EOF-FLAG       PIC X.

   *> Carry-forward checkpoint (LEAGUE.CKP.DAT): the per-player
   01 WS-CKPT-EOF       PIC X.
   01 WS-CKPT-ID        PIC X(8).

   *> Sessions SITEIMP loaded from a satellite club keep the club's
   *> END stamps, mostly older than the mark, so they are tallied by
   *> their GS-LOAD-TS instead: those loaded after the checkpoint's
   *> LOADMARK, up to the latest batch line on SITELOAD.DAT (a batch
   *> still posting has none yet and waits for the next run). The
   *> END mark only follows sessions played here. A checkpoint from
   *> before loaded sessions were kept apart has no LOADMARK and
   *> reads as zeros.
   01 WS-LOAD-MARK      PIC X(14) VALUE "00000000000000".
   01 WS-NEW-LOAD-MARK  PIC X(14) VALUE "00000000000000".
   01 WS-TALLY-IT       PIC X.

   *> Sessions voided after review (VOIDREC.cpy) are left out of the
   *> standings. One voided after the checkpoint had already counted
   *> it is taken back out of the carried counters; the checkpoint's
   *> VOIDMARK is the VD-VOID-TS of the latest void so applied, so
   *> each is taken back once. A checkpoint from before voids were
   *> kept has no VOIDMARK and reads as zeros - every void is then
   *> newer than it, which is right, as none has been applied.
   01 WS-VOID-MARK      PIC X(14) VALUE "00000000000000".
   01 WS-NEW-VOID-MARK  PIC X(14) VALUE "00000000000000".
   01 WS-VOID-CT        PIC 9(4) VALUE ZERO.
   01 WS-VOID-TABLE.
     05 WS-VOID-ENT OCCURS 2000 TIMES.
       10 WS-VT-KEY     PIC X(32).
       10 WS-VT-END-TS  PIC X(14).
       10 WS-VT-LEN     PIC 9.
       10 WS-VT-OUTCOME PIC X(10).
       10 WS-VT-GUESSES PIC 9(4).
       10 WS-VT-VOID-TS PIC X(14).
       10 WS-VT-RULE    PIC X.
       10 WS-VT-LOAD-TS PIC X(14).
   01 WS-THIS-VKEY      PIC X(32).
   01 WS-VOIDED         PIC X.
   01 WS-VI             PIC 9(4).
   01 WS-TAKEN-BACK     PIC 9(4) VALUE ZERO.

   *> Registered players, with per-digit-length standings rebuilt from
   *> the audit trail (length index 1..3 maps to digit length 3..5).
   *> Games under the repeated-digit rule are ranked in tables of
   *> their own, at length index 4..6 for digit length 3..5.
   *> Solve rate ranks first, average guesses per solve breaks ties.
   *> Retired IDs are not ranked; games played under an ID that was
   *> merged into another (PLAYXREF.cpy) count for the survivor.
   01 WS-PLAYER-CT      PIC 9(3) VALUE ZERO.
   01 WS-PLAYER-TABLE.
     05 WS-PLAYER-ENT OCCURS 200 TIMES.
       10 WS-PT-ID      PIC X(8).
       10 WS-PT-NAME    PIC X(20).
       10 WS-PT-LEN OCCURS 6 TIMES.
         15 WS-PL-GAMES        PIC 9(6).
         15 WS-PL-SOLVES       PIC 9(6).
         15 WS-PL-SOLVE-GUESS  PIC 9(8).

   01 WS-XREF-EOF       PIC X.
   01 WS-XREF-CT        PIC 9(3) VALUE ZERO.
   01 WS-XREF-TABLE.
     05 WS-XREF-ENT OCCURS 200 TIMES.
       10 WS-XR-OLD     PIC X(8).
       10 WS-XR-NEW     PIC X(8).
   01 WS-XREF-I         PIC 9(3).
   01 WS-MAP-ID         PIC X(8).

   01 WS-I              PIC 9(3).
   01 WS-J              PIC 9(3).
   01 WS-BEST           PIC 9(3).
   01 WS-FOUND-IX       PIC 9(3).
   01 WS-LEN-IX         PIC 9.
   01 WS-LEN-DIGIT      PIC 9.
   01 WS-LEN-BASE       PIC 9.
   01 WS-LEN-USED       PIC X.

   *> Selection-sort work area: computed rate/average per player for
   *> the digit length being reported, plus a used-flag per player.
        "rebuild? [I]: " WITH NO ADVANCING
    ACCEPT WS-RUN-MODE
    PERFORM LOAD-PLAYER-MASTER
    PERFORM LOAD-PLAYER-XREF
    IF WS-PLAYER-CT IS EQUAL TO ZERO THEN
        DISPLAY "No players registered - nothing to rank."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RUN-MODE IS EQUAL TO "F" OR WS-RUN-MODE IS EQUAL TO "f" THEN
    *> be skipped forever.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:14) TO WS-RUN-TS
    PERFORM LOAD-VOID-LIST
    PERFORM LOAD-SITE-LOADS
    PERFORM TALLY-AUDIT-TRAIL
    IF WS-RUN-MODE IS EQUAL TO "I" THEN
        PERFORM TAKE-BACK-VOIDS
    END-IF
    PERFORM WRITE-CHECKPOINT
    PERFORM WRITE-LEAGUE-REPORT
    DISPLAY "League table written to LEAGUE.TXT ("
        WS-NEW-COUNT " new session(s) tallied this run)."
    IF WS-TAKEN-BACK > 0 THEN
        DISPLAY WS-TAKEN-BACK " voided session(s) taken back out of "
            "the standings."
    END-IF.

STOP RUN.

    *> Checkpoint line layouts (fixed columns, written by
    *> WRITE-CHECKPOINT with unedited zero-filled pictures):
    *>   MARK=tttttttttttttt
    *>   LOADMARK=tttttttttttttt
    *>   PLAYER=id  g s sg  g s sg  g s sg   (lengths 3,4,5)
    *>   REPEAT=id  g s sg  g s sg  g s sg   (the same, repeated-digit
    *>                                        rule)
    *> A checkpoint from before the repeated-digit rule has no REPEAT
    *> lines, which reads as zeros - right, as no such game existed.
    *> Counters only land on players still in the master; an entry
    *> for a removed or retired player is dropped with the player,
    *> and one for a merged-away ID is added into the survivor's.
    OPEN INPUT CKPT-FILE
    IF WS-CKPT-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    EVALUATE TRUE
        WHEN CKPT-RECORD(1:5) IS EQUAL TO "MARK="
            MOVE CKPT-RECORD(6:14) TO WS-HIGH-MARK
        WHEN CKPT-RECORD(1:9) IS EQUAL TO "VOIDMARK="
            MOVE CKPT-RECORD(10:14) TO WS-VOID-MARK
        WHEN CKPT-RECORD(1:9) IS EQUAL TO "LOADMARK="
            MOVE CKPT-RECORD(10:14) TO WS-LOAD-MARK
        WHEN (CKPT-RECORD(1:7) IS EQUAL TO "PLAYER=")
          OR (CKPT-RECORD(1:7) IS EQUAL TO "REPEAT=")
            MOVE ZERO TO WS-LEN-BASE
            IF CKPT-RECORD(1:7) IS EQUAL TO "REPEAT=" THEN
                MOVE 3 TO WS-LEN-BASE
            END-IF
            MOVE CKPT-RECORD(8:8) TO WS-MAP-ID
            PERFORM MAP-PLAYER-ID
            MOVE WS-MAP-ID TO WS-CKPT-ID
            MOVE ZERO TO WS-FOUND-IX
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-PLAYER-CT
                END-IF
            END-PERFORM
            IF WS-FOUND-IX > 0 THEN
                ADD FUNCTION NUMVAL(CKPT-RECORD(17:6))
                    TO WS-PL-GAMES(WS-FOUND-IX, WS-LEN-BASE + 1)
                ADD FUNCTION NUMVAL(CKPT-RECORD(24:6))
                    TO WS-PL-SOLVES(WS-FOUND-IX, WS-LEN-BASE + 1)
                ADD FUNCTION NUMVAL(CKPT-RECORD(31:8))
                    TO WS-PL-SOLVE-GUESS(WS-FOUND-IX, WS-LEN-BASE + 1)
                ADD FUNCTION NUMVAL(CKPT-RECORD(40:6))
                    TO WS-PL-GAMES(WS-FOUND-IX, WS-LEN-BASE + 2)
                ADD FUNCTION NUMVAL(CKPT-RECORD(47:6))
                    TO WS-PL-SOLVES(WS-FOUND-IX, WS-LEN-BASE + 2)
                ADD FUNCTION NUMVAL(CKPT-RECORD(54:8))
                    TO WS-PL-SOLVE-GUESS(WS-FOUND-IX, WS-LEN-BASE + 2)
                ADD FUNCTION NUMVAL(CKPT-RECORD(63:6))
                    TO WS-PL-GAMES(WS-FOUND-IX, WS-LEN-BASE + 3)
                ADD FUNCTION NUMVAL(CKPT-RECORD(70:6))
                    TO WS-PL-SOLVES(WS-FOUND-IX, WS-LEN-BASE + 3)
                ADD FUNCTION NUMVAL(CKPT-RECORD(77:8))
                    TO WS-PL-SOLVE-GUESS(WS-FOUND-IX, WS-LEN-BASE + 3)
            END-IF
    END-EVALUATE.

    MOVE SPACES TO CKPT-RECORD
    STRING "MARK=" WS-NEW-MARK DELIMITED BY SIZE INTO CKPT-RECORD
    WRITE CKPT-RECORD
    MOVE SPACES TO CKPT-RECORD
    STRING "VOIDMARK=" WS-NEW-VOID-MARK DELIMITED BY SIZE
        INTO CKPT-RECORD
    WRITE CKPT-RECORD
    MOVE SPACES TO CKPT-RECORD
    STRING "LOADMARK=" WS-NEW-LOAD-MARK DELIMITED BY SIZE
        INTO CKPT-RECORD
    WRITE CKPT-RECORD
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        MOVE SPACES TO CKPT-RECORD
        STRING "PLAYER=" WS-PT-ID(WS-I)
               " " WS-PL-SOLVE-GUESS(WS-I, 3)
            DELIMITED BY SIZE INTO CKPT-RECORD
        WRITE CKPT-RECORD
        MOVE SPACES TO CKPT-RECORD
        STRING "REPEAT=" WS-PT-ID(WS-I)
               " " WS-PL-GAMES(WS-I, 4) " " WS-PL-SOLVES(WS-I, 4)
               " " WS-PL-SOLVE-GUESS(WS-I, 4)
               " " WS-PL-GAMES(WS-I, 5) " " WS-PL-SOLVES(WS-I, 5)
               " " WS-PL-SOLVE-GUESS(WS-I, 5)
               " " WS-PL-GAMES(WS-I, 6) " " WS-PL-SOLVES(WS-I, 6)
               " " WS-PL-SOLVE-GUESS(WS-I, 6)
            DELIMITED BY SIZE INTO CKPT-RECORD
        WRITE CKPT-RECORD
    END-PERFORM
    CLOSE CKPT-FILE.

    IF WS-PLAY-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "No PLAYMAST.DAT found - register players with "
            "PLAYREG first."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-EOF-FLAG
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF (WS-PLAYER-CT < 200)
                   AND (PL-STATUS IS NOT EQUAL TO "R") THEN
                    ADD 1 TO WS-PLAYER-CT
                    MOVE PL-ID TO WS-PT-ID(WS-PLAYER-CT)
                    MOVE PL-NAME TO WS-PT-NAME(WS-PLAYER-CT)
                    PERFORM VARYING WS-LEN-IX FROM 1 BY 1
                            UNTIL WS-LEN-IX > 6
                        MOVE ZERO TO WS-PL-GAMES(WS-PLAYER-CT, WS-LEN-IX)
                        MOVE ZERO TO WS-PL-SOLVES(WS-PLAYER-CT, WS-LEN-IX)
                        MOVE ZERO TO
    END-PERFORM
    CLOSE PLAYER-FILE.

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

LOAD-VOID-LIST.
    *> Voids stamped in the very second this run starts wait for the
    *> next run, the same way new sessions do.
    MOVE WS-VOID-MARK TO WS-NEW-VOID-MARK
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
                IF (WS-VOID-CT < 2000) AND (VD-VOID-TS < WS-RUN-TS) THEN
                    ADD 1 TO WS-VOID-CT
                    STRING VD-START-TS VD-MODE VD-PLAYER-ID
                        DELIMITED BY SIZE INTO WS-VT-KEY(WS-VOID-CT)
                    MOVE VD-END-TS TO WS-VT-END-TS(WS-VOID-CT)
                    MOVE VD-DIGIT-LEN TO WS-VT-LEN(WS-VOID-CT)
                    MOVE VD-OUTCOME TO WS-VT-OUTCOME(WS-VOID-CT)
                    MOVE VD-GUESS-COUNT TO WS-VT-GUESSES(WS-VOID-CT)
                    MOVE VD-VOID-TS TO WS-VT-VOID-TS(WS-VOID-CT)
                    MOVE VD-RULE TO WS-VT-RULE(WS-VOID-CT)
                    MOVE SPACES TO WS-VT-LOAD-TS(WS-VOID-CT)
                    IF VD-VOID-TS > WS-NEW-VOID-MARK THEN
                        MOVE VD-VOID-TS TO WS-NEW-VOID-MARK
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE VOID-FILE.

CHECK-VOIDED.
    MOVE "N" TO WS-VOIDED
    PERFORM VARYING WS-VI FROM 1 BY 1 UNTIL WS-VI > WS-VOID-CT
        IF WS-VT-KEY(WS-VI) IS EQUAL TO WS-THIS-VKEY THEN
            MOVE "Y" TO WS-VOIDED
            EXIT PERFORM
        END-IF
    END-PERFORM.

TAKE-BACK-VOIDS.
    *> Voids new since the last run whose session the carried
    *> counters already hold: it ended at or before the old mark,
    *> or, loaded from a club, was loaded by the old LOADMARK.
    PERFORM VARYING WS-VI FROM 1 BY 1 UNTIL WS-VI > WS-VOID-CT
        IF WS-VT-VOID-TS(WS-VI) > WS-VOID-MARK THEN
            IF WS-VT-LOAD-TS(WS-VI) IS EQUAL TO SPACES THEN
                IF WS-VT-END-TS(WS-VI) <= WS-HIGH-MARK THEN
                    PERFORM TAKE-BACK-ONE-VOID
                END-IF
            ELSE
                IF WS-VT-LOAD-TS(WS-VI) <= WS-LOAD-MARK THEN
                    PERFORM TAKE-BACK-ONE-VOID
                END-IF
            END-IF
        END-IF
    END-PERFORM.

LOAD-SITE-LOADS.
    *> Only B lines count: SITEIMP writes a batch's B line after all
    *> of its sessions are on GAMEAUDIT.DAT, and a later batch always
    *> has a later stamp, so every loaded session stamped at or
    *> before the latest one is there to be read.
    MOVE WS-LOAD-MARK TO WS-NEW-LOAD-MARK
    OPEN INPUT LOADLOG-FILE
    IF WS-LOAD-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ LOADLOG-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF (SL-TYPE IS EQUAL TO "B")
                   AND (SL-LOAD-TS > WS-NEW-LOAD-MARK) THEN
                    MOVE SL-LOAD-TS TO WS-NEW-LOAD-MARK
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOADLOG-FILE.

TAKE-BACK-ONE-VOID.
    IF (WS-VT-OUTCOME(WS-VI) IS EQUAL TO "FORFEIT")
       OR (WS-VT-OUTCOME(WS-VI) IS EQUAL TO "MISSCORED") THEN
        EXIT PARAGRAPH
    END-IF
    IF (WS-VT-LEN(WS-VI) IS NOT NUMERIC)
       OR (WS-VT-LEN(WS-VI) < 3) OR (WS-VT-LEN(WS-VI) > 5) THEN
        EXIT PARAGRAPH
    END-IF
    MOVE WS-VT-KEY(WS-VI)(25:8) TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE ZERO TO WS-FOUND-IX
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        IF WS-PT-ID(WS-I) IS EQUAL TO WS-MAP-ID THEN
            MOVE WS-I TO WS-FOUND-IX
        END-IF
    END-PERFORM
    IF WS-FOUND-IX IS EQUAL TO ZERO THEN
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-LEN-IX = WS-VT-LEN(WS-VI) - 2
    IF WS-VT-RULE(WS-VI) IS EQUAL TO "R" THEN
        ADD 3 TO WS-LEN-IX
    END-IF
    ADD 1 TO WS-TAKEN-BACK
    IF WS-PL-GAMES(WS-FOUND-IX, WS-LEN-IX) > 0 THEN
        SUBTRACT 1 FROM WS-PL-GAMES(WS-FOUND-IX, WS-LEN-IX)
    END-IF
    IF (WS-VT-OUTCOME(WS-VI) IS EQUAL TO "SOLVED")
       OR (WS-VT-OUTCOME(WS-VI) IS EQUAL TO "HINTED") THEN
        IF WS-PL-SOLVES(WS-FOUND-IX, WS-LEN-IX) > 0 THEN
            SUBTRACT 1 FROM WS-PL-SOLVES(WS-FOUND-IX, WS-LEN-IX)
        END-IF
        IF WS-PL-SOLVE-GUESS(WS-FOUND-IX, WS-LEN-IX)
           > WS-VT-GUESSES(WS-VI) THEN
            SUBTRACT WS-VT-GUESSES(WS-VI)
                FROM WS-PL-SOLVE-GUESS(WS-FOUND-IX, WS-LEN-IX)
        ELSE
            MOVE ZERO TO WS-PL-SOLVE-GUESS(WS-FOUND-IX, WS-LEN-IX)
        END-IF
    END-IF.

MAP-PLAYER-ID.
    *> WS-MAP-ID in; out as the ID now in use if it was merged away.
    *> PLAYREG keeps the cross-reference flat, so one hit is final.
    PERFORM VARYING WS-XREF-I FROM 1 BY 1 UNTIL WS-XREF-I > WS-XREF-CT
        IF WS-XR-OLD(WS-XREF-I) IS EQUAL TO WS-MAP-ID THEN
            MOVE WS-XR-NEW(WS-XREF-I) TO WS-MAP-ID
            EXIT PERFORM
        END-IF
    END-PERFORM.

TALLY-AUDIT-TRAIL.
    OPEN INPUT GAMELOG-FILE
    IF WS-LOG-STATUS IS NOT EQUAL TO "00" THEN
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                MOVE "N" TO WS-TALLY-IT
                IF GS-LOAD-TS IS EQUAL TO SPACES THEN
                    IF (GS-END-TS > WS-HIGH-MARK)
                       AND (GS-END-TS < WS-RUN-TS) THEN
                        MOVE "Y" TO WS-TALLY-IT
                    END-IF
                ELSE
                    PERFORM NOTE-VOID-LOAD-TS
                    IF (GS-LOAD-TS > WS-LOAD-MARK)
                       AND (GS-LOAD-TS <= WS-NEW-LOAD-MARK) THEN
                        MOVE "Y" TO WS-TALLY-IT
                    END-IF
                END-IF
                IF WS-TALLY-IT IS EQUAL TO "Y" THEN
                    PERFORM TALLY-ONE-SESSION
                END-IF
        END-READ
    END-PERFORM
    CLOSE GAMELOG-FILE.

NOTE-VOID-LOAD-TS.
    *> A loaded session's void is taken back by its load stamp, so
    *> carry the stamp onto its void entry.
    MOVE SPACES TO WS-THIS-VKEY
    STRING GS-START-TS GS-MODE GS-PLAYER-ID
        DELIMITED BY SIZE INTO WS-THIS-VKEY
    PERFORM CHECK-VOIDED
    IF WS-VOIDED IS EQUAL TO "Y" THEN
        MOVE GS-LOAD-TS TO WS-VT-LOAD-TS(WS-VI)
    END-IF.

TALLY-ONE-SESSION.
    ADD 1 TO WS-NEW-COUNT
    IF (GS-LOAD-TS IS EQUAL TO SPACES)
       AND (GS-END-TS > WS-NEW-MARK) THEN
        MOVE GS-END-TS TO WS-NEW-MARK
    END-IF
    IF GS-PLAYER-ID IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-THIS-VKEY
    STRING GS-START-TS GS-MODE GS-PLAYER-ID
        DELIMITED BY SIZE INTO WS-THIS-VKEY
    PERFORM CHECK-VOIDED
    IF WS-VOIDED IS EQUAL TO "Y" THEN
        EXIT PARAGRAPH
    END-IF
    *> DAILYAB's FORFEIT rows are attempt markers, not played
    *> games - a solved daily also writes its real SOLVED record,
    *> so counting the marker would score the game twice.
    IF GS-OUTCOME IS EQUAL TO "FORFEIT" THEN
        EXIT PARAGRAPH
    END-IF
    *> computerAB's MISSCORED sessions carry the player's ID for the
    *> scoring-practice report only - the engine did the guessing.
    IF GS-OUTCOME IS EQUAL TO "MISSCORED" THEN
        EXIT PARAGRAPH
    END-IF
    IF (GS-DIGIT-LEN IS NOT NUMERIC)
       OR (GS-DIGIT-LEN < 3) OR (GS-DIGIT-LEN > 5) THEN
        EXIT PARAGRAPH
    END-IF
    MOVE GS-PLAYER-ID TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE ZERO TO WS-FOUND-IX
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        IF WS-PT-ID(WS-I) IS EQUAL TO WS-MAP-ID THEN
            MOVE WS-I TO WS-FOUND-IX
        END-IF
    END-PERFORM
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-LEN-IX = GS-DIGIT-LEN - 2
    IF GS-RULE IS EQUAL TO "R" THEN
        ADD 3 TO WS-LEN-IX
    END-IF
    ADD 1 TO WS-PL-GAMES(WS-FOUND-IX, WS-LEN-IX)
    IF (GS-OUTCOME IS EQUAL TO "SOLVED")
       OR (GS-OUTCOME IS EQUAL TO "HINTED") THEN
        TO LEAGUE-RECORD
    WRITE LEAGUE-RECORD

    *> The repeated-digit tables (index 4..6) are printed only once
    *> someone has played under that rule at the length.
    PERFORM VARYING WS-LEN-IX FROM 1 BY 1 UNTIL WS-LEN-IX > 6
        MOVE "Y" TO WS-LEN-USED
        IF WS-LEN-IX > 3 THEN
            MOVE "N" TO WS-LEN-USED
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
                IF WS-PL-GAMES(WS-I, WS-LEN-IX) > 0 THEN
                    MOVE "Y" TO WS-LEN-USED
                END-IF
            END-PERFORM
        END-IF
        IF WS-LEN-USED IS EQUAL TO "Y" THEN
            PERFORM WRITE-ONE-TABLE
        END-IF
    END-PERFORM
    CLOSE LEAGUE-FILE.

WRITE-ONE-TABLE.
    MOVE SPACES TO LEAGUE-RECORD
    WRITE LEAGUE-RECORD
    MOVE SPACES TO LEAGUE-RECORD
    IF WS-LEN-IX > 3 THEN
        COMPUTE WS-LEN-DIGIT = WS-LEN-IX - 1
        STRING "Digit length " WS-LEN-DIGIT
               ", repeated digits allowed:"
            DELIMITED BY SIZE INTO LEAGUE-RECORD
    ELSE
        COMPUTE WS-LEN-DIGIT = WS-LEN-IX + 2
        STRING "Digit length " WS-LEN-DIGIT ":"
            DELIMITED BY SIZE INTO LEAGUE-RECORD
    END-IF
    WRITE LEAGUE-RECORD
    MOVE "  Rank ID       Name                 Games  Solved"
         & "   Rate% AvgGuess" TO LEAGUE-RECORD
    WRITE LEAGUE-RECORD
    PERFORM RANK-ONE-LENGTH.

RANK-ONE-LENGTH.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
