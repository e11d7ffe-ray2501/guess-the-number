       SELECT CKPT-FILE ASSIGN TO "GAMESTATS.CKP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.
       SELECT LOADLOG-FILE ASSIGN TO "SITELOAD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOAD-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD CKPT-FILE.
   01 CKPT-RECORD           PIC X(100).

   FD LOADLOG-FILE.
   COPY "SITELOAD.cpy".

   WORKING-STORAGE SECTION.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-STATS-STATUS   PIC XX.
   01 WS-CKPT-STATUS    PIC XX.
   01 WS-LOAD-STATUS    PIC XX.
   01 WS-LOG-EOF        PIC X VALUE "N".

   *> Carry-forward checkpoint (GAMESTATS.CKP.DAT): the accumulated
   01 WS-NEW-COUNT      PIC 9(6) VALUE ZERO.
   01 WS-CKPT-EOF       PIC X.

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
   01 WS-LOAD-EOF       PIC X.
   01 WS-TALLY-IT       PIC X.

   01 WS-READ-COUNT     PIC 9(6) VALUE ZERO.
   01 WS-SOLVED-COUNT   PIC 9(6) VALUE ZERO.
   01 WS-GAVEUP-COUNT   PIC 9(6) VALUE ZERO.
   01 WS-HINTED-COUNT   PIC 9(6) VALUE ZERO.
   *> computerAB games abandoned because the player's scores left no
   *> candidate (MISSRPT breaks these down by player).
   01 WS-MISSCORED-COUNT PIC 9(6) VALUE ZERO.
   01 WS-OTHER-COUNT    PIC 9(6) VALUE ZERO.

   *> Per-mode tallies, with a per-digit-length breakdown under each
    *> be skipped forever.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:14) TO WS-RUN-TS
    PERFORM LOAD-SITE-LOADS

    OPEN INPUT GAMELOG-FILE
    IF WS-LOG-STATUS IS NOT EQUAL TO "00" THEN
        IF WS-READ-COUNT IS EQUAL TO ZERO THEN
            DISPLAY "No GAMEAUDIT.DAT found - nothing to report."
            MOVE 4 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "No GAMEAUDIT.DAT found - reporting the "
                AT END
                    MOVE "Y" TO WS-LOG-EOF
                NOT AT END
                    MOVE "N" TO WS-TALLY-IT
                    IF GS-LOAD-TS IS EQUAL TO SPACES THEN
                        IF (GS-END-TS > WS-HIGH-MARK)
                           AND (GS-END-TS < WS-RUN-TS) THEN
                            MOVE "Y" TO WS-TALLY-IT
                        END-IF
                    ELSE
                        IF (GS-LOAD-TS > WS-LOAD-MARK)
                           AND (GS-LOAD-TS <= WS-NEW-LOAD-MARK) THEN
                            MOVE "Y" TO WS-TALLY-IT
                        END-IF
                    END-IF
                    IF WS-TALLY-IT IS EQUAL TO "Y" THEN
                        PERFORM TALLY-SESSION
                    END-IF
            END-READ

    IF WS-READ-COUNT IS EQUAL TO ZERO THEN
        DISPLAY "GAMEAUDIT.DAT is empty - nothing to report."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

STOP RUN.

TALLY-SESSION.
    IF (GS-LOAD-TS IS EQUAL TO SPACES)
       AND (GS-END-TS > WS-NEW-MARK) THEN
        MOVE GS-END-TS TO WS-NEW-MARK
    END-IF
    *> DAILYAB's FORFEIT rows are attempt markers, not played
            ADD 1 TO WS-GAVEUP-COUNT
        WHEN "HINTED"
            ADD 1 TO WS-HINTED-COUNT
        WHEN "MISSCORED"
            ADD 1 TO WS-MISSCORED-COUNT
        WHEN OTHER
            ADD 1 TO WS-OTHER-COUNT
    END-EVALUATE
        END-IF
    END-IF.

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
    MOVE "N" TO WS-LOAD-EOF
    PERFORM UNTIL WS-LOAD-EOF IS EQUAL TO "Y"
        READ LOADLOG-FILE
            AT END
                MOVE "Y" TO WS-LOAD-EOF
            NOT AT END
                IF (SL-TYPE IS EQUAL TO "B")
                   AND (SL-LOAD-TS > WS-NEW-LOAD-MARK) THEN
                    MOVE SL-LOAD-TS TO WS-NEW-LOAD-MARK
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOADLOG-FILE.

FIND-MODE-ENTRY.
    MOVE 0 TO WS-FOUND-IX
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MODE-CT
    *> Checkpoint line layouts (fixed columns, written by
    *> WRITE-CHECKPOINT with unedited zero-filled pictures):
    *>   MARK=tttttttttttttt
    *>   LOADMARK=tttttttttttttt
    *>   TOTALS=read solved gaveup hinted other misscored
    *>     (checkpoints written before the misscored count was kept
    *>     end after "other"; it reads back as zero)
    *>   MODE=name count  g gu w  g gu w  g gu w   (lengths 3,4,5)
    *>   DAY=date games solved
    OPEN INPUT CKPT-FILE
    EVALUATE TRUE
        WHEN CKPT-RECORD(1:5) IS EQUAL TO "MARK="
            MOVE CKPT-RECORD(6:14) TO WS-HIGH-MARK
        WHEN CKPT-RECORD(1:9) IS EQUAL TO "LOADMARK="
            MOVE CKPT-RECORD(10:14) TO WS-LOAD-MARK
        WHEN CKPT-RECORD(1:7) IS EQUAL TO "TOTALS="
            MOVE CKPT-RECORD(8:6) TO WS-READ-COUNT
            MOVE CKPT-RECORD(15:6) TO WS-SOLVED-COUNT
            MOVE CKPT-RECORD(22:6) TO WS-GAVEUP-COUNT
            MOVE CKPT-RECORD(29:6) TO WS-HINTED-COUNT
            MOVE CKPT-RECORD(36:6) TO WS-OTHER-COUNT
            IF CKPT-RECORD(43:6) IS NUMERIC THEN
                MOVE CKPT-RECORD(43:6) TO WS-MISSCORED-COUNT
            END-IF
        WHEN CKPT-RECORD(1:5) IS EQUAL TO "MODE="
            IF WS-MODE-CT < 10 THEN
                ADD 1 TO WS-MODE-CT
    STRING "MARK=" WS-NEW-MARK DELIMITED BY SIZE INTO CKPT-RECORD
    WRITE CKPT-RECORD
    MOVE SPACES TO CKPT-RECORD
    STRING "LOADMARK=" WS-NEW-LOAD-MARK DELIMITED BY SIZE
        INTO CKPT-RECORD
    WRITE CKPT-RECORD
    MOVE SPACES TO CKPT-RECORD
    STRING "TOTALS=" WS-READ-COUNT " " WS-SOLVED-COUNT
           " " WS-GAVEUP-COUNT " " WS-HINTED-COUNT
           " " WS-OTHER-COUNT " " WS-MISSCORED-COUNT
        DELIMITED BY SIZE INTO CKPT-RECORD
    WRITE CKPT-RECORD
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MODE-CT
    MOVE SPACES TO STATS-RECORD
    STRING "  Hinted  : " WS-NUM-ED DELIMITED BY SIZE INTO STATS-RECORD
    WRITE STATS-RECORD
    MOVE WS-MISSCORED-COUNT TO WS-NUM-ED
    MOVE SPACES TO STATS-RECORD
    STRING "  Misscored: " WS-NUM-ED DELIMITED BY SIZE
        INTO STATS-RECORD
    WRITE STATS-RECORD
    IF WS-OTHER-COUNT > 0 THEN
        MOVE WS-OTHER-COUNT TO WS-NUM-ED
        MOVE SPACES TO STATS-RECORD
