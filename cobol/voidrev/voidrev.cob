IDENTIFICATION DIVISION.
PROGRAM-ID. VoidRev.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT GAMELOG-FILE ASSIGN TO "GAMEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT QUEUE-FILE ASSIGN TO "REVIEWQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.
       SELECT VOID-FILE ASSIGN TO "VOIDLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOID-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO "PLAYJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
       SELECT SEASON-FILE ASSIGN TO "SEASONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEAS-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD GAMELOG-FILE.
   COPY "GAMEREC.cpy".

   FD QUEUE-FILE.
   COPY "REVQREC.cpy".

   FD VOID-FILE.
   COPY "VOIDREC.cpy".

   FD JOURNAL-FILE.
   COPY "PLAYJRNL.cpy".

   FD SEASON-FILE.
   COPY "SEASREC.cpy".

   WORKING-STORAGE SECTION.
   *> Review of the suspicious-play queue. PLAYSCRN raises items on
   *> REVIEWQ.DAT (REVQREC.cpy); a reviewer works through the ones
   *> still pending here, confirming or dismissing each. Confirming
   *> a session item voids the session: it goes onto VOIDLIST.DAT
   *> (VOIDREC.cpy), which LEAGUE, RATEUPD, DAILYRPT and SEASONCL
   *> leave out, and - while its season is still open - a reversing
   *> "-" line on PLAYJRNL.DAT takes it back out of the player's
   *> running totals at the next PLAYUPD apply. A session can also
   *> be voided directly, without a queue item (reason MAN) - the
   *> way to act on a player-level PLK/RAT item, which names no one
   *> session. GAMEAUDIT.DAT itself is never touched; every decision
   *> is a new line, signed with the reviewer's ID.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-QUEUE-STATUS   PIC XX.
   01 WS-VOID-STATUS    PIC XX.
   01 WS-JRNL-STATUS    PIC XX.
   01 WS-SEAS-STATUS    PIC XX.
   01 WS-EOF-FLAG       PIC X.
   01 WS-CURRENT-DATE.
     05 WS-CD-DATETIME PIC X(21).
   01 WS-OPERATOR       PIC X(8).
   01 WS-CHOICE         PIC X.
   01 WS-QUIT-REVIEW    PIC X.
   01 WS-SEASON-TS      PIC X(14) VALUE "00000000000000".

   *> The queue folded to one entry per item: an item's key is its
   *> reason, player, start stamp and mode, and its latest line
   *> gives its state. WS-QI-LINE keeps the raising "P" line for its
   *> details.
   01 WS-ITEM-CT        PIC 9(4) VALUE ZERO.
   01 WS-ITEM-TABLE.
     05 WS-ITEM-ENT OCCURS 2000 TIMES.
       10 WS-QI-KEY     PIC X(35).
       10 WS-QI-STATUS  PIC X.
       10 WS-QI-LINE    PIC X(160).
   01 WS-THIS-QKEY      PIC X(35).
   01 WS-PENDING-CT     PIC 9(4).
   COPY "REVQREC.cpy" REPLACING LEADING ==REVIEW== BY ==ITEM==
                                LEADING ==RQ== BY ==IQ==.

   *> Sessions already voided (start stamp, mode, player).
   01 WS-VKEY-CT        PIC 9(4) VALUE ZERO.
   01 WS-VKEY-TABLE.
     05 WS-VKEY         PIC X(32) OCCURS 2000 TIMES.
   01 WS-THIS-VKEY      PIC X(32).
   01 WS-KEY-FOUND      PIC X.

   *> The session about to be voided.
   01 WS-VOID-SESSION.
     05 WS-VS-START-TS  PIC X(14).
     05 WS-VS-MODE      PIC X(10).
     05 WS-VS-PLAYER    PIC X(8).
     05 WS-VS-END-TS    PIC X(14).
     05 WS-VS-LEN       PIC 9.
     05 WS-VS-OUTCOME   PIC X(10).
     05 WS-VS-GUESSES   PIC 9(4).
     05 WS-VS-REASON    PIC X(3).
     05 WS-VS-RULE      PIC X.
   01 WS-VS-FOUND       PIC X.
   01 WS-SCORED-MODE    PIC X.

   01 WS-I              PIC 9(4).
   01 WS-K              PIC 9(4).
   01 WS-NUM-ED         PIC ZZZ9.

PROCEDURE DIVISION.
    DISPLAY "Reviewer ID: " WITH NO ADVANCING
    ACCEPT WS-OPERATOR
    IF WS-OPERATOR IS EQUAL TO SPACES THEN
        DISPLAY "Review decisions must be signed - enter a reviewer ID."
        STOP RUN
    END-IF
    PERFORM LOAD-SEASON-MARK
    PERFORM LOAD-VOID-KEYS
    PERFORM LOAD-REVIEW-QUEUE
    PERFORM FOREVER
        PERFORM COUNT-PENDING
        MOVE WS-PENDING-CT TO WS-NUM-ED
        DISPLAY " "
        DISPLAY "Suspicious-play review -" WS-NUM-ED " item(s) pending."
        DISPLAY "  (R)eview pending items, (V)oid a session directly, "
            "(Q)uit: " WITH NO ADVANCING
        ACCEPT WS-CHOICE
        EVALUATE WS-CHOICE
            WHEN "R"
            WHEN "r"
                PERFORM REVIEW-PENDING-ITEMS
            WHEN "V"
            WHEN "v"
                PERFORM VOID-SESSION-DIRECTLY
            WHEN "Q"
            WHEN "q"
                EXIT PERFORM
        END-EVALUATE
    END-PERFORM

STOP RUN.

LOAD-SEASON-MARK.
    *> Only sessions of the still-open season are in the running
    *> totals; earlier ones were snapshotted and reset by SEASONCL.
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

LOAD-REVIEW-QUEUE.
    MOVE ZERO TO WS-ITEM-CT
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
                PERFORM FOLD-QUEUE-LINE
        END-READ
    END-PERFORM
    CLOSE QUEUE-FILE.

FOLD-QUEUE-LINE.
    MOVE SPACES TO WS-THIS-QKEY
    STRING RQ-REASON RQ-PLAYER-ID RQ-START-TS RQ-MODE
        DELIMITED BY SIZE INTO WS-THIS-QKEY
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-ITEM-CT
        IF WS-QI-KEY(WS-K) IS EQUAL TO WS-THIS-QKEY THEN
            MOVE RQ-STATUS TO WS-QI-STATUS(WS-K)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-ITEM-CT < 2000 THEN
        ADD 1 TO WS-ITEM-CT
        MOVE WS-THIS-QKEY TO WS-QI-KEY(WS-ITEM-CT)
        MOVE RQ-STATUS TO WS-QI-STATUS(WS-ITEM-CT)
        MOVE REVIEW-QUEUE-RECORD TO WS-QI-LINE(WS-ITEM-CT)
    END-IF.

COUNT-PENDING.
    MOVE ZERO TO WS-PENDING-CT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-CT
        IF WS-QI-STATUS(WS-I) IS EQUAL TO "P" THEN
            ADD 1 TO WS-PENDING-CT
        END-IF
    END-PERFORM.

REVIEW-PENDING-ITEMS.
    MOVE "N" TO WS-QUIT-REVIEW
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL (WS-I > WS-ITEM-CT) OR (WS-QUIT-REVIEW IS EQUAL TO "Y")
        IF WS-QI-STATUS(WS-I) IS EQUAL TO "P" THEN
            PERFORM REVIEW-ONE-ITEM
        END-IF
    END-PERFORM
    IF WS-QUIT-REVIEW IS NOT EQUAL TO "Y" THEN
        DISPLAY "End of the pending items."
    END-IF.

REVIEW-ONE-ITEM.
    MOVE WS-QI-LINE(WS-I) TO ITEM-QUEUE-RECORD
    DISPLAY " "
    IF IQ-MODE IS EQUAL TO SPACES THEN
        DISPLAY IQ-REASON "  player " IQ-PLAYER-ID
            "  whole season since " IQ-START-TS
    ELSE
        DISPLAY IQ-REASON "  player " IQ-PLAYER-ID "  session "
            IQ-START-TS " " IQ-MODE
        DISPLAY "     length " IQ-DIGIT-LEN "  " IQ-OUTCOME " in "
            IQ-GUESS-COUNT " guess(es), ended " IQ-END-TS
    END-IF
    DISPLAY "     " IQ-DETAIL
    DISPLAY "     raised " IQ-LINE-TS " by " IQ-LINE-BY
    IF IQ-MODE IS EQUAL TO SPACES THEN
        DISPLAY "  Player-level item - void sessions with (V) from the "
            "main menu."
        DISPLAY "  (D)ismiss, (S)kip, (Q)uit reviewing: "
            WITH NO ADVANCING
    ELSE
        DISPLAY "  (C)onfirm and void, (D)ismiss, (S)kip, "
            "(Q)uit reviewing: " WITH NO ADVANCING
    END-IF
    ACCEPT WS-CHOICE
    EVALUATE WS-CHOICE
        WHEN "C"
        WHEN "c"
            IF IQ-MODE IS EQUAL TO SPACES THEN
                DISPLAY "  A player-level item cannot be confirmed - "
                    "left pending."
            ELSE
                MOVE IQ-START-TS TO WS-VS-START-TS
                MOVE IQ-MODE TO WS-VS-MODE
                MOVE IQ-PLAYER-ID TO WS-VS-PLAYER
                MOVE IQ-END-TS TO WS-VS-END-TS
                MOVE IQ-DIGIT-LEN TO WS-VS-LEN
                MOVE IQ-OUTCOME TO WS-VS-OUTCOME
                MOVE IQ-GUESS-COUNT TO WS-VS-GUESSES
                MOVE IQ-REASON TO WS-VS-REASON
                MOVE IQ-RULE TO WS-VS-RULE
                PERFORM VOID-THE-SESSION
                PERFORM CLOSE-SESSION-ITEMS
            END-IF
        WHEN "D"
        WHEN "d"
            MOVE "D" TO WS-QI-STATUS(WS-I)
            PERFORM APPEND-DECISION-LINE
            DISPLAY "  Dismissed."
        WHEN "Q"
        WHEN "q"
            MOVE "Y" TO WS-QUIT-REVIEW
    END-EVALUATE.

VOID-SESSION-DIRECTLY.
    MOVE SPACES TO WS-VOID-SESSION
    DISPLAY "Session start stamp (YYYYMMDDHHMMSS, as on GAMEVIEW): "
        WITH NO ADVANCING
    ACCEPT WS-VS-START-TS
    DISPLAY "Mode as recorded (e.g. HUMANAB, DAILY): " WITH NO ADVANCING
    ACCEPT WS-VS-MODE
    DISPLAY "Player ID on the session: " WITH NO ADVANCING
    ACCEPT WS-VS-PLAYER
    PERFORM FIND-AUDIT-SESSION
    IF WS-VS-FOUND IS NOT EQUAL TO "Y" THEN
        DISPLAY "No such session on GAMEAUDIT.DAT."
        EXIT PARAGRAPH
    END-IF
    IF WS-SCORED-MODE IS NOT EQUAL TO "Y" THEN
        DISPLAY "That session is not a scored game - nothing to void."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "  " WS-VS-MODE " length " WS-VS-LEN "  " WS-VS-OUTCOME
        " in " WS-VS-GUESSES " guess(es), ended " WS-VS-END-TS
    DISPLAY "Void this session? (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CHOICE
    IF (WS-CHOICE IS NOT EQUAL TO "Y") AND (WS-CHOICE IS NOT EQUAL TO "y")
    THEN
        DISPLAY "Left as it is."
        EXIT PARAGRAPH
    END-IF
    MOVE "MAN" TO WS-VS-REASON
    PERFORM VOID-THE-SESSION
    MOVE ZERO TO WS-I
    PERFORM CLOSE-SESSION-ITEMS.

FIND-AUDIT-SESSION.
    MOVE "N" TO WS-VS-FOUND
    MOVE "N" TO WS-SCORED-MODE
    OPEN INPUT GAMELOG-FILE
    IF WS-LOG-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ GAMELOG-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF (GS-START-TS IS EQUAL TO WS-VS-START-TS)
                   AND (GS-MODE IS EQUAL TO WS-VS-MODE)
                   AND (GS-PLAYER-ID IS EQUAL TO WS-VS-PLAYER) THEN
                    MOVE "Y" TO WS-VS-FOUND
                    MOVE "Y" TO WS-EOF-FLAG
                END-IF
        END-READ
    END-PERFORM
    IF WS-VS-FOUND IS EQUAL TO "Y" THEN
        MOVE GS-END-TS TO WS-VS-END-TS
        MOVE GS-DIGIT-LEN TO WS-VS-LEN
        MOVE GS-OUTCOME TO WS-VS-OUTCOME
        MOVE GS-GUESS-COUNT TO WS-VS-GUESSES
        MOVE GS-RULE TO WS-VS-RULE
        *> The same test PLAYSCRN screens on: a mode that posts to
        *> the running totals, under a registered ID, played out.
        EVALUATE GS-MODE
            WHEN "HUMANAB"
            WHEN "DAILY"
            WHEN "RACEHUMAN"
            WHEN "TOURNEY"
            WHEN "TWOPLAYER"
                MOVE "Y" TO WS-SCORED-MODE
        END-EVALUATE
        IF (GS-PLAYER-ID IS EQUAL TO SPACES)
           OR ((GS-OUTCOME IS NOT EQUAL TO "SOLVED")
               AND (GS-OUTCOME IS NOT EQUAL TO "HINTED")
               AND (GS-OUTCOME IS NOT EQUAL TO "GAVEUP")) THEN
            MOVE "N" TO WS-SCORED-MODE
        END-IF
    END-IF
    CLOSE GAMELOG-FILE.

VOID-THE-SESSION.
    MOVE SPACES TO WS-THIS-VKEY
    STRING WS-VS-START-TS WS-VS-MODE WS-VS-PLAYER
        DELIMITED BY SIZE INTO WS-THIS-VKEY
    MOVE "N" TO WS-KEY-FOUND
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-VKEY-CT
        IF WS-VKEY(WS-K) IS EQUAL TO WS-THIS-VKEY THEN
            MOVE "Y" TO WS-KEY-FOUND
        END-IF
    END-PERFORM
    IF WS-KEY-FOUND IS EQUAL TO "Y" THEN
        DISPLAY "  That session is already on VOIDLIST.DAT - not voided "
            "twice."
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE SPACES TO VOID-RECORD
    MOVE WS-VS-START-TS TO VD-START-TS
    MOVE WS-VS-MODE TO VD-MODE
    MOVE WS-VS-PLAYER TO VD-PLAYER-ID
    MOVE WS-VS-END-TS TO VD-END-TS
    MOVE WS-VS-LEN TO VD-DIGIT-LEN
    MOVE WS-VS-RULE TO VD-RULE
    MOVE WS-VS-OUTCOME TO VD-OUTCOME
    MOVE WS-VS-GUESSES TO VD-GUESS-COUNT
    MOVE ZERO TO VD-SOLVES
    MOVE ZERO TO VD-GIVEUPS
    IF (WS-VS-OUTCOME IS EQUAL TO "SOLVED")
       OR (WS-VS-OUTCOME IS EQUAL TO "HINTED") THEN
        MOVE 1 TO VD-SOLVES
    END-IF
    IF WS-VS-OUTCOME IS EQUAL TO "GAVEUP" THEN
        MOVE 1 TO VD-GIVEUPS
    END-IF
    MOVE WS-VS-REASON TO VD-REASON
    MOVE WS-CD-DATETIME(1:14) TO VD-VOID-TS
    MOVE WS-OPERATOR TO VD-VOID-BY
    IF WS-VS-END-TS > WS-SEASON-TS THEN
        MOVE "Y" TO VD-REVERSED
        PERFORM POST-REVERSING-DELTA
    ELSE
        MOVE "N" TO VD-REVERSED
    END-IF

    OPEN EXTEND VOID-FILE
    IF WS-VOID-STATUS IS EQUAL TO "35"
        OPEN OUTPUT VOID-FILE
    END-IF
    WRITE VOID-RECORD
    CLOSE VOID-FILE
    IF WS-VKEY-CT < 2000 THEN
        ADD 1 TO WS-VKEY-CT
        MOVE WS-THIS-VKEY TO WS-VKEY(WS-VKEY-CT)
    END-IF
    IF VD-REVERSED IS EQUAL TO "Y" THEN
        DISPLAY "  Voided; the player's running totals are corrected "
            "at the next PLAYUPD apply."
    ELSE
        DISPLAY "  Voided; its season is already closed, so only the "
            "reports drop it."
    END-IF.

POST-REVERSING-DELTA.
    *> The mirror of the line the game posted when it ended.
    OPEN EXTEND JOURNAL-FILE
    IF WS-JRNL-STATUS IS EQUAL TO "35"
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    MOVE SPACES TO PLAYER-DELTA-RECORD
    MOVE WS-CD-DATETIME(1:14) TO PJ-TS
    MOVE WS-VS-PLAYER TO PJ-PLAYER-ID
    MOVE WS-VS-MODE TO PJ-MODE
    MOVE 1 TO PJ-GAMES
    MOVE VD-SOLVES TO PJ-SOLVES
    MOVE VD-GIVEUPS TO PJ-GIVEUPS
    MOVE WS-VS-GUESSES TO PJ-GUESSES
    MOVE "-" TO PJ-SIGN
    WRITE PLAYER-DELTA-RECORD
    CLOSE JOURNAL-FILE.

CLOSE-SESSION-ITEMS.
    *> Every item still pending on the voided session is settled by
    *> it, whichever one was being reviewed (WS-I, zero when voided
    *> directly).
    MOVE WS-I TO WS-K
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-CT
        IF (WS-QI-STATUS(WS-I) IS EQUAL TO "P")
           AND (WS-QI-KEY(WS-I)(4:8) IS EQUAL TO WS-VS-PLAYER)
           AND (WS-QI-KEY(WS-I)(12:14) IS EQUAL TO WS-VS-START-TS)
           AND (WS-QI-KEY(WS-I)(26:10) IS EQUAL TO WS-VS-MODE) THEN
            MOVE "C" TO WS-QI-STATUS(WS-I)
            PERFORM APPEND-DECISION-LINE
        END-IF
    END-PERFORM
    MOVE WS-K TO WS-I.

APPEND-DECISION-LINE.
    *> Item WS-I's raising line again, under its new state.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    OPEN EXTEND QUEUE-FILE
    IF WS-QUEUE-STATUS IS EQUAL TO "35"
        OPEN OUTPUT QUEUE-FILE
    END-IF
    MOVE WS-QI-LINE(WS-I) TO REVIEW-QUEUE-RECORD
    MOVE WS-QI-STATUS(WS-I) TO RQ-STATUS
    MOVE WS-CD-DATETIME(1:14) TO RQ-LINE-TS
    MOVE WS-OPERATOR TO RQ-LINE-BY
    WRITE REVIEW-QUEUE-RECORD
    CLOSE QUEUE-FILE.
