       SELECT BOARD-FILE ASSIGN TO "DAILYBRD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOARD-STATUS.
       SELECT VOID-FILE ASSIGN TO "VOIDLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOID-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD BOARD-FILE.
   01 BOARD-RECORD          PIC X(80).

   FD VOID-FILE.
   COPY "VOIDREC.cpy".

   WORKING-STORAGE SECTION.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-BOARD-STATUS   PIC XX.
   01 WS-VOID-STATUS    PIC XX.
   01 WS-LOG-EOF        PIC X VALUE "N".
   01 WS-VOID-EOF       PIC X.

   *> Daily challenge leaderboard: ranks the chosen day's DAILY
   *> sessions by guess count per digit length, with the running
   *> in one pass (FORFEIT attempt markers from DAILYAB never
   *> rank); ranking and the champion scan work off the table,
   *> sized for a month of regulars at all three digit lengths.
   *> The repeated-digit challenge has its own daily secret, so its
   *> players are ranked and crowned on boards of their own, shown
   *> after the classic ones when anyone played it that month.
   01 WS-REPORT-DATE    PIC X(8).
   01 WS-REPORT-MONTH   PIC X(6).
   01 WS-CURRENT-DATE.
     05 WS-SESS-ENT OCCURS 4000 TIMES.
       10 WS-DS-DATE    PIC X(8).
       10 WS-DS-LEN     PIC 9.
       10 WS-DS-RULE    PIC X.
       10 WS-DS-ID      PIC X(8).
       10 WS-DS-GUESSES PIC 9(4).
       10 WS-DS-END-TS  PIC X(14).
       10 WS-DS-TAKEN   PIC X.

   *> Monthly champion tally, rebuilt per digit length.
   *> DAILY sessions voided after review (VOIDREC.cpy) neither rank
   *> nor win a day.
   01 WS-VOID-CT        PIC 9(4) VALUE ZERO.
   01 WS-VOID-TABLE.
     05 WS-VOID-KEY     PIC X(22) OCCURS 2000 TIMES.
   01 WS-THIS-VKEY      PIC X(22).
   01 WS-VOIDED         PIC X.
   01 WS-VI             PIC 9(4).

   01 WS-CHAMP-CT       PIC 9(3) VALUE ZERO.
   01 WS-CHAMP-TABLE.
     05 WS-CHAMP-ENT OCCURS 62 TIMES.

   01 WS-LEN-IX         PIC 9.
   01 WS-LEN-DIGIT      PIC 9.
   01 WS-BOARD-RULE     PIC X VALUE SPACE.
   01 WS-RULE-USED      PIC X VALUE "N".
   01 WS-I              PIC 9(4).
   01 WS-J              PIC 9(4).
   01 WS-BEST           PIC 9(4).
    END-IF
    MOVE WS-REPORT-DATE(1:6) TO WS-REPORT-MONTH

    PERFORM LOAD-VOID-LIST
    PERFORM LOAD-MONTH-SESSIONS
    IF WS-SESS-CT IS EQUAL TO ZERO THEN
        DISPLAY "No daily-challenge games on file for "
            WS-REPORT-MONTH "."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    STRING "Daily challenge leaderboard for " WS-REPORT-DATE
        DELIMITED BY SIZE INTO BOARD-RECORD
    WRITE BOARD-RECORD
    MOVE SPACE TO WS-BOARD-RULE
    PERFORM VARYING WS-LEN-DIGIT FROM 3 BY 1 UNTIL WS-LEN-DIGIT > 5
        PERFORM WRITE-ONE-LENGTH
    END-PERFORM
    IF WS-RULE-USED IS EQUAL TO "Y" THEN
        MOVE "R" TO WS-BOARD-RULE
        PERFORM VARYING WS-LEN-DIGIT FROM 3 BY 1 UNTIL WS-LEN-DIGIT > 5
            PERFORM WRITE-ONE-LENGTH
        END-PERFORM
    END-IF
    CLOSE BOARD-FILE
    DISPLAY "Leaderboard written to DAILYBRD.TXT".

                   AND (GS-OUTCOME IS EQUAL TO "SOLVED")
                   AND (GS-START-TS(1:6) IS EQUAL TO WS-REPORT-MONTH)
                   AND (GS-GUESS-COUNT IS NUMERIC) THEN
                    PERFORM CHECK-VOIDED
                    IF WS-VOIDED IS NOT EQUAL TO "Y" THEN
                        PERFORM KEEP-MONTH-SESSION
                    END-IF
                END-IF
        END-READ
            "board and champion tally are incomplete."
    END-IF.

LOAD-VOID-LIST.
    MOVE ZERO TO WS-VOID-CT
    OPEN INPUT VOID-FILE
    IF WS-VOID-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-VOID-EOF
    PERFORM UNTIL WS-VOID-EOF IS EQUAL TO "Y"
        READ VOID-FILE
            AT END
                MOVE "Y" TO WS-VOID-EOF
            NOT AT END
                IF (VD-MODE IS EQUAL TO "DAILY")
                   AND (WS-VOID-CT < 2000) THEN
                    ADD 1 TO WS-VOID-CT
                    STRING VD-START-TS VD-PLAYER-ID DELIMITED BY SIZE
                        INTO WS-VOID-KEY(WS-VOID-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE VOID-FILE.

CHECK-VOIDED.
    MOVE "N" TO WS-VOIDED
    MOVE SPACES TO WS-THIS-VKEY
    STRING GS-START-TS GS-PLAYER-ID DELIMITED BY SIZE
        INTO WS-THIS-VKEY
    PERFORM VARYING WS-VI FROM 1 BY 1 UNTIL WS-VI > WS-VOID-CT
        IF WS-VOID-KEY(WS-VI) IS EQUAL TO WS-THIS-VKEY THEN
            MOVE "Y" TO WS-VOIDED
            EXIT PERFORM
        END-IF
    END-PERFORM.

KEEP-MONTH-SESSION.
    IF WS-SESS-CT < 4000 THEN
        ADD 1 TO WS-SESS-CT
        MOVE GS-START-TS(1:8) TO WS-DS-DATE(WS-SESS-CT)
        MOVE GS-DIGIT-LEN TO WS-DS-LEN(WS-SESS-CT)
        MOVE GS-RULE TO WS-DS-RULE(WS-SESS-CT)
        IF GS-RULE IS EQUAL TO "R" THEN
            MOVE "Y" TO WS-RULE-USED
        END-IF
        MOVE GS-PLAYER-ID TO WS-DS-ID(WS-SESS-CT)
        MOVE GS-GUESS-COUNT TO WS-DS-GUESSES(WS-SESS-CT)
        MOVE GS-END-TS TO WS-DS-END-TS(WS-SESS-CT)
    ELSE
        MOVE "Y" TO WS-SESS-FULL
    END-IF.

WRITE-ONE-LENGTH.
    MOVE SPACES TO BOARD-RECORD
    WRITE BOARD-RECORD
    MOVE SPACES TO BOARD-RECORD
    IF WS-BOARD-RULE IS EQUAL TO "R" THEN
        STRING "Digit length " WS-LEN-DIGIT
               ", repeated digits allowed:"
            DELIMITED BY SIZE INTO BOARD-RECORD
    ELSE
        STRING "Digit length " WS-LEN-DIGIT ":"
            DELIMITED BY SIZE INTO BOARD-RECORD
    END-IF
    WRITE BOARD-RECORD
    MOVE "  Rank ID       Guesses Finished" TO BOARD-RECORD
    WRITE BOARD-RECORD
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-SESS-CT
            IF (WS-DS-TAKEN(WS-J) IS EQUAL TO "N")
               AND (WS-DS-DATE(WS-J) IS EQUAL TO WS-REPORT-DATE)
               AND (WS-DS-LEN(WS-J) IS EQUAL TO WS-LEN-DIGIT)
               AND (WS-DS-RULE(WS-J) IS EQUAL TO WS-BOARD-RULE) THEN
                IF WS-BEST IS EQUAL TO ZERO THEN
                    MOVE WS-J TO WS-BEST
                ELSE
    END-IF.

TALLY-MONTH-CHAMPIONS.
    *> One champion per day at this length and rule: the fewest-guess
    *> solve, earlier finish taking a tie - the same order the day
    *> board ranks by.
    MOVE ZERO TO WS-CHAMP-CT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SESS-CT
        IF (WS-DS-LEN(WS-I) IS EQUAL TO WS-LEN-DIGIT)
           AND (WS-DS-RULE(WS-I) IS EQUAL TO WS-BOARD-RULE) THEN
            MOVE WS-DS-DATE(WS-I) TO WS-SCAN-DATE
            PERFORM FIND-DAY-WINNER
            IF WS-WIN-IX IS EQUAL TO WS-I THEN
    MOVE ZERO TO WS-WIN-IX
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-SESS-CT
        IF (WS-DS-DATE(WS-J) IS EQUAL TO WS-SCAN-DATE)
           AND (WS-DS-LEN(WS-J) IS EQUAL TO WS-LEN-DIGIT)
           AND (WS-DS-RULE(WS-J) IS EQUAL TO WS-BOARD-RULE) THEN
            IF WS-WIN-IX IS EQUAL TO ZERO THEN
                MOVE WS-J TO WS-WIN-IX
            ELSE
