   01 WS-MATCH-NO       PIC 9(3) VALUE ZERO.

   01 WS-DIGIT-LEN      PIC 9.

   *> Deadlines for this tournament, copied onto every match so the
   *> TOURNSWP sweep can decide overdue ones. Zero means no limit.
   01 WS-DAYS-REPLY     PIC X(3).
   01 WS-TURN-DAYS      PIC 9(3).
   01 WS-MATCH-DAYS     PIC 9(3).
   *> A reply must be a whole number of days from 0 to WS-DAYS-MAX;
   *> a negative or fractional one would put the deadlines in the
   *> past or between days.
   01 WS-DAYS-MAX       PIC 9(3).
   01 WS-DAYS-VALUE     PIC S9(4)V99.
   01 WS-DAYS-WHOLE     PIC S9(4).
   01 WS-DAYS-OK        PIC X.
   01 WS-CURRENT-DATE.
     05 WS-CD-DATETIME  PIC X(21).
   01 WS-I              PIC 9(3).
   01 WS-J              PIC 9(3).
   01 WS-FOUND          PIC X.
        MOVE 4 TO WS-DIGIT-LEN
    END-IF

    PERFORM ASK-DEADLINES
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    PERFORM GENERATE-SCHEDULE
    DISPLAY "Scheduled " WS-MATCH-NO " matches over " WS-ROUND-CT
        " rounds into MATCHES.DAT. Players take their turns with "
        "TOURNAB."
    DISPLAY "Deadlines: " WS-TURN-DAYS " day(s) per turn, "
        WS-MATCH-DAYS " day(s) per match (0 = none); TOURNSWP "
        "forfeits overdue matches."

STOP RUN.

ASK-DEADLINES.
    MOVE 30 TO WS-DAYS-MAX
    PERFORM FOREVER
        DISPLAY "Days allowed per turn (0 = no limit, default 3): "
            WITH NO ADVANCING
        ACCEPT WS-DAYS-REPLY
        IF WS-DAYS-REPLY IS EQUAL TO SPACES THEN
            MOVE 3 TO WS-TURN-DAYS
            EXIT PERFORM
        END-IF
        PERFORM CHECK-DAYS-REPLY
        IF WS-DAYS-OK IS EQUAL TO "Y" THEN
            MOVE WS-DAYS-WHOLE TO WS-TURN-DAYS
            EXIT PERFORM
        END-IF
        DISPLAY "Give a whole number of days from 0 to " WS-DAYS-MAX
            " - try again."
    END-PERFORM
    MOVE 365 TO WS-DAYS-MAX
    PERFORM FOREVER
        DISPLAY "Days allowed per match (0 = no limit, default 30): "
            WITH NO ADVANCING
        ACCEPT WS-DAYS-REPLY
        IF WS-DAYS-REPLY IS EQUAL TO SPACES THEN
            MOVE 30 TO WS-MATCH-DAYS
            EXIT PERFORM
        END-IF
        PERFORM CHECK-DAYS-REPLY
        IF WS-DAYS-OK IS EQUAL TO "Y" THEN
            MOVE WS-DAYS-WHOLE TO WS-MATCH-DAYS
            EXIT PERFORM
        END-IF
        DISPLAY "Give a whole number of days from 0 to " WS-DAYS-MAX
            " - try again."
    END-PERFORM.

CHECK-DAYS-REPLY.
    MOVE "N" TO WS-DAYS-OK
    IF FUNCTION TEST-NUMVAL(WS-DAYS-REPLY) IS NOT EQUAL TO 0 THEN
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DAYS-VALUE = FUNCTION NUMVAL(WS-DAYS-REPLY)
    MOVE WS-DAYS-VALUE TO WS-DAYS-WHOLE
    IF (WS-DAYS-WHOLE IS EQUAL TO WS-DAYS-VALUE)
       AND (WS-DAYS-WHOLE >= 0)
       AND (WS-DAYS-WHOLE <= WS-DAYS-MAX) THEN
        MOVE "Y" TO WS-DAYS-OK
    END-IF.

LOAD-PLAYER-MASTER.
    OPEN INPUT PLAYER-FILE
    IF WS-PLAY-STATUS IS NOT EQUAL TO "00" THEN
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                *> A retired ID cannot sign in to play its matches,
                *> so it is not offered as an entrant.
                IF (WS-PLAYER-CT < 200)
                   AND (PL-STATUS IS NOT EQUAL TO "R") THEN
                    ADD 1 TO WS-PLAYER-CT
                    MOVE PL-ID TO WS-MT-ID(WS-PLAYER-CT)
                END-IF
        END-IF
    END-PERFORM
    IF WS-FOUND IS EQUAL TO "N" THEN
        DISPLAY "Entrant " ROSTER-RECORD " is not an active ID in "
            "the player master - register it with PLAYREG first."
        STOP RUN
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ENTRANT-CT
    MOVE "N" TO MT-P1-SOLVED
    MOVE SPACES TO MT-P1-START-TS
    MOVE SPACES TO MT-P1-GUESS-LOG
    MOVE SPACES TO MT-P1-GUESS-CONT
    MOVE WS-ENTRANT-ID(WS-AWAY) TO MT-P2-ID
    MOVE SPACES TO MT-P2-SECRET
    MOVE WS-DIGIT-LEN TO MT-P2-DIGIT-LEN
    MOVE "N" TO MT-P2-SOLVED
    MOVE SPACES TO MT-P2-START-TS
    MOVE SPACES TO MT-P2-GUESS-LOG
    MOVE SPACES TO MT-P2-GUESS-CONT
    MOVE WS-CD-DATETIME(1:14) TO MT-SCHED-TS
    MOVE WS-CD-DATETIME(1:14) TO MT-LAST-MOVE-TS
    MOVE WS-TURN-DAYS TO MT-TURN-DAYS
    MOVE WS-MATCH-DAYS TO MT-MATCH-DAYS
    MOVE ZERO TO MT-FORFEIT-SEAT
    MOVE SPACES TO MT-FORFEIT-REASON
    MOVE SPACES TO MT-FORFEIT-TS
    MOVE SPACES TO MT-FORFEIT-LOGGED
    WRITE MATCH-RECORD.
