IDENTIFICATION DIVISION.
PROGRAM-ID. TournSwp.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT MATCH-FILE ASSIGN TO "MATCHES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-STATUS.
       SELECT GAMELOG-FILE ASSIGN TO "GAMEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT FORFEIT-FILE ASSIGN TO "TOURNFFT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FFT-STATUS.
       SELECT DUE-FILE ASSIGN TO "TOURNDUE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUE-STATUS.
       SELECT LOCK-FILE ASSIGN TO "GAMEAUDIT.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
       SELECT MLOCK-FILE ASSIGN TO "MATCHES.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MLOCK-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD MATCH-FILE.
   COPY "MATCHREC.cpy".

   FD GAMELOG-FILE.
   COPY "GAMEREC.cpy".

   FD FORFEIT-FILE.
   01 FORFEIT-RECORD        PIC X(100).

   FD DUE-FILE.
   01 DUE-RECORD            PIC X(100).

   FD LOCK-FILE.
   COPY "LOCKREC.cpy".

   FD MLOCK-FILE.
   COPY "LOCKREC.cpy" REPLACING LEADING ==LOCK== BY ==MLOCK==
                                LEADING ==GL== BY ==ML==.

   WORKING-STORAGE SECTION.
   01 WS-MATCH-STATUS   PIC XX.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-FFT-STATUS     PIC XX.
   01 WS-DUE-STATUS     PIC XX.
   01 WS-EOF-FLAG       PIC X.

   *> Every scheduled match, held in storage so the decided ones can
   *> be updated and the whole file rewritten (the same read-all /
   *> rewrite-all pattern TOURNAB uses).
   01 WS-MATCH-CT       PIC 9(3) VALUE ZERO.
   01 WS-MATCH-TABLE.
     05 WS-MATCH        PIC X(4200) OCCURS 190 TIMES.

   *> Working copy of the match being swept.
   COPY "MATCHREC.cpy" REPLACING LEADING ==MATCH== BY ==WMATCH==
                                 LEADING ==MT== BY ==WM==.

   *> Writer interlocks. MATCHES.LCK is held for the whole sweep so
   *> no TOURNAB move lands between reading a match and deciding
   *> it; GAMEAUDIT.LCK only while the forfeit records are appended.
   *> Both are written with this program's name the way GAMEARCH
   *> takes GAMEAUDIT.LCK, and a lock more than ten minutes old is
   *> treated as left by a crashed program.
   01 WS-LOCK-STATUS    PIC XX.
   01 WS-MLOCK-STATUS   PIC XX.
   01 WS-LOCK-HELD      PIC X.
   01 WS-LOCK-HOLDER    PIC X(10).
   01 WS-LOCK-TS        PIC X(14).
   01 WS-LOCK-REPLY     PIC X.
   01 WS-LOCK-STALE     PIC X.
   01 WS-LOCK-TRIES     PIC 9(2).
   01 WS-CURRENT-DATE.
     05 WS-CD-DATETIME PIC X(21).
   01 WS-LK-DATE        PIC 9(8).
   01 WS-LK-DAYS        PIC 9(7).
   01 WS-LOCK-SECS      PIC 9(12).
   01 WS-NOW-SECS       PIC 9(12).
   01 WS-LOCK-AGE       PIC S9(9).

   *> Deadline arithmetic. Limits are whole days, so a deadline is
   *> the base stamp moved on that many calendar days at the same
   *> time of day; YYYYMMDDHHMMSS stamps then compare as text.
   *>   turn deadline  = MT-LAST-MOVE-TS + MT-TURN-DAYS
   *>   match deadline = MT-SCHED-TS     + MT-MATCH-DAYS
   *> The earlier of the two governs. A match is listed as due when
   *> the run falls inside the notice window before that deadline.
   01 WS-NOW-TS         PIC X(14).
   01 WS-NOTICE-DAYS    PIC 9(2).
   01 WS-NOTICE-IN      PIC X(10).
   01 WS-TS-IN          PIC X(14).
   01 WS-TS-OUT         PIC X(14).
   01 WS-TS-OK          PIC X.
   01 WS-TS-DATE        PIC 9(8).
   01 WS-TS-DAYS        PIC 9(7).
   01 WS-ADD-DAYS       PIC S9(4).
   01 WS-TURN-DUE-TS    PIC X(14).
   01 WS-MATCH-DUE-TS   PIC X(14).
   01 WS-DEADLINE-TS    PIC X(14).
   01 WS-DEADLINE-WHY   PIC X(3).
   01 WS-NOTICE-TS      PIC X(14).

   *> The seat the match is waiting on: 1 or 2, or 0 when both
   *> seats still have to set their secrets.
   01 WS-AWAIT-SEAT     PIC 9.
   01 WS-DEF-SEAT       PIC 9.

   01 WS-OPEN-CT        PIC 9(3) VALUE ZERO.
   01 WS-NODL-CT        PIC 9(3) VALUE ZERO.
   01 WS-NEW-FF-CT      PIC 9(3) VALUE ZERO.
   01 WS-NEW-VOID-CT    PIC 9(3) VALUE ZERO.
   01 WS-UNLOGGED-CT    PIC 9(3) VALUE ZERO.
   01 WS-AUDIT-CT       PIC 9(3) VALUE ZERO.
   01 WS-DUE-CT         PIC 9(3) VALUE ZERO.
   01 WS-LISTED-CT      PIC 9(3) VALUE ZERO.

   01 WS-DUE-ID         PIC X(8).
   01 WS-DUE-OPP        PIC X(8).
   01 WS-DUE-MOVE       PIC X(10).
   01 WS-WIN-ID         PIC X(8).
   01 WS-LOSE-ID        PIC X(8).
   01 WS-REASON-TEXT    PIC X(24).
   01 WS-NEW-MARK       PIC X(3).
   01 WS-DUMMY-ANS      PIC X(5) VALUE "01234".
   01 WS-I              PIC 9(3).

PROCEDURE DIVISION.
    DISPLAY "Notice window - list moves due within how many days "
        "of their deadline (default 1): " WITH NO ADVANCING
    ACCEPT WS-NOTICE-IN
    *> One or two digits; anything else takes the default.
    MOVE 1 TO WS-NOTICE-DAYS
    IF (WS-NOTICE-IN(2:1) IS EQUAL TO SPACE)
       AND (WS-NOTICE-IN(1:1) IS NUMERIC) THEN
        MOVE WS-NOTICE-IN(1:1) TO WS-NOTICE-IN(2:1)
        MOVE "0" TO WS-NOTICE-IN(1:1)
    END-IF
    IF (WS-NOTICE-IN(1:2) IS NUMERIC)
       AND (WS-NOTICE-IN(3:) IS EQUAL TO SPACES) THEN
        MOVE WS-NOTICE-IN(1:2) TO WS-NOTICE-DAYS
    END-IF
    IF WS-NOTICE-DAYS < 1 THEN
        MOVE 1 TO WS-NOTICE-DAYS
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:14) TO WS-NOW-TS

    PERFORM BATCH-GRAB-MATCH-LOCK
    PERFORM LOAD-MATCHES
    IF WS-MATCH-CT IS EQUAL TO ZERO THEN
        PERFORM FREE-MATCH-LOCK
        DISPLAY "No MATCHES.DAT found - generate a schedule with "
            "TOURNSCH first."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM START-DUE-LIST
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MATCH-CT
        PERFORM SWEEP-ONE-MATCH
    END-PERFORM
    CLOSE DUE-FILE

    *> The decisions reach MATCHES.DAT before the audit records, and
    *> MT-FORFEIT-LOGGED is only set once those are written - so an
    *> interrupted run loses neither, and a rerun picks up any
    *> forfeit still marked N, including ones left by an earlier run.
    IF (WS-NEW-FF-CT > ZERO) OR (WS-NEW-VOID-CT > ZERO) THEN
        PERFORM SAVE-MATCHES
    END-IF
    PERFORM COUNT-UNLOGGED
    IF WS-UNLOGGED-CT > ZERO THEN
        PERFORM BATCH-GRAB-AUDIT-LOCK
        PERFORM WRITE-MATCH-LOCK
        PERFORM LOG-FORFEITS
        PERFORM FREE-AUDIT-LOCK
        PERFORM SAVE-MATCHES
    END-IF
    PERFORM FREE-MATCH-LOCK

    PERFORM WRITE-FORFEIT-LIST
    DISPLAY "Deadline sweep at " WS-NOW-TS ": " WS-OPEN-CT
        " open match(es), " WS-NEW-FF-CT " forfeited, "
        WS-NEW-VOID-CT " voided, " WS-DUE-CT " move(s) due soon."
    IF WS-NODL-CT > ZERO THEN
        DISPLAY WS-NODL-CT " open match(es) carry no deadline "
            "(scheduled before deadlines were kept) and were skipped."
    END-IF
    IF WS-AUDIT-CT > ZERO THEN
        DISPLAY WS-AUDIT-CT " forfeit record(s) appended to "
            "GAMEAUDIT.DAT."
    END-IF
    DISPLAY "Forfeits listed in TOURNFFT.TXT, due notices in "
        "TOURNDUE.TXT."

STOP RUN.

BATCH-GRAB-MATCH-LOCK.
    MOVE 10 TO WS-LOCK-TRIES
    PERFORM FOREVER
        PERFORM READ-MATCH-LOCK
        IF WS-LOCK-HELD IS EQUAL TO "N" THEN
            PERFORM WRITE-MATCH-LOCK
            EXIT PERFORM
        END-IF
        PERFORM CHECK-LOCK-STALE
        IF WS-LOCK-STALE IS EQUAL TO "Y" THEN
            DISPLAY "Stale lock left by " WS-LOCK-HOLDER " at "
                WS-LOCK-TS " (holder presumed crashed) - taking "
                "it over."
            PERFORM WRITE-MATCH-LOCK
            EXIT PERFORM
        END-IF
        IF WS-LOCK-TRIES IS EQUAL TO ZERO THEN
            DISPLAY "MATCHES.DAT is still locked by "
                WS-LOCK-HOLDER " - giving up. Rerun once the "
                "writer finishes."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "MATCHES.DAT is locked by " WS-LOCK-HOLDER
            " since " WS-LOCK-TS " - " WS-LOCK-TRIES " retries "
            "left. Press Enter to retry or Q to give up: "
            WITH NO ADVANCING
        ACCEPT WS-LOCK-REPLY
        IF WS-LOCK-REPLY IS EQUAL TO "Q"
           OR WS-LOCK-REPLY IS EQUAL TO "q" THEN
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        SUBTRACT 1 FROM WS-LOCK-TRIES
    END-PERFORM.

READ-MATCH-LOCK.
    MOVE "N" TO WS-LOCK-HELD
    OPEN INPUT MLOCK-FILE
    IF WS-MLOCK-STATUS IS EQUAL TO "00" THEN
        READ MLOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE ML-HOLDER TO WS-LOCK-HOLDER
                MOVE ML-TS TO WS-LOCK-TS
                MOVE "Y" TO WS-LOCK-HELD
        END-READ
        CLOSE MLOCK-FILE
    END-IF.

WRITE-MATCH-LOCK.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    OPEN OUTPUT MLOCK-FILE
    MOVE SPACES TO MLOCK-RECORD
    MOVE "TOURNSWP" TO ML-HOLDER
    MOVE WS-CD-DATETIME(1:14) TO ML-TS
    WRITE MLOCK-RECORD
    CLOSE MLOCK-FILE.

FREE-MATCH-LOCK.
    OPEN OUTPUT MLOCK-FILE
    CLOSE MLOCK-FILE.

BATCH-GRAB-AUDIT-LOCK.
    MOVE 10 TO WS-LOCK-TRIES
    PERFORM FOREVER
        PERFORM READ-AUDIT-LOCK
        IF WS-LOCK-HELD IS EQUAL TO "N" THEN
            PERFORM WRITE-AUDIT-LOCK
            EXIT PERFORM
        END-IF
        PERFORM CHECK-LOCK-STALE
        IF WS-LOCK-STALE IS EQUAL TO "Y" THEN
            DISPLAY "Stale lock left by " WS-LOCK-HOLDER " at "
                WS-LOCK-TS " (holder presumed crashed) - taking "
                "it over."
            PERFORM WRITE-AUDIT-LOCK
            EXIT PERFORM
        END-IF
        IF WS-LOCK-TRIES IS EQUAL TO ZERO THEN
            *> The decisions are already on MATCHES.DAT marked
            *> unlogged; the next sweep writes their audit records.
            PERFORM FREE-MATCH-LOCK
            DISPLAY "GAMEAUDIT.DAT is still locked by "
                WS-LOCK-HOLDER " - giving up. Rerun once the "
                "writer finishes."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "GAMEAUDIT.DAT is locked by " WS-LOCK-HOLDER
            " since " WS-LOCK-TS " - " WS-LOCK-TRIES " retries "
            "left. Press Enter to retry or Q to give up: "
            WITH NO ADVANCING
        ACCEPT WS-LOCK-REPLY
        IF WS-LOCK-REPLY IS EQUAL TO "Q"
           OR WS-LOCK-REPLY IS EQUAL TO "q" THEN
            PERFORM FREE-MATCH-LOCK
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        SUBTRACT 1 FROM WS-LOCK-TRIES
    END-PERFORM.

READ-AUDIT-LOCK.
    MOVE "N" TO WS-LOCK-HELD
    OPEN INPUT LOCK-FILE
    IF WS-LOCK-STATUS IS EQUAL TO "00" THEN
        READ LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE GL-HOLDER TO WS-LOCK-HOLDER
                MOVE GL-TS TO WS-LOCK-TS
                MOVE "Y" TO WS-LOCK-HELD
        END-READ
        CLOSE LOCK-FILE
    END-IF.

WRITE-AUDIT-LOCK.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    OPEN OUTPUT LOCK-FILE
    MOVE SPACES TO LOCK-RECORD
    MOVE "TOURNSWP" TO GL-HOLDER
    MOVE WS-CD-DATETIME(1:14) TO GL-TS
    WRITE LOCK-RECORD
    CLOSE LOCK-FILE.

FREE-AUDIT-LOCK.
    OPEN OUTPUT LOCK-FILE
    CLOSE LOCK-FILE.

CHECK-LOCK-STALE.
    *> Older than ten minutes (or unreadable) means the holder
    *> crashed without freeing it - a rewrite takes seconds.
    MOVE "N" TO WS-LOCK-STALE
    IF WS-LOCK-TS IS NOT NUMERIC THEN
        MOVE "Y" TO WS-LOCK-STALE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LOCK-TS(1:8) TO WS-LK-DATE
    COMPUTE WS-LK-DAYS = FUNCTION INTEGER-OF-DATE(WS-LK-DATE)
    COMPUTE WS-LOCK-SECS = WS-LK-DAYS * 86400
        + FUNCTION NUMVAL(WS-LOCK-TS(9:2)) * 3600
        + FUNCTION NUMVAL(WS-LOCK-TS(11:2)) * 60
        + FUNCTION NUMVAL(WS-LOCK-TS(13:2))
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:8) TO WS-LK-DATE
    COMPUTE WS-LK-DAYS = FUNCTION INTEGER-OF-DATE(WS-LK-DATE)
    COMPUTE WS-NOW-SECS = WS-LK-DAYS * 86400
        + FUNCTION NUMVAL(WS-CD-DATETIME(9:2)) * 3600
        + FUNCTION NUMVAL(WS-CD-DATETIME(11:2)) * 60
        + FUNCTION NUMVAL(WS-CD-DATETIME(13:2))
    COMPUTE WS-LOCK-AGE = WS-NOW-SECS - WS-LOCK-SECS
    IF WS-LOCK-AGE > 600 THEN
        MOVE "Y" TO WS-LOCK-STALE
    END-IF.

LOAD-MATCHES.
    OPEN INPUT MATCH-FILE
    IF WS-MATCH-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ MATCH-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF WS-MATCH-CT < 190 THEN
                    ADD 1 TO WS-MATCH-CT
                    MOVE SPACES TO WS-MATCH(WS-MATCH-CT)
                    MOVE MATCH-RECORD TO WS-MATCH(WS-MATCH-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE MATCH-FILE.

SAVE-MATCHES.
    OPEN OUTPUT MATCH-FILE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MATCH-CT
        MOVE WS-MATCH(WS-I) TO MATCH-RECORD
        WRITE MATCH-RECORD
    END-PERFORM
    CLOSE MATCH-FILE.

SWEEP-ONE-MATCH.
    MOVE WS-MATCH(WS-I) TO WMATCH-RECORD
    IF (WM-STATUS IS NOT EQUAL TO "P")
       AND (WM-STATUS IS NOT EQUAL TO "A") THEN
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-OPEN-CT
    IF (WM-TURN-DAYS IS NOT NUMERIC)
       OR (WM-MATCH-DAYS IS NOT NUMERIC) THEN
        ADD 1 TO WS-NODL-CT
        EXIT PARAGRAPH
    END-IF
    PERFORM COMPUTE-DEADLINE
    IF WS-DEADLINE-TS IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    PERFORM FIND-AWAITED-SEAT
    IF WS-NOW-TS > WS-DEADLINE-TS THEN
        PERFORM DECIDE-FORFEIT
        MOVE SPACES TO WS-MATCH(WS-I)
        MOVE WMATCH-RECORD TO WS-MATCH(WS-I)
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DEADLINE-TS TO WS-TS-IN
    COMPUTE WS-ADD-DAYS = 0 - WS-NOTICE-DAYS
    PERFORM ADD-DAYS-TO-TS
    MOVE WS-TS-OUT TO WS-NOTICE-TS
    IF WS-NOW-TS >= WS-NOTICE-TS THEN
        PERFORM WRITE-DUE-NOTICES
    END-IF.

COMPUTE-DEADLINE.
    *> A match with no usable last-move stamp falls back to the
    *> time it was scheduled, so the clock always has a start.
    MOVE SPACES TO WS-TURN-DUE-TS
    MOVE SPACES TO WS-MATCH-DUE-TS
    IF WM-TURN-DAYS > ZERO THEN
        MOVE WM-LAST-MOVE-TS TO WS-TS-IN
        PERFORM CHECK-TS-VALID
        IF WS-TS-OK IS NOT EQUAL TO "Y" THEN
            MOVE WM-SCHED-TS TO WS-TS-IN
            PERFORM CHECK-TS-VALID
        END-IF
        IF WS-TS-OK IS EQUAL TO "Y" THEN
            MOVE WM-TURN-DAYS TO WS-ADD-DAYS
            PERFORM ADD-DAYS-TO-TS
            MOVE WS-TS-OUT TO WS-TURN-DUE-TS
        END-IF
    END-IF
    IF WM-MATCH-DAYS > ZERO THEN
        MOVE WM-SCHED-TS TO WS-TS-IN
        PERFORM CHECK-TS-VALID
        IF WS-TS-OK IS EQUAL TO "Y" THEN
            MOVE WM-MATCH-DAYS TO WS-ADD-DAYS
            PERFORM ADD-DAYS-TO-TS
            MOVE WS-TS-OUT TO WS-MATCH-DUE-TS
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN (WS-TURN-DUE-TS IS EQUAL TO SPACES)
             AND (WS-MATCH-DUE-TS IS EQUAL TO SPACES)
            MOVE SPACES TO WS-DEADLINE-TS
            MOVE SPACES TO WS-DEADLINE-WHY
        WHEN WS-MATCH-DUE-TS IS EQUAL TO SPACES
            MOVE WS-TURN-DUE-TS TO WS-DEADLINE-TS
            MOVE "TRN" TO WS-DEADLINE-WHY
        WHEN WS-TURN-DUE-TS IS EQUAL TO SPACES
            MOVE WS-MATCH-DUE-TS TO WS-DEADLINE-TS
            MOVE "MAT" TO WS-DEADLINE-WHY
        WHEN WS-MATCH-DUE-TS < WS-TURN-DUE-TS
            MOVE WS-MATCH-DUE-TS TO WS-DEADLINE-TS
            MOVE "MAT" TO WS-DEADLINE-WHY
        WHEN OTHER
            MOVE WS-TURN-DUE-TS TO WS-DEADLINE-TS
            MOVE "TRN" TO WS-DEADLINE-WHY
    END-EVALUATE.

CHECK-TS-VALID.
    MOVE "N" TO WS-TS-OK
    IF WS-TS-IN IS NOT NUMERIC THEN
        EXIT PARAGRAPH
    END-IF
    IF (WS-TS-IN(5:2) < "01") OR (WS-TS-IN(5:2) > "12")
       OR (WS-TS-IN(7:2) < "01") OR (WS-TS-IN(7:2) > "31") THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-TS-OK.

ADD-DAYS-TO-TS.
    MOVE WS-TS-IN(1:8) TO WS-TS-DATE
    COMPUTE WS-TS-DAYS = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
        + WS-ADD-DAYS
    COMPUTE WS-TS-DATE = FUNCTION DATE-OF-INTEGER(WS-TS-DAYS)
    MOVE SPACES TO WS-TS-OUT
    STRING WS-TS-DATE WS-TS-IN(9:6) DELIMITED BY SIZE INTO WS-TS-OUT.

FIND-AWAITED-SEAT.
    *> Before both secrets are in, the match waits on whichever seat
    *> has not set one. Once it is active it waits on the seat whose
    *> turn it is - unless that seat has already solved, in which
    *> case TOURNAB hands the turn straight back and the real wait
    *> is on the other seat.
    IF WM-STATUS IS EQUAL TO "P" THEN
        EVALUATE TRUE
            WHEN (WM-P1-SECRET IS EQUAL TO SPACES)
                 AND (WM-P2-SECRET IS EQUAL TO SPACES)
                MOVE 0 TO WS-AWAIT-SEAT
            WHEN WM-P1-SECRET IS EQUAL TO SPACES
                MOVE 1 TO WS-AWAIT-SEAT
            WHEN OTHER
                MOVE 2 TO WS-AWAIT-SEAT
        END-EVALUATE
        EXIT PARAGRAPH
    END-IF
    MOVE WM-TURN TO WS-AWAIT-SEAT
    IF (WS-AWAIT-SEAT IS EQUAL TO 1)
       AND (WM-P1-SOLVED IS EQUAL TO "Y") THEN
        MOVE 2 TO WS-AWAIT-SEAT
    ELSE
        IF (WS-AWAIT-SEAT IS EQUAL TO 2)
           AND (WM-P2-SOLVED IS EQUAL TO "Y") THEN
            MOVE 1 TO WS-AWAIT-SEAT
        END-IF
    END-IF.

DECIDE-FORFEIT.
    IF WS-AWAIT-SEAT IS EQUAL TO 0 THEN
        MOVE "V" TO WM-STATUS
        MOVE 0 TO WM-FORFEIT-SEAT
        ADD 1 TO WS-NEW-VOID-CT
    ELSE
        MOVE "F" TO WM-STATUS
        IF WS-AWAIT-SEAT IS EQUAL TO 1 THEN
            MOVE 2 TO WM-FORFEIT-SEAT
        ELSE
            MOVE 1 TO WM-FORFEIT-SEAT
        END-IF
        ADD 1 TO WS-NEW-FF-CT
    END-IF
    MOVE WS-DEADLINE-WHY TO WM-FORFEIT-REASON
    MOVE WS-NOW-TS TO WM-FORFEIT-TS
    MOVE "N" TO WM-FORFEIT-LOGGED.

START-DUE-LIST.
    OPEN OUTPUT DUE-FILE
    MOVE SPACES TO DUE-RECORD
    STRING "Tournament moves due - run " WS-NOW-TS
           ", notice window " WS-NOTICE-DAYS " day(s)"
        DELIMITED BY SIZE INTO DUE-RECORD
    WRITE DUE-RECORD
    MOVE "  Match Rnd Player   Opponent Move       Due by"
        TO DUE-RECORD
    WRITE DUE-RECORD.

WRITE-DUE-NOTICES.
    IF WS-AWAIT-SEAT IS EQUAL TO 0 THEN
        MOVE 1 TO WS-DEF-SEAT
        PERFORM WRITE-ONE-NOTICE
        MOVE 2 TO WS-DEF-SEAT
        PERFORM WRITE-ONE-NOTICE
    ELSE
        MOVE WS-AWAIT-SEAT TO WS-DEF-SEAT
        PERFORM WRITE-ONE-NOTICE
    END-IF.

WRITE-ONE-NOTICE.
    IF WS-DEF-SEAT IS EQUAL TO 1 THEN
        MOVE WM-P1-ID TO WS-DUE-ID
        MOVE WM-P2-ID TO WS-DUE-OPP
    ELSE
        MOVE WM-P2-ID TO WS-DUE-ID
        MOVE WM-P1-ID TO WS-DUE-OPP
    END-IF
    IF WM-STATUS IS EQUAL TO "P" THEN
        MOVE "set secret" TO WS-DUE-MOVE
    ELSE
        MOVE "guess" TO WS-DUE-MOVE
    END-IF
    ADD 1 TO WS-DUE-CT
    MOVE SPACES TO DUE-RECORD
    STRING "   " WM-MATCH-NO "  " WM-ROUND "  " WS-DUE-ID " "
           WS-DUE-OPP " " WS-DUE-MOVE " " WS-DEADLINE-TS
        DELIMITED BY SIZE INTO DUE-RECORD
    WRITE DUE-RECORD.

COUNT-UNLOGGED.
    MOVE ZERO TO WS-UNLOGGED-CT
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MATCH-CT
        MOVE WS-MATCH(WS-I) TO WMATCH-RECORD
        IF ((WM-STATUS IS EQUAL TO "F") OR (WM-STATUS IS EQUAL TO "V"))
           AND (WM-FORFEIT-LOGGED IS EQUAL TO "N") THEN
            ADD 1 TO WS-UNLOGGED-CT
        END-IF
    END-PERFORM.

LOG-FORFEITS.
    OPEN EXTEND GAMELOG-FILE
    IF WS-LOG-STATUS IS EQUAL TO "35"
        OPEN OUTPUT GAMELOG-FILE
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MATCH-CT
        MOVE WS-MATCH(WS-I) TO WMATCH-RECORD
        IF ((WM-STATUS IS EQUAL TO "F") OR (WM-STATUS IS EQUAL TO "V"))
           AND (WM-FORFEIT-LOGGED IS EQUAL TO "N") THEN
            EVALUATE WM-FORFEIT-SEAT
                WHEN 1
                    MOVE 2 TO WS-DEF-SEAT
                    PERFORM WRITE-FORFEIT-AUDIT
                WHEN 2
                    MOVE 1 TO WS-DEF-SEAT
                    PERFORM WRITE-FORFEIT-AUDIT
                WHEN OTHER
                    MOVE 1 TO WS-DEF-SEAT
                    PERFORM WRITE-FORFEIT-AUDIT
                    MOVE 2 TO WS-DEF-SEAT
                    PERFORM WRITE-FORFEIT-AUDIT
            END-EVALUATE
            MOVE "Y" TO WM-FORFEIT-LOGGED
            MOVE SPACES TO WS-MATCH(WS-I)
            MOVE WMATCH-RECORD TO WS-MATCH(WS-I)
        END-IF
    END-PERFORM
    CLOSE GAMELOG-FILE.

WRITE-FORFEIT-AUDIT.
    *> One TOURNEY session per defaulting seat with outcome FORFEIT,
    *> carrying whatever guesses the seat had made against the
    *> opponent's secret, so AUDITCHK can still rescore them. A seat
    *> that had started but never saw an opponent's secret gets the
    *> same placeholder answer DAILYAB uses for its markers, with an
    *> empty list. A seat that never started has no session of its
    *> own to key the row by - MATCHES.DAT and TOURNFFT.TXT record
    *> its forfeit - so no row is written for it. Like DAILYAB's
    *> markers these rows are not games played and the statistics
    *> jobs pass FORFEIT outcomes by.
    MOVE SPACES TO GAME-SESSION-RECORD
    IF WS-DEF-SEAT IS EQUAL TO 1 THEN
        MOVE WM-P1-START-TS TO GS-START-TS
        MOVE WM-P1-DIGIT-LEN TO GS-DIGIT-LEN
        MOVE WM-P2-SECRET TO GS-ANSWER
        MOVE WM-P1-GUESS-COUNT TO GS-GUESS-COUNT
        MOVE WM-P1-GUESS-LOG TO GS-GUESS-LIST
        MOVE WM-P1-GUESS-CONT TO GS-GUESS-CONT
        MOVE WM-P1-ID TO GS-PLAYER-ID
    ELSE
        MOVE WM-P2-START-TS TO GS-START-TS
        MOVE WM-P2-DIGIT-LEN TO GS-DIGIT-LEN
        MOVE WM-P1-SECRET TO GS-ANSWER
        MOVE WM-P2-GUESS-COUNT TO GS-GUESS-COUNT
        MOVE WM-P2-GUESS-LOG TO GS-GUESS-LIST
        MOVE WM-P2-GUESS-CONT TO GS-GUESS-CONT
        MOVE WM-P2-ID TO GS-PLAYER-ID
    END-IF
    IF GS-START-TS IS NOT NUMERIC THEN
        EXIT PARAGRAPH
    END-IF
    IF GS-ANSWER IS EQUAL TO SPACES THEN
        MOVE SPACES TO GS-GUESS-LIST
        MOVE SPACES TO GS-GUESS-CONT
        MOVE ZERO TO GS-GUESS-COUNT
        MOVE WS-DUMMY-ANS(1:GS-DIGIT-LEN) TO GS-ANSWER
    END-IF
    IF GS-GUESS-COUNT IS NOT NUMERIC THEN
        MOVE ZERO TO GS-GUESS-COUNT
    END-IF
    MOVE "TOURNEY" TO GS-MODE
    MOVE WM-FORFEIT-TS TO GS-END-TS
    MOVE "FORFEIT" TO GS-OUTCOME
    WRITE GAME-SESSION-RECORD
    ADD 1 TO WS-AUDIT-CT.

WRITE-FORFEIT-LIST.
    *> Every match on file that was decided by the sweep (or conceded
    *> in TOURNAB on a full guess log), newest decisions marked, so
    *> the organizer has the whole story.
    OPEN OUTPUT FORFEIT-FILE
    MOVE SPACES TO FORFEIT-RECORD
    STRING "Tournament forfeits - run " WS-NOW-TS
        DELIMITED BY SIZE INTO FORFEIT-RECORD
    WRITE FORFEIT-RECORD
    MOVE "  Match Rnd Awarded  Defaulted Reason                   "
        & "Decided        New" TO FORFEIT-RECORD
    WRITE FORFEIT-RECORD
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MATCH-CT
        MOVE WS-MATCH(WS-I) TO WMATCH-RECORD
        IF (WM-STATUS IS EQUAL TO "F") OR (WM-STATUS IS EQUAL TO "V")
        THEN
            PERFORM WRITE-FORFEIT-LINE
        END-IF
    END-PERFORM
    IF WS-LISTED-CT IS EQUAL TO ZERO THEN
        MOVE "  (no forfeited or void matches)" TO FORFEIT-RECORD
        WRITE FORFEIT-RECORD
    END-IF
    CLOSE FORFEIT-FILE.

WRITE-FORFEIT-LINE.
    ADD 1 TO WS-LISTED-CT
    EVALUATE WM-FORFEIT-SEAT
        WHEN 1
            MOVE WM-P1-ID TO WS-WIN-ID
            MOVE WM-P2-ID TO WS-LOSE-ID
        WHEN 2
            MOVE WM-P2-ID TO WS-WIN-ID
            MOVE WM-P1-ID TO WS-LOSE-ID
        WHEN OTHER
            MOVE "(void)" TO WS-WIN-ID
            MOVE "both" TO WS-LOSE-ID
    END-EVALUATE
    EVALUATE WM-FORFEIT-REASON
        WHEN "TRN"
            MOVE "turn deadline passed" TO WS-REASON-TEXT
        WHEN "MAT"
            MOVE "match deadline passed" TO WS-REASON-TEXT
        WHEN "LOG"
            MOVE "guess log full" TO WS-REASON-TEXT
        WHEN OTHER
            MOVE "unknown" TO WS-REASON-TEXT
    END-EVALUATE
    IF WM-FORFEIT-TS IS EQUAL TO WS-NOW-TS THEN
        MOVE "*" TO WS-NEW-MARK
    ELSE
        MOVE SPACES TO WS-NEW-MARK
    END-IF
    MOVE SPACES TO FORFEIT-RECORD
    STRING "   " WM-MATCH-NO "  " WM-ROUND "  " WS-WIN-ID " "
           WS-LOSE-ID "  " WS-REASON-TEXT " " WM-FORFEIT-TS " "
           WS-NEW-MARK
        DELIMITED BY SIZE INTO FORFEIT-RECORD
    WRITE FORFEIT-RECORD.
