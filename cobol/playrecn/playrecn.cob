IDENTIFICATION DIVISION.
PROGRAM-ID. PlayRecn.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT GAMELOG-FILE ASSIGN TO "GAMEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.
       SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.
       SELECT ARCHWORK-FILE ASSIGN TO "ARCHWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AWORK-STATUS.
       SELECT PLAYER-FILE ASSIGN TO "PLAYMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAY-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO "PLAYJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
       SELECT WORK-FILE ASSIGN TO "PLAYWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
       SELECT SEASON-FILE ASSIGN TO "SEASONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEAS-STATUS.
       SELECT XREF-FILE ASSIGN TO "PLAYXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
       SELECT VOID-FILE ASSIGN TO "VOIDLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOID-STATUS.
       SELECT REPORT-FILE ASSIGN TO "RECONRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       SELECT LOCK-FILE ASSIGN TO "GAMEAUDIT.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD GAMELOG-FILE.
   COPY "GAMEREC.cpy".

   FD CATALOG-FILE.
   01 CATALOG-RECORD        PIC X(80).

   FD ARCH-FILE.
   01 ARCH-RECORD           PIC X(2100).

   FD ARCHWORK-FILE.
   01 ARCHWORK-RECORD       PIC X(40).

   FD PLAYER-FILE.
   COPY "PLAYREC.cpy".

   FD JOURNAL-FILE.
   COPY "PLAYJRNL.cpy".

   FD WORK-FILE.
   01 WORK-RECORD           PIC X(40).

   FD SEASON-FILE.
   COPY "SEASREC.cpy".

   FD XREF-FILE.
   COPY "PLAYXREF.cpy".

   FD VOID-FILE.
   COPY "VOIDREC.cpy".

   FD REPORT-FILE.
   01 REPORT-RECORD         PIC X(80).

   FD LOCK-FILE.
   COPY "LOCKREC.cpy".

   WORKING-STORAGE SECTION.
   *> Player-total reconciliation. PLAYMAST.DAT's running totals are
   *> only ever moved by PLAYJRNL.DAT deltas, so a delta lost or
   *> applied twice leaves the master quietly wrong. This job works
   *> the open season's totals out afresh from what was played -
   *> every scored session on GAMEAUDIT.DAT and on the dated
   *> archives catalogued in ARCHCAT.DAT that ended after the last
   *> SEASONS.DAT close header - and sets them against the master
   *> as it will stand once the pending journal is applied. Each
   *> player whose figures differ is printed to RECONRPT.TXT with
   *> the season's play broken down by mode, followed by the season
   *> totals by mode.
   *> A session counts as PLAYSCRN and VOIDREV count it: a mode that
   *> posts to the running totals, under a registered ID, ended
   *> SOLVED, HINTED or GAVEUP, and not voided. Its contribution is
   *> what the game journalled: one game, a solve for SOLVED or
   *> HINTED, a give-up for GAVEUP, and GS-GUESS-COUNT guesses.
   *> The correcting run posts the differences back through the
   *> journal as RECONCILE lines (PJ-SIGN "-" for any total that is
   *> too high), so PLAYUPD stays the only writer of the master and
   *> the fix shows in the journal trail. A second run before the
   *> apply sees the fix pending and finds nothing more to do.
   *> Daily give-ups were only journalled, never recorded on the
   *> audit trail, until DAILYAB began writing a DAILY/GAVEUP
   *> session. A DAILYTRY attempt marker with no DAILY session
   *> beside it is therefore either such a give-up or an attempt
   *> abandoned without one; the audit cannot say which, so those
   *> are shown as open attempts and a player who has any is left
   *> for the operator to settle rather than corrected.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-CAT-STATUS     PIC XX.
   01 WS-ARCH-STATUS    PIC XX.
   01 WS-AWORK-STATUS   PIC XX.
   01 WS-PLAY-STATUS    PIC XX.
   01 WS-JRNL-STATUS    PIC XX.
   01 WS-WORK-STATUS    PIC XX.
   01 WS-SEAS-STATUS    PIC XX.
   01 WS-XREF-STATUS    PIC XX.
   01 WS-VOID-STATUS    PIC XX.
   01 WS-RPT-STATUS     PIC XX.
   01 WS-EOF-FLAG       PIC X.
   01 WS-RUN-MODE       PIC X VALUE "R".
   01 WS-BUSY           PIC X.
   01 WS-MAST-BAD       PIC X VALUE "N".
   01 WS-SEASON-TS      PIC X(14) VALUE "00000000000000".

   *> Catalogued archives, merged by name into the widest end-ts
   *> range as ARCHINQ does; only files holding sessions that ended
   *> after the season mark are read.
   01 WS-ARCH-NAME      PIC X(20).
   01 WS-CAT-CT         PIC 9(3) VALUE ZERO.
   01 WS-CAT-TABLE.
     05 WS-CAT-ENT OCCURS 200 TIMES.
       10 WS-CA-NAME    PIC X(20).
       10 WS-CA-TO      PIC X(14).
   01 WS-ARCH-READ-CT   PIC 9(3) VALUE ZERO.

   *> Modes that post to the running totals, by index; index 6
   *> gathers journal lines under any other mode (a RECONCILE fix).
   01 WS-MODE-IX        PIC 9.
   01 WS-MODE-NAME      PIC X(10).

   *> One entry per player ID on the master, plus any ID met on the
   *> audit trail or the journal that the master does not hold.
   *> MAST = the master as it stands; HELD = the master once the
   *> pending journal is applied, posted line by line as PLAYUPD
   *> posts it; AUD = worked out from the audit trail.
   01 WS-PLAYER-CT      PIC 9(3) VALUE ZERO.
   01 WS-PLAYER-FULL    PIC X VALUE "N".
   01 WS-PLAYER-TABLE.
     05 WS-PLAYER-ENT OCCURS 300 TIMES.
       10 WS-PR-ID          PIC X(8).
       10 WS-PR-NAME        PIC X(20).
       10 WS-PR-STATUS      PIC X.
       10 WS-PR-ON-MAST     PIC X.
       10 WS-PR-MAST-GAMES  PIC 9(6).
       10 WS-PR-MAST-SOLVES PIC 9(6).
       10 WS-PR-MAST-GIVEUPS PIC 9(6).
       10 WS-PR-MAST-GUESSES PIC 9(8).
       10 WS-PR-HELD-GAMES  PIC 9(6).
       10 WS-PR-HELD-SOLVES PIC 9(6).
       10 WS-PR-HELD-GIVEUPS PIC 9(6).
       10 WS-PR-HELD-GUESSES PIC 9(8).
       10 WS-PR-AUD-GAMES   PIC 9(6).
       10 WS-PR-AUD-SOLVES  PIC 9(6).
       10 WS-PR-AUD-GIVEUPS PIC 9(6).
       10 WS-PR-AUD-GUESSES PIC 9(8).
       10 WS-PR-MODE OCCURS 6 TIMES.
         15 WS-PM-AUD-GAMES   PIC 9(5).
         15 WS-PM-AUD-SOLVES  PIC 9(5).
         15 WS-PM-AUD-GIVEUPS PIC 9(5).
         15 WS-PM-AUD-GUESSES PIC 9(7).
         15 WS-PM-JRN-GAMES   PIC S9(5).
         15 WS-PM-JRN-SOLVES  PIC S9(5).
         15 WS-PM-JRN-GIVEUPS PIC S9(5).
         15 WS-PM-JRN-GUESSES PIC S9(7).
       10 WS-PR-OPEN-DAILY  PIC 9(3).
       10 WS-PR-DIFFERS     PIC X.
   01 WS-PLAYER-IX      PIC 9(3).
   01 WS-I              PIC 9(3).
   01 WS-FIND-ID        PIC X(8).

   *> Season totals by mode, all players together.
   01 WS-MODE-TOTALS.
     05 WS-MODE-TOT OCCURS 6 TIMES.
       10 WS-MT-AUD-GAMES   PIC 9(6).
       10 WS-MT-AUD-SOLVES  PIC 9(6).
       10 WS-MT-AUD-GIVEUPS PIC 9(6).
       10 WS-MT-AUD-GUESSES PIC 9(8).
       10 WS-MT-JRN-GAMES   PIC S9(6).
       10 WS-MT-JRN-SOLVES  PIC S9(6).
       10 WS-MT-JRN-GIVEUPS PIC S9(6).
       10 WS-MT-JRN-GUESSES PIC S9(8).

   *> Voided sessions (VOIDREC.cpy), keyed start-ts + mode + player.
   01 WS-VKEY-CT        PIC 9(4) VALUE ZERO.
   01 WS-VKEY-TABLE.
     05 WS-VKEY         PIC X(32) OCCURS 2000 TIMES.
   01 WS-THIS-VKEY      PIC X(32).
   01 WS-VOIDED         PIC X.
   01 WS-K              PIC 9(4).

   *> Daily attempt markers and finished DAILY sessions of the
   *> season, keyed start-ts + player, paired up once all are read.
   01 WS-DTRY-CT        PIC 9(4) VALUE ZERO.
   01 WS-DTRY-TABLE.
     05 WS-DTRY-ENT OCCURS 2000 TIMES.
       10 WS-DT-KEY     PIC X(22).
       10 WS-DT-IX      PIC 9(3).
   01 WS-DDONE-CT       PIC 9(4) VALUE ZERO.
   01 WS-DDONE-TABLE.
     05 WS-DDONE-KEY    PIC X(22) OCCURS 2000 TIMES.
   01 WS-DAILY-FULL     PIC X VALUE "N".
   01 WS-J              PIC 9(4).
   01 WS-PAIRED         PIC X.

   *> IDs merged into another by PLAYREG (PLAYXREF.cpy).
   01 WS-XREF-EOF       PIC X.
   01 WS-XREF-CT        PIC 9(3) VALUE ZERO.
   01 WS-XREF-TABLE.
     05 WS-XREF-ENT OCCURS 200 TIMES.
       10 WS-XR-OLD     PIC X(8).
       10 WS-XR-NEW     PIC X(8).
   01 WS-XREF-I         PIC 9(3).
   01 WS-MAP-ID         PIC X(8).

   *> One session's or journal line's contribution being posted.
   01 WS-DELTA.
     05 WS-DL-GAMES     PIC 9(4).
     05 WS-DL-SOLVES    PIC 9(4).
     05 WS-DL-GIVEUPS   PIC 9(4).
     05 WS-DL-GUESSES   PIC 9(4).
     05 WS-DL-SIGN      PIC X.

   *> Control totals.
   01 WS-SESS-CT        PIC 9(6) VALUE ZERO.
   01 WS-VOID-SKIP-CT   PIC 9(6) VALUE ZERO.
   01 WS-JRNL-CT        PIC 9(6) VALUE ZERO.
   01 WS-DIFF-CT        PIC 9(3) VALUE ZERO.
   01 WS-FIX-PLAYER-CT  PIC 9(3) VALUE ZERO.
   01 WS-FIX-LINE-CT    PIC 9(4) VALUE ZERO.
   01 WS-HELD-BACK-CT   PIC 9(3) VALUE ZERO.
   01 WS-OFF-MAST-CT    PIC 9(3) VALUE ZERO.

   *> Differences for the player in hand: audit less held.
   01 WS-DF-GAMES       PIC S9(8).
   01 WS-DF-SOLVES      PIC S9(8).
   01 WS-DF-GIVEUPS     PIC S9(8).
   01 WS-DF-GUESSES     PIC S9(8).
   *> What is still to post on a fix line, one direction at a time.
   01 WS-FX-GAMES       PIC 9(8).
   01 WS-FX-SOLVES      PIC 9(8).
   01 WS-FX-GIVEUPS     PIC 9(8).
   01 WS-FX-GUESSES     PIC 9(8).
   01 WS-FX-SIGN        PIC X.

   *> Writer interlock (LOCKREC.cpy / GAMEAUDIT.LCK): the audit trail
   *> and the archives are read while no writer is registered, so a
   *> GAMEARCH cut cannot move sessions between the two mid-read.
   01 WS-LOCK-STATUS    PIC XX.
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

   01 WS-RPT-LABEL      PIC X(24).
   01 WS-RPT-G          PIC S9(8).
   01 WS-RPT-S          PIC S9(8).
   01 WS-RPT-U          PIC S9(8).
   01 WS-RPT-N          PIC S9(8).
   01 WS-G-ED           PIC ------9.
   01 WS-S-ED           PIC ------9.
   01 WS-U-ED           PIC ------9.
   01 WS-N-ED           PIC ---------9.
   01 WS-NUM-ED         PIC ZZZZZ9.
   01 WS-NUM-ED2        PIC ZZZZZ9.

PROCEDURE DIVISION.
    DISPLAY "Player totals reconciliation - (R)eport only, or "
        "(C)orrect through the journal? [R]: " WITH NO ADVANCING
    ACCEPT WS-RUN-MODE
    IF WS-RUN-MODE IS EQUAL TO "c" THEN
        MOVE "C" TO WS-RUN-MODE
    END-IF

    PERFORM CHECK-APPLY-IDLE
    IF WS-BUSY IS EQUAL TO "Y" THEN
        DISPLAY "A PLAYUPD apply run is in flight (PLAYWORK.DAT) - "
            "rerun PLAYUPD to finish it, then reconcile."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CHECK-ARCHIVE-IDLE
    IF WS-BUSY IS EQUAL TO "Y" THEN
        DISPLAY "A GAMEARCH run is in flight (ARCHWORK.DAT) - rerun "
            "GAMEARCH to finish it, then reconcile."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOAD-PLAYER-MASTER
    IF WS-MAST-BAD IS EQUAL TO "Y" THEN
        DISPLAY "PLAYMAST.DAT is missing or has damaged records - "
            "run PLAYUPD's recovery step first, then reconcile."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-SEASON-MARK
    PERFORM LOAD-PLAYER-XREF
    PERFORM LOAD-VOID-KEYS
    PERFORM LOAD-CATALOG
    PERFORM VARYING WS-MODE-IX FROM 1 BY 1 UNTIL WS-MODE-IX > 6
        INITIALIZE WS-MODE-TOT(WS-MODE-IX)
    END-PERFORM

    PERFORM BATCH-WAIT-AUDIT-LOCK
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CAT-CT
        IF WS-CA-TO(WS-I) > WS-SEASON-TS THEN
            MOVE WS-CA-NAME(WS-I) TO WS-ARCH-NAME
            PERFORM TALLY-ONE-ARCHIVE
        END-IF
    END-PERFORM
    PERFORM TALLY-AUDIT-TRAIL
    PERFORM PAIR-DAILY-ATTEMPTS
    PERFORM TALLY-PENDING-JOURNAL

    PERFORM WRITE-RECON-REPORT
    IF WS-RUN-MODE IS EQUAL TO "C" THEN
        PERFORM POST-CORRECTIONS
    END-IF

    IF WS-PLAYER-FULL IS EQUAL TO "Y" THEN
        DISPLAY "Warning: more than 300 player IDs - the rest were "
            "NOT reconciled."
    END-IF
    IF WS-DAILY-FULL IS EQUAL TO "Y" THEN
        DISPLAY "Warning: more than 2000 daily sessions this season "
            "- open daily attempts are undercounted."
    END-IF
    MOVE WS-SESS-CT TO WS-NUM-ED
    MOVE WS-DIFF-CT TO WS-NUM-ED2
    DISPLAY "Reconciled" WS-NUM-ED " season session(s);" WS-NUM-ED2
        " player(s) differ. Report written to RECONRPT.TXT"
    IF WS-RUN-MODE IS EQUAL TO "C" THEN
        MOVE WS-FIX-LINE-CT TO WS-NUM-ED
        MOVE WS-FIX-PLAYER-CT TO WS-NUM-ED2
        DISPLAY "Posted" WS-NUM-ED " correcting journal line(s) for"
            WS-NUM-ED2 " player(s) - run PLAYUPD to apply them."
        IF WS-HELD-BACK-CT > 0 THEN
            MOVE WS-HELD-BACK-CT TO WS-NUM-ED
            DISPLAY "Warning:" WS-NUM-ED " player(s) NOT corrected "
                "- see the report."
        END-IF
    END-IF
    *> Differences are a warning to the job stream, not a stop.
    IF WS-DIFF-CT > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

STOP RUN.

CHECK-APPLY-IDLE.
    *> PLAYUPD mid-apply has the journal half folded into the master.
    MOVE "N" TO WS-BUSY
    OPEN INPUT WORK-FILE
    IF WS-WORK-STATUS IS EQUAL TO "00" THEN
        READ WORK-FILE
            NOT AT END
                MOVE "Y" TO WS-BUSY
        END-READ
        CLOSE WORK-FILE
    END-IF.

CHECK-ARCHIVE-IDLE.
    *> GAMEARCH mid-cut can hold a session in both the live file and
    *> an archive.
    MOVE "N" TO WS-BUSY
    OPEN INPUT ARCHWORK-FILE
    IF WS-AWORK-STATUS IS EQUAL TO "00" THEN
        READ ARCHWORK-FILE
            NOT AT END
                MOVE "Y" TO WS-BUSY
        END-READ
        CLOSE ARCHWORK-FILE
    END-IF.

LOAD-PLAYER-MASTER.
    MOVE ZERO TO WS-PLAYER-CT
    OPEN INPUT PLAYER-FILE
    IF WS-PLAY-STATUS IS NOT EQUAL TO "00" THEN
        MOVE "Y" TO WS-MAST-BAD
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ PLAYER-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF (PL-GAMES IS NOT NUMERIC)
                   OR (PL-SOLVES IS NOT NUMERIC)
                   OR (PL-GIVEUPS IS NOT NUMERIC)
                   OR (PL-GUESS-TOTAL IS NOT NUMERIC) THEN
                    MOVE "Y" TO WS-MAST-BAD
                ELSE
                    MOVE PL-ID TO WS-FIND-ID
                    PERFORM FIND-OR-ADD-PLAYER
                    IF WS-PLAYER-IX > 0 THEN
                        MOVE PL-NAME TO WS-PR-NAME(WS-PLAYER-IX)
                        MOVE PL-STATUS TO WS-PR-STATUS(WS-PLAYER-IX)
                        MOVE "Y" TO WS-PR-ON-MAST(WS-PLAYER-IX)
                        MOVE PL-GAMES TO WS-PR-MAST-GAMES(WS-PLAYER-IX)
                        MOVE PL-SOLVES
                            TO WS-PR-MAST-SOLVES(WS-PLAYER-IX)
                        MOVE PL-GIVEUPS
                            TO WS-PR-MAST-GIVEUPS(WS-PLAYER-IX)
                        MOVE PL-GUESS-TOTAL
                            TO WS-PR-MAST-GUESSES(WS-PLAYER-IX)
                        MOVE PL-GAMES TO WS-PR-HELD-GAMES(WS-PLAYER-IX)
                        MOVE PL-SOLVES
                            TO WS-PR-HELD-SOLVES(WS-PLAYER-IX)
                        MOVE PL-GIVEUPS
                            TO WS-PR-HELD-GIVEUPS(WS-PLAYER-IX)
                        MOVE PL-GUESS-TOTAL
                            TO WS-PR-HELD-GUESSES(WS-PLAYER-IX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PLAYER-FILE
    IF WS-PLAYER-CT IS EQUAL TO ZERO THEN
        MOVE "Y" TO WS-MAST-BAD
    END-IF.

FIND-OR-ADD-PLAYER.
    *> WS-FIND-ID in; WS-PLAYER-IX out, zero once the table is full.
    MOVE ZERO TO WS-PLAYER-IX
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-CT
        IF WS-PR-ID(WS-I) IS EQUAL TO WS-FIND-ID THEN
            MOVE WS-I TO WS-PLAYER-IX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-PLAYER-IX > 0 THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-PLAYER-CT >= 300 THEN
        MOVE "Y" TO WS-PLAYER-FULL
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PLAYER-CT
    MOVE WS-PLAYER-CT TO WS-PLAYER-IX
    INITIALIZE WS-PLAYER-ENT(WS-PLAYER-IX)
    MOVE WS-FIND-ID TO WS-PR-ID(WS-PLAYER-IX)
    MOVE "N" TO WS-PR-ON-MAST(WS-PLAYER-IX)
    MOVE "N" TO WS-PR-DIFFERS(WS-PLAYER-IX).

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

LOAD-CATALOG.
    *> Catalog line columns, as GAMEARCH writes them:
    *> name 1-20, "records=" value 30-35, from-ts 42-55, to-ts 60-73.
    OPEN INPUT CATALOG-FILE
    IF WS-CAT-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ CATALOG-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                PERFORM TAKE-CATALOG-ENTRY
        END-READ
    END-PERFORM
    CLOSE CATALOG-FILE.

TAKE-CATALOG-ENTRY.
    IF CATALOG-RECORD(1:10) IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CAT-CT
        IF WS-CA-NAME(WS-I) IS EQUAL TO CATALOG-RECORD(1:20) THEN
            IF CATALOG-RECORD(60:14) > WS-CA-TO(WS-I) THEN
                MOVE CATALOG-RECORD(60:14) TO WS-CA-TO(WS-I)
            END-IF
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-CAT-CT >= 200 THEN
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CAT-CT
    MOVE CATALOG-RECORD(1:20) TO WS-CA-NAME(WS-CAT-CT)
    MOVE CATALOG-RECORD(60:14) TO WS-CA-TO(WS-CAT-CT).

TALLY-ONE-ARCHIVE.
    OPEN INPUT ARCH-FILE
    IF WS-ARCH-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "Catalogued archive " WS-ARCH-NAME " cannot be "
            "opened (status " WS-ARCH-STATUS ") - its sessions are "
            "missing from the reconciliation."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ARCH-READ-CT
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ ARCH-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                MOVE SPACES TO GAME-SESSION-RECORD
                MOVE ARCH-RECORD TO GAME-SESSION-RECORD
                PERFORM TALLY-ONE-SESSION
        END-READ
    END-PERFORM
    CLOSE ARCH-FILE.

TALLY-AUDIT-TRAIL.
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
                PERFORM TALLY-ONE-SESSION
        END-READ
    END-PERFORM
    CLOSE GAMELOG-FILE.

TALLY-ONE-SESSION.
    IF (GS-END-TS <= WS-SEASON-TS) OR (GS-PLAYER-ID IS EQUAL TO SPACES)
        EXIT PARAGRAPH
    END-IF
    IF (GS-MODE IS EQUAL TO "DAILYTRY")
       AND (GS-OUTCOME IS EQUAL TO "FORFEIT") THEN
        PERFORM KEEP-DAILY-ATTEMPT
        EXIT PARAGRAPH
    END-IF
    MOVE GS-MODE TO WS-MODE-NAME
    PERFORM FIND-MODE-IX
    IF WS-MODE-IX > 5 THEN
        EXIT PARAGRAPH
    END-IF
    *> MISSCORED never reaches a scored mode, and FORFEIT rows are
    *> TOURNSWP's match results - neither was journalled.
    IF (GS-OUTCOME IS NOT EQUAL TO "SOLVED")
       AND (GS-OUTCOME IS NOT EQUAL TO "HINTED")
       AND (GS-OUTCOME IS NOT EQUAL TO "GAVEUP") THEN
        EXIT PARAGRAPH
    END-IF
    IF GS-MODE IS EQUAL TO "DAILY" THEN
        PERFORM KEEP-DAILY-DONE
    END-IF
    MOVE SPACES TO WS-THIS-VKEY
    STRING GS-START-TS GS-MODE GS-PLAYER-ID
        DELIMITED BY SIZE INTO WS-THIS-VKEY
    PERFORM CHECK-VOIDED
    IF WS-VOIDED IS EQUAL TO "Y" THEN
        ADD 1 TO WS-VOID-SKIP-CT
        EXIT PARAGRAPH
    END-IF
    MOVE GS-PLAYER-ID TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE WS-MAP-ID TO WS-FIND-ID
    PERFORM FIND-OR-ADD-PLAYER
    IF WS-PLAYER-IX IS EQUAL TO ZERO THEN
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SESS-CT

    MOVE 1 TO WS-DL-GAMES
    MOVE ZERO TO WS-DL-SOLVES
    MOVE ZERO TO WS-DL-GIVEUPS
    MOVE ZERO TO WS-DL-GUESSES
    IF (GS-OUTCOME IS EQUAL TO "SOLVED")
       OR (GS-OUTCOME IS EQUAL TO "HINTED") THEN
        MOVE 1 TO WS-DL-SOLVES
    END-IF
    IF GS-OUTCOME IS EQUAL TO "GAVEUP" THEN
        MOVE 1 TO WS-DL-GIVEUPS
    END-IF
    IF GS-GUESS-COUNT IS NUMERIC THEN
        MOVE GS-GUESS-COUNT TO WS-DL-GUESSES
    END-IF
    ADD WS-DL-GAMES TO WS-PR-AUD-GAMES(WS-PLAYER-IX)
    ADD WS-DL-SOLVES TO WS-PR-AUD-SOLVES(WS-PLAYER-IX)
    ADD WS-DL-GIVEUPS TO WS-PR-AUD-GIVEUPS(WS-PLAYER-IX)
    ADD WS-DL-GUESSES TO WS-PR-AUD-GUESSES(WS-PLAYER-IX)
    ADD WS-DL-GAMES TO WS-PM-AUD-GAMES(WS-PLAYER-IX, WS-MODE-IX)
    ADD WS-DL-SOLVES TO WS-PM-AUD-SOLVES(WS-PLAYER-IX, WS-MODE-IX)
    ADD WS-DL-GIVEUPS TO WS-PM-AUD-GIVEUPS(WS-PLAYER-IX, WS-MODE-IX)
    ADD WS-DL-GUESSES TO WS-PM-AUD-GUESSES(WS-PLAYER-IX, WS-MODE-IX)
    ADD WS-DL-GAMES TO WS-MT-AUD-GAMES(WS-MODE-IX)
    ADD WS-DL-SOLVES TO WS-MT-AUD-SOLVES(WS-MODE-IX)
    ADD WS-DL-GIVEUPS TO WS-MT-AUD-GIVEUPS(WS-MODE-IX)
    ADD WS-DL-GUESSES TO WS-MT-AUD-GUESSES(WS-MODE-IX).

FIND-MODE-IX.
    EVALUATE WS-MODE-NAME
        WHEN "HUMANAB"
            MOVE 1 TO WS-MODE-IX
        WHEN "DAILY"
            MOVE 2 TO WS-MODE-IX
        WHEN "RACEHUMAN"
            MOVE 3 TO WS-MODE-IX
        WHEN "TOURNEY"
            MOVE 4 TO WS-MODE-IX
        WHEN "TWOPLAYER"
            MOVE 5 TO WS-MODE-IX
        WHEN OTHER
            MOVE 6 TO WS-MODE-IX
    END-EVALUATE.

SET-MODE-NAME.
    EVALUATE WS-MODE-IX
        WHEN 1
            MOVE "HUMANAB" TO WS-MODE-NAME
        WHEN 2
            MOVE "DAILY" TO WS-MODE-NAME
        WHEN 3
            MOVE "RACEHUMAN" TO WS-MODE-NAME
        WHEN 4
            MOVE "TOURNEY" TO WS-MODE-NAME
        WHEN 5
            MOVE "TWOPLAYER" TO WS-MODE-NAME
        WHEN OTHER
            MOVE "(other)" TO WS-MODE-NAME
    END-EVALUATE.

CHECK-VOIDED.
    MOVE "N" TO WS-VOIDED
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-VKEY-CT
        IF WS-VKEY(WS-K) IS EQUAL TO WS-THIS-VKEY THEN
            MOVE "Y" TO WS-VOIDED
            EXIT PERFORM
        END-IF
    END-PERFORM.

KEEP-DAILY-ATTEMPT.
    MOVE GS-PLAYER-ID TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE WS-MAP-ID TO WS-FIND-ID
    PERFORM FIND-OR-ADD-PLAYER
    IF WS-PLAYER-IX IS EQUAL TO ZERO THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-DTRY-CT >= 2000 THEN
        MOVE "Y" TO WS-DAILY-FULL
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-DTRY-CT
    MOVE SPACES TO WS-DT-KEY(WS-DTRY-CT)
    STRING GS-START-TS GS-PLAYER-ID
        DELIMITED BY SIZE INTO WS-DT-KEY(WS-DTRY-CT)
    MOVE WS-PLAYER-IX TO WS-DT-IX(WS-DTRY-CT).

KEEP-DAILY-DONE.
    *> Voided or not, a finished DAILY session closes its attempt.
    IF WS-DDONE-CT >= 2000 THEN
        MOVE "Y" TO WS-DAILY-FULL
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-DDONE-CT
    MOVE SPACES TO WS-DDONE-KEY(WS-DDONE-CT)
    STRING GS-START-TS GS-PLAYER-ID
        DELIMITED BY SIZE INTO WS-DDONE-KEY(WS-DDONE-CT).

PAIR-DAILY-ATTEMPTS.
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-DTRY-CT
        MOVE "N" TO WS-PAIRED
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-DDONE-CT
            IF WS-DDONE-KEY(WS-J) IS EQUAL TO WS-DT-KEY(WS-K) THEN
                MOVE "Y" TO WS-PAIRED
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-PAIRED IS EQUAL TO "N" THEN
            ADD 1 TO WS-PR-OPEN-DAILY(WS-DT-IX(WS-K))
        END-IF
    END-PERFORM.

TALLY-PENDING-JOURNAL.
    *> Posted in file order with PLAYUPD's rules - merged IDs land
    *> on the survivor, a take-back line stops at zero, and a line
    *> for an ID the master does not hold is skipped by the apply.
    OPEN INPUT JOURNAL-FILE
    IF WS-JRNL-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ JOURNAL-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                PERFORM TALLY-ONE-DELTA
        END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE.

TALLY-ONE-DELTA.
    IF (PJ-GAMES IS NOT NUMERIC) OR (PJ-SOLVES IS NOT NUMERIC)
       OR (PJ-GIVEUPS IS NOT NUMERIC)
       OR (PJ-GUESSES IS NOT NUMERIC) THEN
        EXIT PARAGRAPH
    END-IF
    MOVE PJ-PLAYER-ID TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE WS-MAP-ID TO WS-FIND-ID
    PERFORM FIND-OR-ADD-PLAYER
    IF WS-PLAYER-IX IS EQUAL TO ZERO THEN
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-JRNL-CT
    MOVE PJ-MODE TO WS-MODE-NAME
    PERFORM FIND-MODE-IX
    IF PJ-SIGN IS EQUAL TO "-" THEN
        SUBTRACT PJ-GAMES FROM WS-PM-JRN-GAMES(WS-PLAYER-IX, WS-MODE-IX)
        SUBTRACT PJ-SOLVES
            FROM WS-PM-JRN-SOLVES(WS-PLAYER-IX, WS-MODE-IX)
        SUBTRACT PJ-GIVEUPS
            FROM WS-PM-JRN-GIVEUPS(WS-PLAYER-IX, WS-MODE-IX)
        SUBTRACT PJ-GUESSES
            FROM WS-PM-JRN-GUESSES(WS-PLAYER-IX, WS-MODE-IX)
        SUBTRACT PJ-GAMES FROM WS-MT-JRN-GAMES(WS-MODE-IX)
        SUBTRACT PJ-SOLVES FROM WS-MT-JRN-SOLVES(WS-MODE-IX)
        SUBTRACT PJ-GIVEUPS FROM WS-MT-JRN-GIVEUPS(WS-MODE-IX)
        SUBTRACT PJ-GUESSES FROM WS-MT-JRN-GUESSES(WS-MODE-IX)
    ELSE
        ADD PJ-GAMES TO WS-PM-JRN-GAMES(WS-PLAYER-IX, WS-MODE-IX)
        ADD PJ-SOLVES TO WS-PM-JRN-SOLVES(WS-PLAYER-IX, WS-MODE-IX)
        ADD PJ-GIVEUPS TO WS-PM-JRN-GIVEUPS(WS-PLAYER-IX, WS-MODE-IX)
        ADD PJ-GUESSES TO WS-PM-JRN-GUESSES(WS-PLAYER-IX, WS-MODE-IX)
        ADD PJ-GAMES TO WS-MT-JRN-GAMES(WS-MODE-IX)
        ADD PJ-SOLVES TO WS-MT-JRN-SOLVES(WS-MODE-IX)
        ADD PJ-GIVEUPS TO WS-MT-JRN-GIVEUPS(WS-MODE-IX)
        ADD PJ-GUESSES TO WS-MT-JRN-GUESSES(WS-MODE-IX)
    END-IF
    IF WS-PR-ON-MAST(WS-PLAYER-IX) IS NOT EQUAL TO "Y" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE PJ-GAMES TO WS-DL-GAMES
    MOVE PJ-SOLVES TO WS-DL-SOLVES
    MOVE PJ-GIVEUPS TO WS-DL-GIVEUPS
    MOVE PJ-GUESSES TO WS-DL-GUESSES
    MOVE PJ-SIGN TO WS-DL-SIGN
    PERFORM POST-DELTA.

POST-DELTA.
    *> WS-DELTA onto player WS-PLAYER-IX's held totals, exactly as
    *> PLAYUPD's POST-DELTA will post it.
    IF WS-DL-SIGN IS NOT EQUAL TO "-" THEN
        ADD WS-DL-GAMES TO WS-PR-HELD-GAMES(WS-PLAYER-IX)
        ADD WS-DL-SOLVES TO WS-PR-HELD-SOLVES(WS-PLAYER-IX)
        ADD WS-DL-GIVEUPS TO WS-PR-HELD-GIVEUPS(WS-PLAYER-IX)
        ADD WS-DL-GUESSES TO WS-PR-HELD-GUESSES(WS-PLAYER-IX)
        EXIT PARAGRAPH
    END-IF
    IF WS-DL-GAMES > WS-PR-HELD-GAMES(WS-PLAYER-IX) THEN
        MOVE ZERO TO WS-PR-HELD-GAMES(WS-PLAYER-IX)
    ELSE
        SUBTRACT WS-DL-GAMES FROM WS-PR-HELD-GAMES(WS-PLAYER-IX)
    END-IF
    IF WS-DL-SOLVES > WS-PR-HELD-SOLVES(WS-PLAYER-IX) THEN
        MOVE ZERO TO WS-PR-HELD-SOLVES(WS-PLAYER-IX)
    ELSE
        SUBTRACT WS-DL-SOLVES FROM WS-PR-HELD-SOLVES(WS-PLAYER-IX)
    END-IF
    IF WS-DL-GIVEUPS > WS-PR-HELD-GIVEUPS(WS-PLAYER-IX) THEN
        MOVE ZERO TO WS-PR-HELD-GIVEUPS(WS-PLAYER-IX)
    ELSE
        SUBTRACT WS-DL-GIVEUPS FROM WS-PR-HELD-GIVEUPS(WS-PLAYER-IX)
    END-IF
    IF WS-DL-GUESSES > WS-PR-HELD-GUESSES(WS-PLAYER-IX) THEN
        MOVE ZERO TO WS-PR-HELD-GUESSES(WS-PLAYER-IX)
    ELSE
        SUBTRACT WS-DL-GUESSES FROM WS-PR-HELD-GUESSES(WS-PLAYER-IX)
    END-IF.

WORK-OUT-DIFFERENCE.
    *> Audit less held for player WS-PLAYER-IX: positive means the
    *> master is short, negative that it holds too much.
    COMPUTE WS-DF-GAMES = WS-PR-AUD-GAMES(WS-PLAYER-IX)
        - WS-PR-HELD-GAMES(WS-PLAYER-IX)
    COMPUTE WS-DF-SOLVES = WS-PR-AUD-SOLVES(WS-PLAYER-IX)
        - WS-PR-HELD-SOLVES(WS-PLAYER-IX)
    COMPUTE WS-DF-GIVEUPS = WS-PR-AUD-GIVEUPS(WS-PLAYER-IX)
        - WS-PR-HELD-GIVEUPS(WS-PLAYER-IX)
    COMPUTE WS-DF-GUESSES = WS-PR-AUD-GUESSES(WS-PLAYER-IX)
        - WS-PR-HELD-GUESSES(WS-PLAYER-IX)
    MOVE "N" TO WS-PR-DIFFERS(WS-PLAYER-IX)
    IF (WS-DF-GAMES IS NOT EQUAL TO ZERO)
       OR (WS-DF-SOLVES IS NOT EQUAL TO ZERO)
       OR (WS-DF-GIVEUPS IS NOT EQUAL TO ZERO)
       OR (WS-DF-GUESSES IS NOT EQUAL TO ZERO) THEN
        MOVE "Y" TO WS-PR-DIFFERS(WS-PLAYER-IX)
    END-IF.

WRITE-RECON-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE "Player totals reconciliation" TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE SPACES TO REPORT-RECORD
    STRING "Run " WS-CD-DATETIME(1:14) " - season open since "
           WS-SEASON-TS
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-SESS-CT TO WS-NUM-ED
    MOVE WS-VOID-SKIP-CT TO WS-NUM-ED2
    MOVE SPACES TO REPORT-RECORD
    STRING "Audit trail:" WS-NUM-ED " session(s) counted,"
           WS-NUM-ED2 " voided session(s) left out"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-ARCH-READ-CT TO WS-NUM-ED
    MOVE SPACES TO REPORT-RECORD
    STRING "             read from GAMEAUDIT.DAT and" WS-NUM-ED
           " archive(s)"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-JRNL-CT TO WS-NUM-ED
    MOVE SPACES TO REPORT-RECORD
    STRING "Pending journal:" WS-NUM-ED " line(s) taken as applied."
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "Differences are audit less (master + pending journal)."
        TO REPORT-RECORD
    WRITE REPORT-RECORD

    MOVE ZERO TO WS-DIFF-CT
    PERFORM VARYING WS-PLAYER-IX FROM 1 BY 1
            UNTIL WS-PLAYER-IX > WS-PLAYER-CT
        PERFORM WORK-OUT-DIFFERENCE
        IF (WS-PR-DIFFERS(WS-PLAYER-IX) IS EQUAL TO "Y")
           OR (WS-PR-OPEN-DAILY(WS-PLAYER-IX) > 0) THEN
            PERFORM WRITE-PLAYER-BLOCK
        END-IF
    END-PERFORM
    IF WS-DIFF-CT IS EQUAL TO ZERO THEN
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE "No differences - every player's totals agree with the "
            TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE "audit trail." TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF

    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "Season totals by mode" TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM WRITE-COLUMN-HEADS
    PERFORM VARYING WS-MODE-IX FROM 1 BY 1 UNTIL WS-MODE-IX > 6
        PERFORM SET-MODE-NAME
        IF WS-MODE-IX < 6 THEN
            MOVE SPACES TO WS-RPT-LABEL
            STRING "  audit   " WS-MODE-NAME
                DELIMITED BY SIZE INTO WS-RPT-LABEL
            MOVE WS-MT-AUD-GAMES(WS-MODE-IX) TO WS-RPT-G
            MOVE WS-MT-AUD-SOLVES(WS-MODE-IX) TO WS-RPT-S
            MOVE WS-MT-AUD-GIVEUPS(WS-MODE-IX) TO WS-RPT-U
            MOVE WS-MT-AUD-GUESSES(WS-MODE-IX) TO WS-RPT-N
            PERFORM WRITE-FIGURE-LINE
        END-IF
        IF (WS-MT-JRN-GAMES(WS-MODE-IX) IS NOT EQUAL TO ZERO)
           OR (WS-MT-JRN-GUESSES(WS-MODE-IX) IS NOT EQUAL TO ZERO) THEN
            MOVE SPACES TO WS-RPT-LABEL
            STRING "  pending " WS-MODE-NAME
                DELIMITED BY SIZE INTO WS-RPT-LABEL
            MOVE WS-MT-JRN-GAMES(WS-MODE-IX) TO WS-RPT-G
            MOVE WS-MT-JRN-SOLVES(WS-MODE-IX) TO WS-RPT-S
            MOVE WS-MT-JRN-GIVEUPS(WS-MODE-IX) TO WS-RPT-U
            MOVE WS-MT-JRN-GUESSES(WS-MODE-IX) TO WS-RPT-N
            PERFORM WRITE-FIGURE-LINE
        END-IF
    END-PERFORM
    CLOSE REPORT-FILE.

WRITE-COLUMN-HEADS.
    MOVE SPACES TO REPORT-RECORD
    STRING "                          Games Solves Giveups   Guesses"
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

WRITE-PLAYER-BLOCK.
    *> The player's season by mode, then the totals side by side.
    IF WS-PR-DIFFERS(WS-PLAYER-IX) IS EQUAL TO "Y" THEN
        ADD 1 TO WS-DIFF-CT
    END-IF
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    IF WS-PR-ON-MAST(WS-PLAYER-IX) IS EQUAL TO "Y" THEN
        STRING "Player " WS-PR-ID(WS-PLAYER-IX) " "
               WS-PR-NAME(WS-PLAYER-IX)
            DELIMITED BY SIZE INTO REPORT-RECORD
        IF WS-PR-STATUS(WS-PLAYER-IX) IS EQUAL TO "R" THEN
            MOVE "(retired)" TO REPORT-RECORD(39:9)
        END-IF
    ELSE
        STRING "Player " WS-PR-ID(WS-PLAYER-IX)
               " - NOT on PLAYMAST.DAT; PLAYUPD skips its deltas"
            DELIMITED BY SIZE INTO REPORT-RECORD
    END-IF
    WRITE REPORT-RECORD
    PERFORM WRITE-COLUMN-HEADS
    PERFORM VARYING WS-MODE-IX FROM 1 BY 1 UNTIL WS-MODE-IX > 6
        PERFORM SET-MODE-NAME
        IF WS-PM-AUD-GAMES(WS-PLAYER-IX, WS-MODE-IX) > 0 THEN
            MOVE SPACES TO WS-RPT-LABEL
            STRING "  audit   " WS-MODE-NAME
                DELIMITED BY SIZE INTO WS-RPT-LABEL
            MOVE WS-PM-AUD-GAMES(WS-PLAYER-IX, WS-MODE-IX) TO WS-RPT-G
            MOVE WS-PM-AUD-SOLVES(WS-PLAYER-IX, WS-MODE-IX) TO WS-RPT-S
            MOVE WS-PM-AUD-GIVEUPS(WS-PLAYER-IX, WS-MODE-IX)
                TO WS-RPT-U
            MOVE WS-PM-AUD-GUESSES(WS-PLAYER-IX, WS-MODE-IX)
                TO WS-RPT-N
            PERFORM WRITE-FIGURE-LINE
        END-IF
        IF (WS-PM-JRN-GAMES(WS-PLAYER-IX, WS-MODE-IX)
                IS NOT EQUAL TO ZERO)
           OR (WS-PM-JRN-GUESSES(WS-PLAYER-IX, WS-MODE-IX)
                IS NOT EQUAL TO ZERO) THEN
            MOVE SPACES TO WS-RPT-LABEL
            STRING "  pending " WS-MODE-NAME
                DELIMITED BY SIZE INTO WS-RPT-LABEL
            MOVE WS-PM-JRN-GAMES(WS-PLAYER-IX, WS-MODE-IX) TO WS-RPT-G
            MOVE WS-PM-JRN-SOLVES(WS-PLAYER-IX, WS-MODE-IX) TO WS-RPT-S
            MOVE WS-PM-JRN-GIVEUPS(WS-PLAYER-IX, WS-MODE-IX)
                TO WS-RPT-U
            MOVE WS-PM-JRN-GUESSES(WS-PLAYER-IX, WS-MODE-IX)
                TO WS-RPT-N
            PERFORM WRITE-FIGURE-LINE
        END-IF
    END-PERFORM
    MOVE "  from audit, all modes" TO WS-RPT-LABEL
    MOVE WS-PR-AUD-GAMES(WS-PLAYER-IX) TO WS-RPT-G
    MOVE WS-PR-AUD-SOLVES(WS-PLAYER-IX) TO WS-RPT-S
    MOVE WS-PR-AUD-GIVEUPS(WS-PLAYER-IX) TO WS-RPT-U
    MOVE WS-PR-AUD-GUESSES(WS-PLAYER-IX) TO WS-RPT-N
    PERFORM WRITE-FIGURE-LINE
    IF WS-PR-ON-MAST(WS-PLAYER-IX) IS EQUAL TO "Y" THEN
        MOVE "  on PLAYMAST.DAT" TO WS-RPT-LABEL
        MOVE WS-PR-MAST-GAMES(WS-PLAYER-IX) TO WS-RPT-G
        MOVE WS-PR-MAST-SOLVES(WS-PLAYER-IX) TO WS-RPT-S
        MOVE WS-PR-MAST-GIVEUPS(WS-PLAYER-IX) TO WS-RPT-U
        MOVE WS-PR-MAST-GUESSES(WS-PLAYER-IX) TO WS-RPT-N
        PERFORM WRITE-FIGURE-LINE
        MOVE "  master + pending" TO WS-RPT-LABEL
        MOVE WS-PR-HELD-GAMES(WS-PLAYER-IX) TO WS-RPT-G
        MOVE WS-PR-HELD-SOLVES(WS-PLAYER-IX) TO WS-RPT-S
        MOVE WS-PR-HELD-GIVEUPS(WS-PLAYER-IX) TO WS-RPT-U
        MOVE WS-PR-HELD-GUESSES(WS-PLAYER-IX) TO WS-RPT-N
        PERFORM WRITE-FIGURE-LINE
    END-IF
    MOVE "  DIFFERENCE" TO WS-RPT-LABEL
    MOVE WS-DF-GAMES TO WS-RPT-G
    MOVE WS-DF-SOLVES TO WS-RPT-S
    MOVE WS-DF-GIVEUPS TO WS-RPT-U
    MOVE WS-DF-GUESSES TO WS-RPT-N
    PERFORM WRITE-FIGURE-LINE
    IF WS-PR-OPEN-DAILY(WS-PLAYER-IX) > 0 THEN
        MOVE SPACES TO REPORT-RECORD
        STRING "  " WS-PR-OPEN-DAILY(WS-PLAYER-IX)
               " open daily attempt(s): DAILYTRY marker with no DAILY "
               "session"
            DELIMITED BY SIZE INTO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE "  (an unrecorded give-up or an abandoned attempt) - "
            TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE "  settle by hand; not corrected automatically."
            TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF.

WRITE-FIGURE-LINE.
    MOVE WS-RPT-G TO WS-G-ED
    MOVE WS-RPT-S TO WS-S-ED
    MOVE WS-RPT-U TO WS-U-ED
    MOVE WS-RPT-N TO WS-N-ED
    MOVE SPACES TO REPORT-RECORD
    STRING WS-RPT-LABEL WS-G-ED WS-S-ED WS-U-ED WS-N-ED
        DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.

POST-CORRECTIONS.
    *> Only players on the master can be corrected (PLAYUPD skips
    *> deltas for any other ID), and not while open daily attempts
    *> leave their true totals in doubt.
    PERFORM VARYING WS-PLAYER-IX FROM 1 BY 1
            UNTIL WS-PLAYER-IX > WS-PLAYER-CT
        PERFORM WORK-OUT-DIFFERENCE
        IF WS-PR-DIFFERS(WS-PLAYER-IX) IS EQUAL TO "Y" THEN
            IF (WS-PR-ON-MAST(WS-PLAYER-IX) IS NOT EQUAL TO "Y")
               OR (WS-PR-OPEN-DAILY(WS-PLAYER-IX) > 0) THEN
                ADD 1 TO WS-HELD-BACK-CT
            ELSE
                ADD 1 TO WS-FIX-PLAYER-CT
                PERFORM POST-PLAYER-FIX
            END-IF
        END-IF
    END-PERFORM.

POST-PLAYER-FIX.
    *> One RECONCILE line for whatever is short and one take-back
    *> line for whatever is over, split further only if a figure
    *> will not fit a journal field.
    MOVE ZERO TO WS-FX-GAMES
    MOVE ZERO TO WS-FX-SOLVES
    MOVE ZERO TO WS-FX-GIVEUPS
    MOVE ZERO TO WS-FX-GUESSES
    IF WS-DF-GAMES > 0 THEN
        MOVE WS-DF-GAMES TO WS-FX-GAMES
    END-IF
    IF WS-DF-SOLVES > 0 THEN
        MOVE WS-DF-SOLVES TO WS-FX-SOLVES
    END-IF
    IF WS-DF-GIVEUPS > 0 THEN
        MOVE WS-DF-GIVEUPS TO WS-FX-GIVEUPS
    END-IF
    IF WS-DF-GUESSES > 0 THEN
        MOVE WS-DF-GUESSES TO WS-FX-GUESSES
    END-IF
    MOVE SPACE TO WS-FX-SIGN
    PERFORM POST-FIX-LINE
        UNTIL (WS-FX-GAMES = 0) AND (WS-FX-SOLVES = 0)
          AND (WS-FX-GIVEUPS = 0) AND (WS-FX-GUESSES = 0)

    MOVE ZERO TO WS-FX-GAMES
    MOVE ZERO TO WS-FX-SOLVES
    MOVE ZERO TO WS-FX-GIVEUPS
    MOVE ZERO TO WS-FX-GUESSES
    IF WS-DF-GAMES < 0 THEN
        COMPUTE WS-FX-GAMES = 0 - WS-DF-GAMES
    END-IF
    IF WS-DF-SOLVES < 0 THEN
        COMPUTE WS-FX-SOLVES = 0 - WS-DF-SOLVES
    END-IF
    IF WS-DF-GIVEUPS < 0 THEN
        COMPUTE WS-FX-GIVEUPS = 0 - WS-DF-GIVEUPS
    END-IF
    IF WS-DF-GUESSES < 0 THEN
        COMPUTE WS-FX-GUESSES = 0 - WS-DF-GUESSES
    END-IF
    MOVE "-" TO WS-FX-SIGN
    PERFORM POST-FIX-LINE
        UNTIL (WS-FX-GAMES = 0) AND (WS-FX-SOLVES = 0)
          AND (WS-FX-GIVEUPS = 0) AND (WS-FX-GUESSES = 0).

POST-FIX-LINE.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    OPEN EXTEND JOURNAL-FILE
    IF WS-JRNL-STATUS IS EQUAL TO "35"
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    MOVE SPACES TO PLAYER-DELTA-RECORD
    MOVE WS-CD-DATETIME(1:14) TO PJ-TS
    MOVE WS-PR-ID(WS-PLAYER-IX) TO PJ-PLAYER-ID
    MOVE "RECONCILE" TO PJ-MODE
    MOVE FUNCTION MIN(WS-FX-GAMES, 9999) TO PJ-GAMES
    MOVE FUNCTION MIN(WS-FX-SOLVES, 9999) TO PJ-SOLVES
    MOVE FUNCTION MIN(WS-FX-GIVEUPS, 9999) TO PJ-GIVEUPS
    MOVE FUNCTION MIN(WS-FX-GUESSES, 9999) TO PJ-GUESSES
    MOVE WS-FX-SIGN TO PJ-SIGN
    WRITE PLAYER-DELTA-RECORD
    CLOSE JOURNAL-FILE
    SUBTRACT PJ-GAMES FROM WS-FX-GAMES
    SUBTRACT PJ-SOLVES FROM WS-FX-SOLVES
    SUBTRACT PJ-GIVEUPS FROM WS-FX-GIVEUPS
    SUBTRACT PJ-GUESSES FROM WS-FX-GUESSES
    ADD 1 TO WS-FIX-LINE-CT.

BATCH-WAIT-AUDIT-LOCK.
    MOVE 10 TO WS-LOCK-TRIES
    PERFORM FOREVER
        PERFORM READ-AUDIT-LOCK
        IF WS-LOCK-HELD IS EQUAL TO "N" THEN
            EXIT PERFORM
        END-IF
        PERFORM CHECK-LOCK-STALE
        IF WS-LOCK-STALE IS EQUAL TO "Y" THEN
            DISPLAY "Ignoring stale lock left by " WS-LOCK-HOLDER
                " at " WS-LOCK-TS " (holder presumed crashed) - "
                "clear GAMEAUDIT.LCK when convenient."
            EXIT PERFORM
        END-IF
        IF WS-LOCK-TRIES IS EQUAL TO ZERO THEN
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

CHECK-LOCK-STALE.
    *> Older than ten minutes (or unreadable) means the holder
    *> crashed without freeing it - a game's append takes seconds.
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
