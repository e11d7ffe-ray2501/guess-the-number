IDENTIFICATION DIVISION.
PROGRAM-ID. SiteImp.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT SITEAUD-FILE ASSIGN TO "SITEAUD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAUD-STATUS.
       SELECT SITEJRN-FILE ASSIGN TO "SITEJRN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SJRN-STATUS.
       SELECT GAMELOG-FILE ASSIGN TO "GAMEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT JOURNAL-FILE ASSIGN TO "PLAYJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
       SELECT SITEXREF-FILE ASSIGN TO "SITEXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SXREF-STATUS.
       SELECT XREF-FILE ASSIGN TO "PLAYXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
       SELECT PLAYER-FILE ASSIGN TO "PLAYMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAY-STATUS.
       SELECT SEASON-FILE ASSIGN TO "SEASONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEAS-STATUS.
       SELECT LOADLOG-FILE ASSIGN TO "SITELOAD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOAD-STATUS.
       SELECT SITEWORK-FILE ASSIGN TO "SITEWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SWORK-STATUS.
       SELECT EXCP-FILE ASSIGN TO "SITEEXC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCP-STATUS.
       SELECT LOCK-FILE ASSIGN TO "GAMEAUDIT.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD SITEAUD-FILE.
   01 SITEAUD-RECORD        PIC X(2100).

   FD SITEJRN-FILE.
   01 SITEJRN-RECORD        PIC X(80).

   FD GAMELOG-FILE.
   COPY "GAMEREC.cpy".

   FD JOURNAL-FILE.
   COPY "PLAYJRNL.cpy".

   FD SITEXREF-FILE.
   COPY "SITEXREF.cpy".

   FD XREF-FILE.
   COPY "PLAYXREF.cpy".

   FD PLAYER-FILE.
   COPY "PLAYREC.cpy".

   FD SEASON-FILE.
   COPY "SEASREC.cpy".

   FD LOADLOG-FILE.
   COPY "SITELOAD.cpy".

   FD SITEWORK-FILE.
   01 SITEWORK-RECORD       PIC X(40).

   FD EXCP-FILE.
   01 EXCP-RECORD           PIC X(160).

   FD LOCK-FILE.
   COPY "LOCKREC.cpy".

   WORKING-STORAGE SECTION.
   *> Satellite-club intake. The club runs its own copy of these
   *> programs and sends a batch as two extracts, SITEAUD.DAT (its
   *> GAMEAUDIT.DAT lines) and SITEJRN.DAT (its PLAYJRNL.DAT lines),
   *> each between an HDR and a TRL control line (SITECTL.cpy). The
   *> batch is refused whole - nothing loaded - if either extract is
   *> missing its header or trailer, the counts or guess totals do
   *> not agree with the trailer, the two extracts are not of the
   *> same club and batch number, or that batch was loaded before
   *> (SITELOAD.DAT). Otherwise every session is replayed as AUDITCHK
   *> does and checked for loading here; its player is mapped from
   *> the club's ID to ours through SITEXREF.DAT (kept by PLAYREG)
   *> and PLAYXREF.DAT. Each scored session must have the one delta
   *> its game journalled at the club, and each delta one session,
   *> so the audit trail and the journal stay in step for PLAYRECN.
   *> Accepted sessions are appended to GAMEAUDIT.DAT under
   *> GAMEAUDIT.LCK, and their deltas to PLAYJRNL.DAT for PLAYUPD to
   *> apply, both tagged with the club's code (GS-SITE, PJ-SITE) and
   *> carrying our player ID. Rejects are listed with their reasons
   *> in SITEEXC.TXT, which goes back to the club; it sends them
   *> again, corrected, in a later batch.
   *> SITEWORK.DAT marks a run between its first append and its
   *> SITELOAD.DAT lines. A run that finds it set stops: the batch
   *> may be partly posted and must be settled by hand.
   01 WS-SAUD-STATUS    PIC XX.
   01 WS-SJRN-STATUS    PIC XX.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-JRNL-STATUS    PIC XX.
   01 WS-SXREF-STATUS   PIC XX.
   01 WS-XREF-STATUS    PIC XX.
   01 WS-PLAY-STATUS    PIC XX.
   01 WS-SEAS-STATUS    PIC XX.
   01 WS-LOAD-STATUS    PIC XX.
   01 WS-SWORK-STATUS   PIC XX.
   01 WS-EXCP-STATUS    PIC XX.
   01 WS-EOF-FLAG       PIC X.
   01 WS-BUSY           PIC X.

   *> Header and trailer lines are laid over this as they are read.
   COPY "SITECTL.cpy".

   *> The batch as the control lines describe it. WS-BATCH-OK goes to
   *> N on the first control failure, whose text is kept for the
   *> report.
   01 WS-BATCH-OK       PIC X VALUE "Y".
   01 WS-BATCH-MSG      PIC X(100).
   01 WS-SITE           PIC X(4).
   01 WS-BATCH-NO       PIC 9(6).
   01 WS-EXTRACT-TS     PIC X(14).
   01 WS-AUD-PRESENT    PIC X VALUE "N".
   01 WS-AUD-HDR        PIC X VALUE "N".
   01 WS-AUD-TRL        PIC X VALUE "N".
   01 WS-AUD-SITE       PIC X(4).
   01 WS-AUD-BATCH      PIC 9(6).
   01 WS-AUD-CT         PIC 9(7) VALUE ZERO.
   01 WS-AUD-HASH       PIC 9(9) VALUE ZERO.
   01 WS-AUD-TRL-CT     PIC 9(7) VALUE ZERO.
   01 WS-AUD-TRL-HASH   PIC 9(9) VALUE ZERO.
   01 WS-JRN-PRESENT    PIC X VALUE "N".
   01 WS-JRN-HDR        PIC X VALUE "N".
   01 WS-JRN-TRL        PIC X VALUE "N".
   01 WS-JRN-SITE       PIC X(4).
   01 WS-JRN-BATCH      PIC 9(6).
   01 WS-JRN-CT         PIC 9(7) VALUE ZERO.
   01 WS-JRN-HASH       PIC 9(9) VALUE ZERO.
   01 WS-JRN-TRL-CT     PIC 9(7) VALUE ZERO.
   01 WS-JRN-TRL-HASH   PIC 9(9) VALUE ZERO.

   *> The batch's sessions and deltas, held until every one has been
   *> checked against the others.
   01 WS-SESS-CT        PIC 9(4) VALUE ZERO.
   01 WS-SESS-FULL      PIC X VALUE "N".
   01 WS-SESS-TABLE.
     05 WS-SESS         PIC X(2100) OCCURS 500 TIMES.
   *> Per session: reason it was rejected (spaces = accepted), the
   *> club's player ID and ours, whether its game journalled a delta
   *> and which delta was paired with it.
   01 WS-SS-TABLE.
     05 WS-SS-ENT OCCURS 500 TIMES.
       10 WS-SS-REASON  PIC X(3).
       10 WS-SS-THEIR   PIC X(8).
       10 WS-SS-OURS    PIC X(8).
       10 WS-SS-MODE    PIC X(10).
       10 WS-SS-END-TS  PIC X(14).
       10 WS-SS-OUTCOME PIC X(10).
       10 WS-SS-COUNT   PIC 9(4).
       10 WS-SS-SCORED  PIC X.
       10 WS-SS-JIX     PIC 9(4).
   01 WS-JL-CT          PIC 9(4) VALUE ZERO.
   01 WS-JL-FULL        PIC X VALUE "N".
   01 WS-JL-TABLE.
     05 WS-JL-ENT OCCURS 1000 TIMES.
       10 WS-JL-LINE    PIC X(61).
       10 WS-JL-REASON  PIC X(3).
       10 WS-JL-SIX     PIC 9(4).

   *> Reasons beyond AUDITCHK's (below) for refusing a session:
   *>   ORG - the session was itself loaded from another club
   *>   DAY - a daily-challenge record: each club sets its own daily
   *>         secret, so those results cannot stand beside ours
   *>   SEA - the game ended in a season already closed here
   *>   XRF - the club's player ID has no link in SITEXREF.DAT
   *>   PLR - the ID it is linked to is not an active registration
   *>   DUP - already loaded (SITELOAD.DAT, on GAMEAUDIT.DAT, or
   *>         earlier in this batch)
   *>   NOJ - a scored session with no delta for it in SITEJRN.DAT
   *>   JDL - its delta does not agree with it (games, solves,
   *>         give-ups or guesses)
   *> and for refusing a delta:
   *>   JCR - not a game's own delta (a take-back or correction)
   *>   JNS - no session in the batch that it belongs to
   *>   JDL - it does not agree with its session
   *>   SES - its session was refused, for that session's reason
   01 WS-ACCEPT-CT      PIC 9(4) VALUE ZERO.
   01 WS-REJECT-CT      PIC 9(4) VALUE ZERO.
   01 WS-JPOST-CT       PIC 9(4) VALUE ZERO.
   01 WS-JREJECT-CT     PIC 9(4) VALUE ZERO.
   01 WS-REASON-TEXT    PIC X(45).
   01 WS-BEST-IX        PIC 9(4).
   01 WS-BEST-TS        PIC X(14).
   01 WS-DL-SOLVES      PIC 9(4).
   01 WS-DL-GIVEUPS     PIC 9(4).

   *> This club's ID links (SITEXREF.cpy), our merged IDs
   *> (PLAYXREF.cpy) and the registrations on PLAYMAST.DAT.
   01 WS-SX-CT          PIC 9(3) VALUE ZERO.
   01 WS-SX-TABLE.
     05 WS-SX-ENT OCCURS 500 TIMES.
       10 WS-SX-THEIR   PIC X(8).
       10 WS-SX-OURS    PIC X(8).
   01 WS-XREF-EOF       PIC X.
   01 WS-XREF-CT        PIC 9(3) VALUE ZERO.
   01 WS-XREF-TABLE.
     05 WS-XREF-ENT OCCURS 200 TIMES.
       10 WS-XR-OLD     PIC X(8).
       10 WS-XR-NEW     PIC X(8).
   01 WS-XREF-I         PIC 9(3).
   01 WS-MAP-ID         PIC X(8).
   01 WS-PM-CT          PIC 9(3) VALUE ZERO.
   01 WS-PM-TABLE.
     05 WS-PM-ENT OCCURS 200 TIMES.
       10 WS-PM-ID      PIC X(8).
       10 WS-PM-STATUS  PIC X.
   01 WS-SEASON-TS      PIC X(14) VALUE "00000000000000".

   *> Sessions already here from this club: "T" + start + mode + the
   *> club's ID from SITELOAD.DAT, and "O" + start + mode + our ID
   *> from GAMEAUDIT.DAT (which covers a run that stopped between
   *> its appends and its SITELOAD.DAT lines).
   01 WS-DONE-CT        PIC 9(5) VALUE ZERO.
   01 WS-DONE-FULL      PIC X VALUE "N".
   01 WS-DONE-TABLE.
     05 WS-DONE-KEY     PIC X(33) OCCURS 20000 TIMES.
   01 WS-KEY-T          PIC X(33).
   01 WS-KEY-O          PIC X(33).
   01 WS-LOADED-TS      PIC X(14).

   *> Writer interlock (LOCKREC.cpy / GAMEAUDIT.LCK), held from the
   *> duplicate check through the append so no game or GAMEARCH run
   *> comes between the two.
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
   01 WS-RUN-TS         PIC X(14).
   *> Taken under GAMEAUDIT.LCK as posting starts, so a later batch
   *> always carries a later stamp. It goes on each session posted
   *> (GS-LOAD-TS) and on the SITELOAD.DAT lines.
   01 WS-POST-TS        PIC X(14).

   01 WS-I              PIC 9(4).
   01 WS-J              PIC 9(4).
   01 WS-K              PIC 9(4).
   01 WS-NUM-ED         PIC ZZZZZZ9.
   01 WS-NUM-ED2        PIC ZZZZZZ9.
   01 WS-HASH-ED        PIC ZZZZZZZZ9.
   01 WS-HASH-ED2       PIC ZZZZZZZZ9.
   01 WS-REC-ED         PIC ZZZZ9.
   01 WS-CNT-ED         PIC ZZZ9.

   *> Verdict for the record in hand. WS-REASON-CODE holds the first
   *> failed check:
   *>   TS1 - GS-START-TS is not a valid timestamp
   *>   TS2 - GS-END-TS is not a valid timestamp
   *>   SEQ - GS-END-TS is earlier than GS-START-TS
   *>   LEN - GS-DIGIT-LEN is not 3, 4 or 5
   *>   RUL - GS-RULE is neither blank (classic) nor R (repeated
   *>         digits allowed)
   *>   ANS - GS-ANSWER is not GS-DIGIT-LEN digits (distinct ones
   *>         unless GS-RULE is R)
   *>   CNT - GS-GUESS-COUNT does not match the guess-list entries
   *>   FMT - a guess-list entry is not of the form guess:nAnB
   *>   SCR - a recorded A/B score does not rescore against GS-ANSWER
   *>   MSC - a MISSCORED session whose scores all rescore correctly
   *>         against the player's secret, i.e. the solver ran out of
   *>         candidates without a scoring mistake to explain it
   *>   TRN - the guess list stops short at byte 200 with nothing in
   *>         GS-GUESS-CONT: written before the list was continued
   *>         there, when the later guesses were dropped (TRUNCRPT
   *>         lists every such session)
   01 WS-RECORD-OK      PIC X VALUE "Y".
   01 WS-REASON-CODE    PIC X(3).

   *> Timestamp validation work area
   01 WS-TS-IN          PIC X(14).
   01 WS-TS-OK          PIC X.
   01 WS-TS-MM          PIC 9(2).
   01 WS-TS-DD          PIC 9(2).
   01 WS-TS-HH          PIC 9(2).
   01 WS-TS-MI          PIC 9(2).
   01 WS-TS-SS          PIC 9(2).

   *> Guess-list parsing work area. Entries look like "1234:1A2B" and
   *> are ";"-terminated by the game programs' APPEND-GUESS-TO-LOG;
   *> the list is GS-GUESS-LIST followed directly by GS-GUESS-CONT.
   01 WS-LIST-PTR       PIC 9(4).
   01 WS-FULL-LIST      PIC X(2000).
   01 WS-ENTRY          PIC X(20).
   01 WS-ENTRY-GUESS    PIC X(10).
   01 WS-ENTRY-SCORE    PIC X(10).
   01 WS-ENTRY-COUNT    PIC 9(4).
   01 WS-EXPECT-COUNT   PIC 9(4).
   01 WS-ENTRY-A        PIC 9.
   01 WS-ENTRY-B        PIC 9.
   01 WS-ENTRY-OK       PIC X.
   01 WS-LIST-DONE      PIC X.

   *> In-program A/B scoring, same rules as the game programs'
   *> SCORE-AB paragraphs, driven by the record's own GS-DIGIT-LEN.
   01 WS-DIGIT-LEN      PIC 9.
   01 WS-SCORE-SECRET   PIC X(5).
   01 WS-SCORE-GUESS    PIC X(5).
   01 WS-SCORE-A        PIC 9.
   01 WS-SCORE-B        PIC 9.
   01 WS-POS            PIC 9.
   01 WS-POS2           PIC 9.

   *> Rule the game was played under (GS-RULE "R" = repeated digits
   *> allowed, blank = classic): it decides whether the answer
   *> may repeat a digit and how a guess is scored.
   01 WS-RULE           PIC X VALUE SPACE.
   01 WS-SCORE-TALLY.
     05 WS-TALLY-SECRET PIC 9 OCCURS 10 TIMES.
     05 WS-TALLY-GUESS  PIC 9 OCCURS 10 TIMES.
   01 WS-TALLY-DIGIT    PIC 9.
   01 WS-TALLY-I        PIC 99.

   *> computerAB's interactive mode logs its own final guess as
   *> GS-ANSWER; on a GAVEUP record the human's real secret was never
   *> known, so the recorded human-entered scores cannot be reproduced
   *> from the record alone and the rescore check is skipped.
   01 WS-RESCORABLE     PIC X.

   *> computerAB's MISSCORED sessions are the ones where the player's
   *> scores left no candidate. GS-ANSWER is the secret the player
   *> gave afterwards and the list keeps the scores as they were
   *> entered, so some of them are expected NOT to rescore; what
   *> must hold is that at least one does not.
   01 WS-MISSCORED      PIC X.
   01 WS-WRONG-CT       PIC 9(4).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:14) TO WS-RUN-TS
    PERFORM CHECK-IMPORT-IDLE
    IF WS-BUSY IS EQUAL TO "Y" THEN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM READ-AUDIT-EXTRACT
    PERFORM READ-JOURNAL-EXTRACT
    IF (WS-AUD-PRESENT IS EQUAL TO "N")
       AND (WS-JRN-PRESENT IS EQUAL TO "N") THEN
        DISPLAY "No SITEAUD.DAT or SITEJRN.DAT found - nothing to load."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM CHECK-BATCH-CONTROLS
    IF WS-BATCH-OK IS EQUAL TO "Y" THEN
        PERFORM LOAD-LOADED-KEYS
    END-IF
    IF WS-BATCH-OK IS EQUAL TO "N" THEN
        PERFORM WRITE-REFUSAL-REPORT
        DISPLAY "Batch refused: " FUNCTION TRIM(WS-BATCH-MSG)
        DISPLAY "Nothing was loaded - see SITEEXC.TXT."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOAD-SITE-XREF
    PERFORM LOAD-PLAYER-XREF
    PERFORM LOAD-PLAYER-MASTER
    PERFORM LOAD-SEASON-MARK

    PERFORM BATCH-GRAB-AUDIT-LOCK
    PERFORM LOAD-AUDIT-KEYS
    IF WS-DONE-FULL IS EQUAL TO "Y" THEN
        PERFORM FREE-AUDIT-LOCK
        MOVE "Too many sessions already loaded from this club for the "
            & "duplicate check - enlarge WS-DONE-TABLE." TO WS-BATCH-MSG
        PERFORM WRITE-REFUSAL-REPORT
        DISPLAY "Batch refused: " FUNCTION TRIM(WS-BATCH-MSG)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SESS-CT
        PERFORM CHECK-ONE-SESSION
    END-PERFORM
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-JL-CT
        PERFORM PAIR-ONE-DELTA
    END-PERFORM
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SESS-CT
        IF (WS-SS-SCORED(WS-I) IS EQUAL TO "Y")
           AND (WS-SS-REASON(WS-I) IS EQUAL TO SPACES)
           AND (WS-SS-JIX(WS-I) IS EQUAL TO ZERO) THEN
            MOVE "NOJ" TO WS-SS-REASON(WS-I)
        END-IF
    END-PERFORM
    PERFORM COUNT-VERDICTS

    *> Sessions go on first, under the lock; the deltas follow, and
    *> the SITELOAD.DAT lines only once both are down.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:14) TO WS-POST-TS
    MOVE SPACES TO SITEWORK-RECORD
    STRING "POSTING " WS-SITE " " WS-BATCH-NO " " WS-RUN-TS
        DELIMITED BY SIZE INTO SITEWORK-RECORD
    OPEN OUTPUT SITEWORK-FILE
    WRITE SITEWORK-RECORD
    CLOSE SITEWORK-FILE
    IF WS-ACCEPT-CT > ZERO THEN
        PERFORM POST-SESSIONS
    END-IF
    PERFORM FREE-AUDIT-LOCK
    IF WS-JPOST-CT > ZERO THEN
        PERFORM POST-DELTAS
    END-IF
    PERFORM WRITE-LOAD-LOG
    OPEN OUTPUT SITEWORK-FILE
    CLOSE SITEWORK-FILE

    PERFORM WRITE-INTAKE-REPORT
    DISPLAY "Club " WS-SITE " batch " WS-BATCH-NO ": " WS-ACCEPT-CT
        " session(s) loaded, " WS-REJECT-CT " rejected; " WS-JPOST-CT
        " delta(s) posted, " WS-JREJECT-CT " rejected."
    DISPLAY "Exceptions for the club are in SITEEXC.TXT."
    *> Rejects are a warning to the job stream: what passed is in.
    IF (WS-REJECT-CT > ZERO) OR (WS-JREJECT-CT > ZERO) THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

STOP RUN.

CHECK-IMPORT-IDLE.
    MOVE "N" TO WS-BUSY
    OPEN INPUT SITEWORK-FILE
    IF WS-SWORK-STATUS IS EQUAL TO "00" THEN
        READ SITEWORK-FILE
            NOT AT END
                MOVE "Y" TO WS-BUSY
        END-READ
        CLOSE SITEWORK-FILE
    END-IF
    IF WS-BUSY IS EQUAL TO "Y" THEN
        DISPLAY "An earlier intake stopped part-way through posting ("
            FUNCTION TRIM(SITEWORK-RECORD) ")."
        DISPLAY "Check the end of GAMEAUDIT.DAT and PLAYJRNL.DAT for "
            "that club's lines and SITELOAD.DAT for its batch line, "
            "settle the batch by hand, then empty SITEWORK.DAT."
    END-IF.

READ-AUDIT-EXTRACT.
    OPEN INPUT SITEAUD-FILE
    IF WS-SAUD-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-AUD-PRESENT
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ SITEAUD-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                PERFORM TAKE-AUDIT-LINE
        END-READ
    END-PERFORM
    CLOSE SITEAUD-FILE
    IF WS-AUD-HDR IS EQUAL TO "N" THEN
        MOVE "SITEAUD.DAT has no HDR line." TO WS-BATCH-MSG
        MOVE "N" TO WS-BATCH-OK
    END-IF
    IF WS-AUD-TRL IS EQUAL TO "N" THEN
        MOVE "SITEAUD.DAT has no TRL line - the extract is incomplete."
            TO WS-BATCH-MSG
        MOVE "N" TO WS-BATCH-OK
    END-IF.

TAKE-AUDIT-LINE.
    IF WS-BATCH-OK IS EQUAL TO "N" THEN
        EXIT PARAGRAPH
    END-IF
    EVALUATE SITEAUD-RECORD(1:3)
        WHEN "HDR"
            MOVE SITEAUD-RECORD TO SITE-CONTROL-RECORD
            IF (WS-AUD-HDR IS EQUAL TO "Y")
               OR (SC-FILE-ID IS NOT EQUAL TO "GAMEAUDIT")
               OR (SC-BATCH-NO IS NOT NUMERIC) THEN
                MOVE "SITEAUD.DAT header is out of place or not a "
                    & "GAMEAUDIT extract header." TO WS-BATCH-MSG
                MOVE "N" TO WS-BATCH-OK
            ELSE
                MOVE "Y" TO WS-AUD-HDR
                MOVE SC-SITE TO WS-AUD-SITE
                MOVE SC-BATCH-NO TO WS-AUD-BATCH
                MOVE SC-EXTRACT-TS TO WS-EXTRACT-TS
            END-IF
        WHEN "TRL"
            MOVE SITEAUD-RECORD TO SITE-CONTROL-RECORD
            IF (WS-AUD-HDR IS EQUAL TO "N") OR (WS-AUD-TRL IS EQUAL TO "Y")
               OR (SC-SITE IS NOT EQUAL TO WS-AUD-SITE)
               OR (SC-BATCH-NO IS NOT EQUAL TO WS-AUD-BATCH)
               OR (SC-REC-COUNT IS NOT NUMERIC)
               OR (SC-HASH-TOTAL IS NOT NUMERIC) THEN
                MOVE "SITEAUD.DAT trailer is out of place or does not "
                    & "match its header." TO WS-BATCH-MSG
                MOVE "N" TO WS-BATCH-OK
            ELSE
                MOVE "Y" TO WS-AUD-TRL
                MOVE SC-REC-COUNT TO WS-AUD-TRL-CT
                MOVE SC-HASH-TOTAL TO WS-AUD-TRL-HASH
            END-IF
        WHEN OTHER
            IF (WS-AUD-HDR IS EQUAL TO "N") OR (WS-AUD-TRL IS EQUAL TO "Y")
            THEN
                MOVE "SITEAUD.DAT has session lines outside its header "
                    & "and trailer." TO WS-BATCH-MSG
                MOVE "N" TO WS-BATCH-OK
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-AUD-CT
            MOVE SPACES TO GAME-SESSION-RECORD
            MOVE SITEAUD-RECORD TO GAME-SESSION-RECORD
            IF GS-GUESS-COUNT IS NUMERIC THEN
                ADD GS-GUESS-COUNT TO WS-AUD-HASH
            END-IF
            IF WS-SESS-CT < 500 THEN
                ADD 1 TO WS-SESS-CT
                MOVE SITEAUD-RECORD TO WS-SESS(WS-SESS-CT)
            ELSE
                MOVE "Y" TO WS-SESS-FULL
            END-IF
    END-EVALUATE.

READ-JOURNAL-EXTRACT.
    OPEN INPUT SITEJRN-FILE
    IF WS-SJRN-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-JRN-PRESENT
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ SITEJRN-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                PERFORM TAKE-JOURNAL-LINE
        END-READ
    END-PERFORM
    CLOSE SITEJRN-FILE
    IF WS-BATCH-OK IS EQUAL TO "N" THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-JRN-HDR IS EQUAL TO "N" THEN
        MOVE "SITEJRN.DAT has no HDR line." TO WS-BATCH-MSG
        MOVE "N" TO WS-BATCH-OK
    END-IF
    IF WS-JRN-TRL IS EQUAL TO "N" THEN
        MOVE "SITEJRN.DAT has no TRL line - the extract is incomplete."
            TO WS-BATCH-MSG
        MOVE "N" TO WS-BATCH-OK
    END-IF.

TAKE-JOURNAL-LINE.
    IF WS-BATCH-OK IS EQUAL TO "N" THEN
        EXIT PARAGRAPH
    END-IF
    EVALUATE SITEJRN-RECORD(1:3)
        WHEN "HDR"
            MOVE SITEJRN-RECORD TO SITE-CONTROL-RECORD
            IF (WS-JRN-HDR IS EQUAL TO "Y")
               OR (SC-FILE-ID IS NOT EQUAL TO "PLAYJRNL")
               OR (SC-BATCH-NO IS NOT NUMERIC) THEN
                MOVE "SITEJRN.DAT header is out of place or not a "
                    & "PLAYJRNL extract header." TO WS-BATCH-MSG
                MOVE "N" TO WS-BATCH-OK
            ELSE
                MOVE "Y" TO WS-JRN-HDR
                MOVE SC-SITE TO WS-JRN-SITE
                MOVE SC-BATCH-NO TO WS-JRN-BATCH
            END-IF
        WHEN "TRL"
            MOVE SITEJRN-RECORD TO SITE-CONTROL-RECORD
            IF (WS-JRN-HDR IS EQUAL TO "N") OR (WS-JRN-TRL IS EQUAL TO "Y")
               OR (SC-SITE IS NOT EQUAL TO WS-JRN-SITE)
               OR (SC-BATCH-NO IS NOT EQUAL TO WS-JRN-BATCH)
               OR (SC-REC-COUNT IS NOT NUMERIC)
               OR (SC-HASH-TOTAL IS NOT NUMERIC) THEN
                MOVE "SITEJRN.DAT trailer is out of place or does not "
                    & "match its header." TO WS-BATCH-MSG
                MOVE "N" TO WS-BATCH-OK
            ELSE
                MOVE "Y" TO WS-JRN-TRL
                MOVE SC-REC-COUNT TO WS-JRN-TRL-CT
                MOVE SC-HASH-TOTAL TO WS-JRN-TRL-HASH
            END-IF
        WHEN OTHER
            IF (WS-JRN-HDR IS EQUAL TO "N") OR (WS-JRN-TRL IS EQUAL TO "Y")
            THEN
                MOVE "SITEJRN.DAT has delta lines outside its header "
                    & "and trailer." TO WS-BATCH-MSG
                MOVE "N" TO WS-BATCH-OK
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-JRN-CT
            MOVE SPACES TO PLAYER-DELTA-RECORD
            MOVE SITEJRN-RECORD TO PLAYER-DELTA-RECORD
            IF PJ-GUESSES IS NUMERIC THEN
                ADD PJ-GUESSES TO WS-JRN-HASH
            END-IF
            IF WS-JL-CT < 1000 THEN
                ADD 1 TO WS-JL-CT
                MOVE PLAYER-DELTA-RECORD TO WS-JL-LINE(WS-JL-CT)
            ELSE
                MOVE "Y" TO WS-JL-FULL
            END-IF
    END-EVALUATE.

CHECK-BATCH-CONTROLS.
    *> The first failure found is the one reported.
    IF WS-BATCH-OK IS EQUAL TO "N" THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-AUD-PRESENT IS EQUAL TO "N" THEN
        MOVE "SITEJRN.DAT came without its SITEAUD.DAT." TO WS-BATCH-MSG
        MOVE "N" TO WS-BATCH-OK
        EXIT PARAGRAPH
    END-IF
    IF WS-JRN-PRESENT IS EQUAL TO "N" THEN
        MOVE "SITEAUD.DAT came without its SITEJRN.DAT." TO WS-BATCH-MSG
        MOVE "N" TO WS-BATCH-OK
        EXIT PARAGRAPH
    END-IF
    MOVE WS-AUD-SITE TO WS-SITE
    MOVE WS-AUD-BATCH TO WS-BATCH-NO
    IF WS-SITE IS EQUAL TO SPACES THEN
        MOVE "The extract headers carry no club code." TO WS-BATCH-MSG
        MOVE "N" TO WS-BATCH-OK
        EXIT PARAGRAPH
    END-IF
    IF (WS-JRN-SITE IS NOT EQUAL TO WS-AUD-SITE)
       OR (WS-JRN-BATCH IS NOT EQUAL TO WS-AUD-BATCH) THEN
        MOVE "SITEAUD.DAT and SITEJRN.DAT are from different batches."
            TO WS-BATCH-MSG
        MOVE "N" TO WS-BATCH-OK
        EXIT PARAGRAPH
    END-IF
    IF (WS-AUD-CT IS NOT EQUAL TO WS-AUD-TRL-CT)
       OR (WS-AUD-HASH IS NOT EQUAL TO WS-AUD-TRL-HASH) THEN
        MOVE WS-AUD-CT TO WS-NUM-ED
        MOVE WS-AUD-TRL-CT TO WS-NUM-ED2
        MOVE WS-AUD-HASH TO WS-HASH-ED
        MOVE WS-AUD-TRL-HASH TO WS-HASH-ED2
        MOVE SPACES TO WS-BATCH-MSG
        STRING "SITEAUD.DAT holds" WS-NUM-ED " sessions /"
            WS-HASH-ED " guesses; trailer says" WS-NUM-ED2 " /"
            WS-HASH-ED2 "." DELIMITED BY SIZE INTO WS-BATCH-MSG
        MOVE "N" TO WS-BATCH-OK
        EXIT PARAGRAPH
    END-IF
    IF (WS-JRN-CT IS NOT EQUAL TO WS-JRN-TRL-CT)
       OR (WS-JRN-HASH IS NOT EQUAL TO WS-JRN-TRL-HASH) THEN
        MOVE WS-JRN-CT TO WS-NUM-ED
        MOVE WS-JRN-TRL-CT TO WS-NUM-ED2
        MOVE WS-JRN-HASH TO WS-HASH-ED
        MOVE WS-JRN-TRL-HASH TO WS-HASH-ED2
        MOVE SPACES TO WS-BATCH-MSG
        STRING "SITEJRN.DAT holds" WS-NUM-ED " deltas /"
            WS-HASH-ED " guesses; trailer says" WS-NUM-ED2 " /"
            WS-HASH-ED2 "." DELIMITED BY SIZE INTO WS-BATCH-MSG
        MOVE "N" TO WS-BATCH-OK
        EXIT PARAGRAPH
    END-IF
    IF (WS-SESS-FULL IS EQUAL TO "Y") OR (WS-JL-FULL IS EQUAL TO "Y")
    THEN
        MOVE "More than 500 sessions or 1000 deltas - send the batch "
            & "as smaller ones." TO WS-BATCH-MSG
        MOVE "N" TO WS-BATCH-OK
    END-IF.

LOAD-LOADED-KEYS.
    *> Refuses a batch loaded before; keeps the club's loaded sessions.
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
                IF SL-SITE IS EQUAL TO WS-SITE THEN
                    PERFORM TAKE-LOAD-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOADLOG-FILE.

TAKE-LOAD-LINE.
    IF SL-TYPE IS EQUAL TO "B" THEN
        IF SL-BATCH-NO IS EQUAL TO WS-BATCH-NO THEN
            MOVE SL-LOAD-TS TO WS-LOADED-TS
            MOVE SPACES TO WS-BATCH-MSG
            STRING "Batch " WS-BATCH-NO " from club " WS-SITE
                " was already loaded on " WS-LOADED-TS "."
                DELIMITED BY SIZE INTO WS-BATCH-MSG
            MOVE "N" TO WS-BATCH-OK
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-DONE-CT >= 20000 THEN
        MOVE "Y" TO WS-DONE-FULL
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-DONE-CT
    MOVE SPACES TO WS-DONE-KEY(WS-DONE-CT)
    STRING "T" SL-START-TS SL-MODE SL-THEIR-ID
        DELIMITED BY SIZE INTO WS-DONE-KEY(WS-DONE-CT).

LOAD-AUDIT-KEYS.
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
                IF GS-SITE IS EQUAL TO WS-SITE THEN
                    IF WS-DONE-CT < 20000 THEN
                        ADD 1 TO WS-DONE-CT
                        MOVE SPACES TO WS-DONE-KEY(WS-DONE-CT)
                        STRING "O" GS-START-TS GS-MODE GS-PLAYER-ID
                            DELIMITED BY SIZE
                            INTO WS-DONE-KEY(WS-DONE-CT)
                    ELSE
                        MOVE "Y" TO WS-DONE-FULL
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE GAMELOG-FILE.

CHECK-ONE-SESSION.
    MOVE SPACES TO GAME-SESSION-RECORD
    MOVE WS-SESS(WS-I) TO GAME-SESSION-RECORD
    MOVE SPACES TO WS-SS-REASON(WS-I)
    MOVE GS-PLAYER-ID TO WS-SS-THEIR(WS-I)
    MOVE SPACES TO WS-SS-OURS(WS-I)
    MOVE GS-MODE TO WS-SS-MODE(WS-I)
    MOVE GS-END-TS TO WS-SS-END-TS(WS-I)
    MOVE GS-OUTCOME TO WS-SS-OUTCOME(WS-I)
    MOVE ZERO TO WS-SS-COUNT(WS-I)
    IF GS-GUESS-COUNT IS NUMERIC THEN
        MOVE GS-GUESS-COUNT TO WS-SS-COUNT(WS-I)
    END-IF
    MOVE ZERO TO WS-SS-JIX(WS-I)
    *> A scored session is one its game journalled, as PLAYRECN
    *> counts them: a registered player, a mode that posts to the
    *> running totals, ended SOLVED, HINTED or GAVEUP.
    MOVE "N" TO WS-SS-SCORED(WS-I)
    IF (GS-PLAYER-ID IS NOT EQUAL TO SPACES)
       AND (GS-MODE IS EQUAL TO "HUMANAB" OR "DAILY" OR "RACEHUMAN"
            OR "TOURNEY" OR "TWOPLAYER")
       AND (GS-OUTCOME IS EQUAL TO "SOLVED" OR "HINTED" OR "GAVEUP")
    THEN
        MOVE "Y" TO WS-SS-SCORED(WS-I)
    END-IF

    PERFORM CHECK-SESSION-RECORD
    IF WS-RECORD-OK IS EQUAL TO "N" THEN
        MOVE WS-REASON-CODE TO WS-SS-REASON(WS-I)
        EXIT PARAGRAPH
    END-IF
    IF GS-SITE IS NOT EQUAL TO SPACES THEN
        MOVE "ORG" TO WS-SS-REASON(WS-I)
        EXIT PARAGRAPH
    END-IF
    IF (GS-MODE IS EQUAL TO "DAILY") OR (GS-MODE IS EQUAL TO "DAILYTRY")
    THEN
        MOVE "DAY" TO WS-SS-REASON(WS-I)
        EXIT PARAGRAPH
    END-IF
    IF GS-END-TS <= WS-SEASON-TS THEN
        MOVE "SEA" TO WS-SS-REASON(WS-I)
        EXIT PARAGRAPH
    END-IF
    PERFORM MAP-SESSION-PLAYER
    IF WS-SS-REASON(WS-I) IS NOT EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    PERFORM CHECK-SESSION-LOADED.

MAP-SESSION-PLAYER.
    *> Club ID -> our ID (SITEXREF) -> survivor if merged (PLAYXREF),
    *> which must be an active registration. Unregistered games stay
    *> unregistered.
    IF WS-SS-THEIR(WS-I) IS EQUAL TO SPACES THEN
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-MAP-ID
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-SX-CT
        IF WS-SX-THEIR(WS-J) IS EQUAL TO WS-SS-THEIR(WS-I) THEN
            MOVE WS-SX-OURS(WS-J) TO WS-MAP-ID
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-MAP-ID IS EQUAL TO SPACES THEN
        MOVE "XRF" TO WS-SS-REASON(WS-I)
        EXIT PARAGRAPH
    END-IF
    PERFORM MAP-PLAYER-ID
    MOVE WS-MAP-ID TO WS-SS-OURS(WS-I)
    MOVE "PLR" TO WS-SS-REASON(WS-I)
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PM-CT
        IF (WS-PM-ID(WS-J) IS EQUAL TO WS-MAP-ID)
           AND (WS-PM-STATUS(WS-J) IS NOT EQUAL TO "R") THEN
            MOVE SPACES TO WS-SS-REASON(WS-I)
            EXIT PERFORM
        END-IF
    END-PERFORM.

CHECK-SESSION-LOADED.
    MOVE SPACES TO WS-KEY-T
    STRING "T" GS-START-TS GS-MODE WS-SS-THEIR(WS-I)
        DELIMITED BY SIZE INTO WS-KEY-T
    MOVE SPACES TO WS-KEY-O
    STRING "O" GS-START-TS GS-MODE WS-SS-OURS(WS-I)
        DELIMITED BY SIZE INTO WS-KEY-O
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-DONE-CT
        IF (WS-DONE-KEY(WS-J) IS EQUAL TO WS-KEY-T)
           OR (WS-DONE-KEY(WS-J) IS EQUAL TO WS-KEY-O) THEN
            MOVE "DUP" TO WS-SS-REASON(WS-I)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-I
        IF (WS-SESS(WS-J)(1:14) IS EQUAL TO GS-START-TS)
           AND (WS-SS-MODE(WS-J) IS EQUAL TO GS-MODE)
           AND (WS-SS-THEIR(WS-J) IS EQUAL TO WS-SS-THEIR(WS-I)) THEN
            MOVE "DUP" TO WS-SS-REASON(WS-I)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.

PAIR-ONE-DELTA.
    *> A game journals its delta straight after its audit line, so a
    *> delta belongs to the same player's latest session in that mode
    *> that ended no later than the delta's stamp and has no delta yet.
    MOVE SPACES TO WS-JL-REASON(WS-K)
    MOVE ZERO TO WS-JL-SIX(WS-K)
    MOVE WS-JL-LINE(WS-K) TO PLAYER-DELTA-RECORD
    IF (PJ-SIGN IS NOT EQUAL TO SPACE)
       OR (PJ-SITE IS NOT EQUAL TO SPACES)
       OR (PJ-MODE IS NOT EQUAL TO "HUMANAB" AND "DAILY" AND
           "RACEHUMAN" AND "TOURNEY" AND "TWOPLAYER") THEN
        MOVE "JCR" TO WS-JL-REASON(WS-K)
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-BEST-IX
    MOVE SPACES TO WS-BEST-TS
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-SESS-CT
        IF (WS-SS-SCORED(WS-J) IS EQUAL TO "Y")
           AND (WS-SS-JIX(WS-J) IS EQUAL TO ZERO)
           AND (WS-SS-THEIR(WS-J) IS EQUAL TO PJ-PLAYER-ID)
           AND (WS-SS-MODE(WS-J) IS EQUAL TO PJ-MODE)
           AND (WS-SS-END-TS(WS-J) <= PJ-TS)
           AND (WS-SS-END-TS(WS-J) >= WS-BEST-TS) THEN
            MOVE WS-J TO WS-BEST-IX
            MOVE WS-SS-END-TS(WS-J) TO WS-BEST-TS
        END-IF
    END-PERFORM
    IF WS-BEST-IX IS EQUAL TO ZERO THEN
        MOVE "JNS" TO WS-JL-REASON(WS-K)
        EXIT PARAGRAPH
    END-IF
    MOVE WS-K TO WS-SS-JIX(WS-BEST-IX)
    MOVE WS-BEST-IX TO WS-JL-SIX(WS-K)
    IF WS-SS-REASON(WS-BEST-IX) IS NOT EQUAL TO SPACES THEN
        MOVE "SES" TO WS-JL-REASON(WS-K)
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-DL-SOLVES
    MOVE ZERO TO WS-DL-GIVEUPS
    IF (WS-SS-OUTCOME(WS-BEST-IX) IS EQUAL TO "SOLVED")
       OR (WS-SS-OUTCOME(WS-BEST-IX) IS EQUAL TO "HINTED") THEN
        MOVE 1 TO WS-DL-SOLVES
    END-IF
    IF WS-SS-OUTCOME(WS-BEST-IX) IS EQUAL TO "GAVEUP" THEN
        MOVE 1 TO WS-DL-GIVEUPS
    END-IF
    IF (PJ-GAMES IS NOT NUMERIC) OR (PJ-SOLVES IS NOT NUMERIC)
       OR (PJ-GIVEUPS IS NOT NUMERIC) OR (PJ-GUESSES IS NOT NUMERIC)
    THEN
        MOVE "JDL" TO WS-JL-REASON(WS-K)
        MOVE "JDL" TO WS-SS-REASON(WS-BEST-IX)
        EXIT PARAGRAPH
    END-IF
    IF (PJ-GAMES IS NOT EQUAL TO 1)
       OR (PJ-SOLVES IS NOT EQUAL TO WS-DL-SOLVES)
       OR (PJ-GIVEUPS IS NOT EQUAL TO WS-DL-GIVEUPS)
       OR (PJ-GUESSES IS NOT EQUAL TO WS-SS-COUNT(WS-BEST-IX)) THEN
        MOVE "JDL" TO WS-JL-REASON(WS-K)
        MOVE "JDL" TO WS-SS-REASON(WS-BEST-IX)
    END-IF.

COUNT-VERDICTS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SESS-CT
        IF WS-SS-REASON(WS-I) IS EQUAL TO SPACES THEN
            ADD 1 TO WS-ACCEPT-CT
        ELSE
            ADD 1 TO WS-REJECT-CT
        END-IF
    END-PERFORM
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-JL-CT
        IF WS-JL-REASON(WS-K) IS EQUAL TO SPACES THEN
            ADD 1 TO WS-JPOST-CT
        ELSE
            ADD 1 TO WS-JREJECT-CT
        END-IF
    END-PERFORM.

POST-SESSIONS.
    OPEN EXTEND GAMELOG-FILE
    IF WS-LOG-STATUS IS EQUAL TO "35"
        OPEN OUTPUT GAMELOG-FILE
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SESS-CT
        IF WS-SS-REASON(WS-I) IS EQUAL TO SPACES THEN
            MOVE SPACES TO GAME-SESSION-RECORD
            MOVE WS-SESS(WS-I) TO GAME-SESSION-RECORD
            MOVE WS-SS-OURS(WS-I) TO GS-PLAYER-ID
            MOVE WS-SITE TO GS-SITE
            MOVE WS-POST-TS TO GS-LOAD-TS
            WRITE GAME-SESSION-RECORD
        END-IF
    END-PERFORM
    CLOSE GAMELOG-FILE.

POST-DELTAS.
    *> The delta keeps the club's stamp; PLAYUPD applies it like any
    *> game's.
    OPEN EXTEND JOURNAL-FILE
    IF WS-JRNL-STATUS IS EQUAL TO "35"
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-JL-CT
        IF WS-JL-REASON(WS-K) IS EQUAL TO SPACES THEN
            MOVE SPACES TO PLAYER-DELTA-RECORD
            MOVE WS-JL-LINE(WS-K) TO PLAYER-DELTA-RECORD
            MOVE WS-SS-OURS(WS-JL-SIX(WS-K)) TO PJ-PLAYER-ID
            MOVE WS-SITE TO PJ-SITE
            WRITE PLAYER-DELTA-RECORD
        END-IF
    END-PERFORM
    CLOSE JOURNAL-FILE.

WRITE-LOAD-LOG.
    OPEN EXTEND LOADLOG-FILE
    IF WS-LOAD-STATUS IS EQUAL TO "35"
        OPEN OUTPUT LOADLOG-FILE
    END-IF
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SESS-CT
        IF WS-SS-REASON(WS-I) IS EQUAL TO SPACES THEN
            MOVE SPACES TO SITE-LOAD-RECORD
            MOVE "S" TO SL-TYPE
            MOVE WS-SITE TO SL-SITE
            MOVE WS-BATCH-NO TO SL-BATCH-NO
            MOVE WS-POST-TS TO SL-LOAD-TS
            MOVE WS-SESS(WS-I)(1:14) TO SL-START-TS
            MOVE WS-SS-MODE(WS-I) TO SL-MODE
            MOVE WS-SS-THEIR(WS-I) TO SL-THEIR-ID
            MOVE WS-SS-OURS(WS-I) TO SL-OUR-ID
            WRITE SITE-LOAD-RECORD
        END-IF
    END-PERFORM
    MOVE SPACES TO SITE-LOAD-RECORD
    MOVE "B" TO SL-TYPE
    MOVE WS-SITE TO SL-SITE
    MOVE WS-BATCH-NO TO SL-BATCH-NO
    MOVE WS-POST-TS TO SL-LOAD-TS
    MOVE WS-ACCEPT-CT TO SL-ACCEPT-CT
    MOVE WS-REJECT-CT TO SL-REJECT-CT
    MOVE WS-JPOST-CT TO SL-JRNL-CT
    WRITE SITE-LOAD-RECORD
    CLOSE LOADLOG-FILE.

LOAD-SITE-XREF.
    OPEN INPUT SITEXREF-FILE
    IF WS-SXREF-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ SITEXREF-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF (SX-SITE IS EQUAL TO WS-SITE) AND (WS-SX-CT < 500)
                THEN
                    ADD 1 TO WS-SX-CT
                    MOVE SX-THEIR-ID TO WS-SX-THEIR(WS-SX-CT)
                    MOVE SX-OUR-ID TO WS-SX-OURS(WS-SX-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SITEXREF-FILE.

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

LOAD-PLAYER-MASTER.
    OPEN INPUT PLAYER-FILE
    IF WS-PLAY-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ PLAYER-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF WS-PM-CT < 200 THEN
                    ADD 1 TO WS-PM-CT
                    MOVE PL-ID TO WS-PM-ID(WS-PM-CT)
                    MOVE PL-STATUS TO WS-PM-STATUS(WS-PM-CT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE PLAYER-FILE.

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
            DISPLAY "GAMEAUDIT.DAT is still locked by "
                WS-LOCK-HOLDER " - giving up. Nothing was loaded; "
                "rerun once the writer finishes."
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

WRITE-AUDIT-LOCK.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    OPEN OUTPUT LOCK-FILE
    MOVE SPACES TO LOCK-RECORD
    MOVE "SITEIMP" TO GL-HOLDER
    MOVE WS-CD-DATETIME(1:14) TO GL-TS
    WRITE LOCK-RECORD
    CLOSE LOCK-FILE.

FREE-AUDIT-LOCK.
    OPEN OUTPUT LOCK-FILE
    CLOSE LOCK-FILE.

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

CHECK-SESSION-RECORD.
    MOVE "Y" TO WS-RECORD-OK
    MOVE SPACES TO WS-REASON-CODE

    MOVE GS-START-TS TO WS-TS-IN
    PERFORM CHECK-TIMESTAMP
    IF WS-TS-OK IS EQUAL TO "N" THEN
        MOVE "N" TO WS-RECORD-OK
        MOVE "TS1" TO WS-REASON-CODE
    END-IF

    IF WS-RECORD-OK IS EQUAL TO "Y" THEN
        MOVE GS-END-TS TO WS-TS-IN
        PERFORM CHECK-TIMESTAMP
        IF WS-TS-OK IS EQUAL TO "N" THEN
            MOVE "N" TO WS-RECORD-OK
            MOVE "TS2" TO WS-REASON-CODE
        END-IF
    END-IF

    IF (WS-RECORD-OK IS EQUAL TO "Y")
       AND (GS-END-TS < GS-START-TS) THEN
        MOVE "N" TO WS-RECORD-OK
        MOVE "SEQ" TO WS-REASON-CODE
    END-IF

    IF WS-RECORD-OK IS EQUAL TO "Y" THEN
        IF (GS-DIGIT-LEN IS NOT NUMERIC)
           OR (GS-DIGIT-LEN < 3) OR (GS-DIGIT-LEN > 5) THEN
            MOVE "N" TO WS-RECORD-OK
            MOVE "LEN" TO WS-REASON-CODE
        ELSE
            MOVE GS-DIGIT-LEN TO WS-DIGIT-LEN
        END-IF
    END-IF

    IF WS-RECORD-OK IS EQUAL TO "Y" THEN
        IF (GS-RULE IS NOT EQUAL TO SPACE)
           AND (GS-RULE IS NOT EQUAL TO "R") THEN
            MOVE "N" TO WS-RECORD-OK
            MOVE "RUL" TO WS-REASON-CODE
        ELSE
            MOVE GS-RULE TO WS-RULE
        END-IF
    END-IF

    IF WS-RECORD-OK IS EQUAL TO "Y" THEN
        PERFORM CHECK-ANSWER
    END-IF

    IF WS-RECORD-OK IS EQUAL TO "Y" THEN
        PERFORM CHECK-GUESS-LIST
    END-IF.

CHECK-TIMESTAMP.
    MOVE "Y" TO WS-TS-OK
    IF WS-TS-IN IS NOT NUMERIC THEN
        MOVE "N" TO WS-TS-OK
    ELSE
        MOVE WS-TS-IN(5:2) TO WS-TS-MM
        MOVE WS-TS-IN(7:2) TO WS-TS-DD
        MOVE WS-TS-IN(9:2) TO WS-TS-HH
        MOVE WS-TS-IN(11:2) TO WS-TS-MI
        MOVE WS-TS-IN(13:2) TO WS-TS-SS
        IF (WS-TS-MM < 1) OR (WS-TS-MM > 12)
           OR (WS-TS-DD < 1) OR (WS-TS-DD > 31)
           OR (WS-TS-HH > 23) OR (WS-TS-MI > 59) OR (WS-TS-SS > 59) THEN
            MOVE "N" TO WS-TS-OK
        END-IF
    END-IF.

CHECK-ANSWER.
    *> GS-ANSWER must hold exactly GS-DIGIT-LEN digits - distinct ones
    *> unless the game was played under the repeated-digit rule - with
    *> nothing but spaces after them.
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-DIGIT-LEN
        IF GS-ANSWER(WS-POS:1) IS NOT NUMERIC THEN
            MOVE "N" TO WS-RECORD-OK
        END-IF
    END-PERFORM
    IF (WS-RECORD-OK IS EQUAL TO "Y") AND (WS-RULE IS NOT EQUAL TO "R") THEN
        PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS >= WS-DIGIT-LEN
            PERFORM VARYING WS-POS2 FROM 1 BY 1 UNTIL WS-POS2 > WS-DIGIT-LEN
                IF (WS-POS2 > WS-POS) AND
                   (GS-ANSWER(WS-POS:1) IS EQUAL TO GS-ANSWER(WS-POS2:1)) THEN
                    MOVE "N" TO WS-RECORD-OK
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF
    IF (WS-RECORD-OK IS EQUAL TO "Y") AND (WS-DIGIT-LEN < 5) THEN
        IF GS-ANSWER(WS-DIGIT-LEN + 1:) IS NOT EQUAL TO SPACES THEN
            MOVE "N" TO WS-RECORD-OK
        END-IF
    END-IF
    IF WS-RECORD-OK IS EQUAL TO "N" THEN
        MOVE "ANS" TO WS-REASON-CODE
    END-IF.

CHECK-GUESS-LIST.
    MOVE "Y" TO WS-RESCORABLE
    IF (GS-MODE IS EQUAL TO "COMPUTERAB")
       AND (GS-OUTCOME IS EQUAL TO "GAVEUP") THEN
        MOVE "N" TO WS-RESCORABLE
    END-IF
    *> Daily-challenge records keep the day's shared secret off the
    *> audit trail: GS-ANSWER is a dummy and the solving guess is
    *> withheld from the list, so the scores cannot rescore against
    *> the recorded answer and the list runs one entry short of
    *> GS-GUESS-COUNT (a give-up has no solving guess to withhold).
    IF GS-MODE IS EQUAL TO "DAILY" THEN
        MOVE "N" TO WS-RESCORABLE
    END-IF
    MOVE "N" TO WS-MISSCORED
    IF (GS-MODE IS EQUAL TO "COMPUTERAB")
       AND (GS-OUTCOME IS EQUAL TO "MISSCORED") THEN
        MOVE "Y" TO WS-MISSCORED
    END-IF
    MOVE ZERO TO WS-WRONG-CT

    MOVE ZERO TO WS-ENTRY-COUNT
    MOVE GS-GUESS-LIST TO WS-FULL-LIST(1:200)
    MOVE GS-GUESS-CONT TO WS-FULL-LIST(201:)
    MOVE 1 TO WS-LIST-PTR
    MOVE "N" TO WS-LIST-DONE
    PERFORM UNTIL (WS-LIST-DONE IS EQUAL TO "Y")
            OR (WS-RECORD-OK IS EQUAL TO "N")
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
                ADD 1 TO WS-ENTRY-COUNT
                PERFORM CHECK-GUESS-ENTRY
            END-IF
        END-IF
    END-PERFORM

    IF WS-RECORD-OK IS EQUAL TO "Y" THEN
        IF GS-GUESS-COUNT IS NOT NUMERIC THEN
            MOVE "N" TO WS-RECORD-OK
            MOVE "CNT" TO WS-REASON-CODE
        ELSE
            MOVE GS-GUESS-COUNT TO WS-EXPECT-COUNT
            IF (GS-MODE IS EQUAL TO "DAILY")
               AND (GS-OUTCOME IS EQUAL TO "SOLVED")
               AND (WS-EXPECT-COUNT > 0) THEN
                SUBTRACT 1 FROM WS-EXPECT-COUNT
            END-IF
            IF WS-ENTRY-COUNT IS NOT EQUAL TO WS-EXPECT-COUNT THEN
                MOVE "N" TO WS-RECORD-OK
                MOVE "CNT" TO WS-REASON-CODE
            END-IF
        END-IF
    END-IF

    IF (WS-RECORD-OK IS EQUAL TO "Y") AND (WS-MISSCORED IS EQUAL TO "Y")
       AND (WS-WRONG-CT IS EQUAL TO ZERO) THEN
        MOVE "N" TO WS-RECORD-OK
        MOVE "MSC" TO WS-REASON-CODE
    END-IF

    *> A list that ran into the old 200-byte limit ends in a cut-off
    *> entry (FMT on the last one) or simply runs out (CNT short).
    IF (WS-RECORD-OK IS EQUAL TO "N")
       AND (GS-GUESS-CONT IS EQUAL TO SPACES)
       AND (GS-GUESS-LIST(200:1) IS NOT EQUAL TO SPACE) THEN
        IF ((WS-REASON-CODE IS EQUAL TO "FMT") AND (WS-LIST-PTR > 200))
           OR ((WS-REASON-CODE IS EQUAL TO "CNT")
               AND (WS-ENTRY-COUNT < WS-EXPECT-COUNT)) THEN
            MOVE "TRN" TO WS-REASON-CODE
        END-IF
    END-IF.

CHECK-GUESS-ENTRY.
    MOVE "Y" TO WS-ENTRY-OK
    MOVE SPACES TO WS-ENTRY-GUESS
    MOVE SPACES TO WS-ENTRY-SCORE
    UNSTRING WS-ENTRY DELIMITED BY ":"
        INTO WS-ENTRY-GUESS, WS-ENTRY-SCORE
    END-UNSTRING

    *> The guess must be exactly GS-DIGIT-LEN digits.
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-DIGIT-LEN
        IF WS-ENTRY-GUESS(WS-POS:1) IS NOT NUMERIC THEN
            MOVE "N" TO WS-ENTRY-OK
        END-IF
    END-PERFORM
    IF WS-ENTRY-GUESS(WS-DIGIT-LEN + 1:) IS NOT EQUAL TO SPACES THEN
        MOVE "N" TO WS-ENTRY-OK
    END-IF

    *> The score must be of the form nAnB.
    IF (WS-ENTRY-SCORE(1:1) IS NOT NUMERIC)
       OR (WS-ENTRY-SCORE(2:1) IS NOT EQUAL TO "A")
       OR (WS-ENTRY-SCORE(3:1) IS NOT NUMERIC)
       OR (WS-ENTRY-SCORE(4:1) IS NOT EQUAL TO "B")
       OR (WS-ENTRY-SCORE(5:) IS NOT EQUAL TO SPACES) THEN
        MOVE "N" TO WS-ENTRY-OK
    END-IF

    IF WS-ENTRY-OK IS EQUAL TO "N" THEN
        MOVE "N" TO WS-RECORD-OK
        MOVE "FMT" TO WS-REASON-CODE
    ELSE
        IF WS-RESCORABLE IS EQUAL TO "Y" THEN
            MOVE WS-ENTRY-SCORE(1:1) TO WS-ENTRY-A
            MOVE WS-ENTRY-SCORE(3:1) TO WS-ENTRY-B
            MOVE GS-ANSWER TO WS-SCORE-SECRET
            MOVE WS-ENTRY-GUESS(1:5) TO WS-SCORE-GUESS
            PERFORM SCORE-AB
            IF (WS-SCORE-A IS NOT EQUAL TO WS-ENTRY-A)
               OR (WS-SCORE-B IS NOT EQUAL TO WS-ENTRY-B) THEN
                IF WS-MISSCORED IS EQUAL TO "Y" THEN
                    ADD 1 TO WS-WRONG-CT
                ELSE
                    MOVE "N" TO WS-RECORD-OK
                    MOVE "SCR" TO WS-REASON-CODE
                END-IF
            END-IF
        END-IF
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


WRITE-REPORT-TITLE.
    OPEN OUTPUT EXCP-FILE
    MOVE SPACES TO EXCP-RECORD
    STRING "SITE INTAKE EXCEPTIONS  club=" WS-AUD-SITE
        " batch=" WS-AUD-BATCH " extracted=" WS-EXTRACT-TS
        " loaded=" WS-RUN-TS
        DELIMITED BY SIZE INTO EXCP-RECORD
    WRITE EXCP-RECORD
    MOVE SPACES TO EXCP-RECORD
    WRITE EXCP-RECORD.

WRITE-REFUSAL-REPORT.
    PERFORM WRITE-REPORT-TITLE
    MOVE SPACES TO EXCP-RECORD
    STRING "BATCH REFUSED - nothing loaded. Correct and resend the "
        "whole batch." DELIMITED BY SIZE INTO EXCP-RECORD
    WRITE EXCP-RECORD
    MOVE SPACES TO EXCP-RECORD
    STRING "  " WS-BATCH-MSG DELIMITED BY SIZE INTO EXCP-RECORD
    WRITE EXCP-RECORD
    CLOSE EXCP-FILE.

WRITE-INTAKE-REPORT.
    PERFORM WRITE-REPORT-TITLE
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SESS-CT
        IF WS-SS-REASON(WS-I) IS NOT EQUAL TO SPACES THEN
            MOVE WS-SS-REASON(WS-I) TO WS-REASON-CODE
            PERFORM SET-REASON-TEXT
            MOVE WS-I TO WS-REC-ED
            MOVE SPACES TO EXCP-RECORD
            STRING "REJECT session" WS-REC-ED
                " reason=" WS-SS-REASON(WS-I)
                " start=" WS-SESS(WS-I)(1:14)
                " mode=" WS-SS-MODE(WS-I)
                " player=" WS-SS-THEIR(WS-I)
                " outcome=" WS-SS-OUTCOME(WS-I)
                " - " WS-REASON-TEXT
                DELIMITED BY SIZE INTO EXCP-RECORD
            WRITE EXCP-RECORD
        END-IF
    END-PERFORM
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-JL-CT
        IF WS-JL-REASON(WS-K) IS NOT EQUAL TO SPACES THEN
            MOVE WS-JL-LINE(WS-K) TO PLAYER-DELTA-RECORD
            MOVE WS-JL-REASON(WS-K) TO WS-REASON-CODE
            PERFORM SET-REASON-TEXT
            MOVE WS-K TO WS-REC-ED
            MOVE SPACES TO EXCP-RECORD
            STRING "REJECT delta  " WS-REC-ED
                " reason=" WS-JL-REASON(WS-K)
                " stamp=" PJ-TS
                " mode=" PJ-MODE
                " player=" PJ-PLAYER-ID
                " - " WS-REASON-TEXT
                DELIMITED BY SIZE INTO EXCP-RECORD
            WRITE EXCP-RECORD
        END-IF
    END-PERFORM

    MOVE SPACES TO EXCP-RECORD
    WRITE EXCP-RECORD
    MOVE WS-SESS-CT TO WS-NUM-ED
    MOVE SPACES TO EXCP-RECORD
    STRING "CONTROL sessions received: " WS-NUM-ED
        DELIMITED BY SIZE INTO EXCP-RECORD
    WRITE EXCP-RECORD
    MOVE WS-ACCEPT-CT TO WS-NUM-ED
    MOVE SPACES TO EXCP-RECORD
    STRING "CONTROL sessions loaded  : " WS-NUM-ED
        DELIMITED BY SIZE INTO EXCP-RECORD
    WRITE EXCP-RECORD
    MOVE WS-REJECT-CT TO WS-NUM-ED
    MOVE SPACES TO EXCP-RECORD
    STRING "CONTROL sessions rejected: " WS-NUM-ED
        DELIMITED BY SIZE INTO EXCP-RECORD
    WRITE EXCP-RECORD
    MOVE WS-JL-CT TO WS-NUM-ED
    MOVE SPACES TO EXCP-RECORD
    STRING "CONTROL deltas received  : " WS-NUM-ED
        DELIMITED BY SIZE INTO EXCP-RECORD
    WRITE EXCP-RECORD
    MOVE WS-JPOST-CT TO WS-NUM-ED
    MOVE SPACES TO EXCP-RECORD
    STRING "CONTROL deltas posted    : " WS-NUM-ED
        DELIMITED BY SIZE INTO EXCP-RECORD
    WRITE EXCP-RECORD
    MOVE WS-JREJECT-CT TO WS-NUM-ED
    MOVE SPACES TO EXCP-RECORD
    STRING "CONTROL deltas rejected  : " WS-NUM-ED
        DELIMITED BY SIZE INTO EXCP-RECORD
    WRITE EXCP-RECORD
    IF (WS-REJECT-CT > ZERO) OR (WS-JREJECT-CT > ZERO) THEN
        MOVE SPACES TO EXCP-RECORD
        WRITE EXCP-RECORD
        MOVE "Rejected sessions and deltas were not loaded; send them "
            & "again, corrected, in a new batch." TO EXCP-RECORD
        WRITE EXCP-RECORD
    END-IF
    CLOSE EXCP-FILE.

SET-REASON-TEXT.
    EVALUATE WS-REASON-CODE
        WHEN "TS1"
            MOVE "start stamp is not a valid timestamp"
                TO WS-REASON-TEXT
        WHEN "TS2"
            MOVE "end stamp is not a valid timestamp" TO WS-REASON-TEXT
        WHEN "SEQ"
            MOVE "game ends before it starts" TO WS-REASON-TEXT
        WHEN "LEN"
            MOVE "digit length is not 3, 4 or 5" TO WS-REASON-TEXT
        WHEN "RUL"
            MOVE "rule is neither classic nor repeated"
                TO WS-REASON-TEXT
        WHEN "ANS"
            MOVE "answer is not valid for the length and rule"
                TO WS-REASON-TEXT
        WHEN "CNT"
            MOVE "guess count does not match the guess list"
                TO WS-REASON-TEXT
        WHEN "FMT"
            MOVE "guess list entry is malformed" TO WS-REASON-TEXT
        WHEN "SCR"
            MOVE "a recorded score does not replay" TO WS-REASON-TEXT
        WHEN "MSC"
            MOVE "misscored game whose scores all replay"
                TO WS-REASON-TEXT
        WHEN "TRN"
            MOVE "guess list was cut off at the club" TO WS-REASON-TEXT
        WHEN "ORG"
            MOVE "session came to the club from elsewhere"
                TO WS-REASON-TEXT
        WHEN "DAY"
            MOVE "daily challenges are not taken from clubs"
                TO WS-REASON-TEXT
        WHEN "SEA"
            MOVE "game ended in a season closed here"
                TO WS-REASON-TEXT
        WHEN "XRF"
            MOVE "player ID is not linked to one of ours"
                TO WS-REASON-TEXT
        WHEN "PLR"
            MOVE "linked player ID is not active here"
                TO WS-REASON-TEXT
        WHEN "DUP"
            MOVE "session was already loaded" TO WS-REASON-TEXT
        WHEN "NOJ"
            MOVE "no journal delta sent for the session"
                TO WS-REASON-TEXT
        WHEN "JDL"
            MOVE "delta and session do not agree" TO WS-REASON-TEXT
        WHEN "JCR"
            MOVE "not a game delta (take-back or correction)"
                TO WS-REASON-TEXT
        WHEN "JNS"
            MOVE "no session in the batch for this delta"
                TO WS-REASON-TEXT
        WHEN "SES"
            MOVE "its session was rejected" TO WS-REASON-TEXT
        WHEN OTHER
            MOVE SPACES TO WS-REASON-TEXT
    END-EVALUATE.
