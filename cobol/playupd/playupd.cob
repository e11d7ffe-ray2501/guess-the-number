       SELECT WORK-FILE ASSIGN TO "PLAYWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
       SELECT XREF-FILE ASSIGN TO "PLAYXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD WORK-FILE.
   01 WORK-RECORD           PIC X(40).

   FD XREF-FILE.
   COPY "PLAYXREF.cpy".

   WORKING-STORAGE SECTION.
   01 WS-PLAY-STATUS    PIC XX.
   01 WS-JRNL-STATUS    PIC XX.
   01 WS-NEW-STATUS     PIC XX.
   01 WS-BAK-STATUS     PIC XX.
   01 WS-WORK-STATUS    PIC XX.
   01 WS-XREF-STATUS    PIC XX.
   01 WS-EOF-FLAG       PIC X.

   *> The single writer of PLAYMAST.DAT: the apply step folds the
       10 WS-PT-SOLVES  PIC 9(6).
       10 WS-PT-GIVEUPS PIC 9(6).
       10 WS-PT-GUESSES PIC 9(8).
       10 WS-PT-STATUS  PIC X.
   01 WS-PLAYER-I       PIC 9(3).
   01 WS-PLAYER-IX      PIC 9(3).
   01 WS-PLAYER-ID      PIC X(8).
   *> while this run was working).
   01 WS-TAIL-CT        PIC 9(3) VALUE ZERO.
   01 WS-TAIL-TABLE.
     05 WS-TAIL         PIC X(61) OCCURS 200 TIMES.

   *> IDs PLAYREG has merged into another (PLAYXREF.cpy). PLAYREG
   *> re-keys the pending journal when it merges, but a game that
   *> signed in under the old ID before the merge can still append
   *> a delta for it afterwards - such deltas land on the survivor.
   01 WS-XREF-EOF       PIC X.
   01 WS-XREF-CT        PIC 9(3) VALUE ZERO.
   01 WS-XREF-TABLE.
     05 WS-XREF-ENT OCCURS 200 TIMES.
       10 WS-XR-OLD     PIC X(8).
       10 WS-XR-NEW     PIC X(8).
   01 WS-XREF-I         PIC 9(3).
   01 WS-MAP-ID         PIC X(8).

   *> One delta being posted, from either the pending set or the
   *> journal itself. WS-DL-SIGN "-" takes the counts back out.
   01 WS-DELTA.
     05 WS-DL-GAMES     PIC 9(4).
     05 WS-DL-SOLVES    PIC 9(4).
     05 WS-DL-GIVEUPS   PIC 9(4).
     05 WS-DL-GUESSES   PIC 9(4).
     05 WS-DL-SIGN      PIC X.

   01 WS-JRNL-SEQ       PIC 9(4).
   01 WS-APPLY-COUNT    PIC 9(4) VALUE ZERO.
    IF WS-MAST-BAD IS EQUAL TO "Y" THEN
        DISPLAY "PLAYMAST.DAT has damaged records - run the "
            "recovery step first, then apply again."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-PLAYER-XREF
    MOVE ZERO TO WS-APPLY-COUNT
    MOVE ZERO TO WS-SKIP-COUNT
    OPEN INPUT PEND-FILE
    IF WS-PEND-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "PLAYJRNL.PEND.DAT is missing but the marker says "
            "a snapshot was taken - restore it before rerunning."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-EOF-FLAG
        MOVE WS-PT-SOLVES(WS-PLAYER-I) TO NM-SOLVES
        MOVE WS-PT-GIVEUPS(WS-PLAYER-I) TO NM-GIVEUPS
        MOVE WS-PT-GUESSES(WS-PLAYER-I) TO NM-GUESS-TOTAL
        MOVE WS-PT-STATUS(WS-PLAYER-I) TO NM-STATUS
        WRITE NEWM-RECORD
    END-PERFORM
    CLOSE NEW-FILE
        ADD 1 TO WS-SKIP-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE PD-PLAYER-ID TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE WS-MAP-ID TO WS-PLAYER-ID
    PERFORM FIND-PLAYER
    IF WS-PLAYER-IX IS EQUAL TO ZERO THEN
        ADD 1 TO WS-SKIP-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE PD-GAMES TO WS-DL-GAMES
    MOVE PD-SOLVES TO WS-DL-SOLVES
    MOVE PD-GIVEUPS TO WS-DL-GIVEUPS
    MOVE PD-GUESSES TO WS-DL-GUESSES
    MOVE PD-SIGN TO WS-DL-SIGN
    PERFORM POST-DELTA
    ADD 1 TO WS-APPLY-COUNT.

POST-DELTA.
    *> WS-DELTA onto player WS-PLAYER-IX. A take-back line (a session
    *> VOIDREV voided) subtracts, stopping at zero rather than going
    *> negative if the master never held the game it names.
    IF WS-DL-SIGN IS NOT EQUAL TO "-" THEN
        ADD WS-DL-GAMES TO WS-PT-GAMES(WS-PLAYER-IX)
        ADD WS-DL-SOLVES TO WS-PT-SOLVES(WS-PLAYER-IX)
        ADD WS-DL-GIVEUPS TO WS-PT-GIVEUPS(WS-PLAYER-IX)
        ADD WS-DL-GUESSES TO WS-PT-GUESSES(WS-PLAYER-IX)
        EXIT PARAGRAPH
    END-IF
    IF WS-DL-GAMES > WS-PT-GAMES(WS-PLAYER-IX) THEN
        MOVE ZERO TO WS-PT-GAMES(WS-PLAYER-IX)
    ELSE
        SUBTRACT WS-DL-GAMES FROM WS-PT-GAMES(WS-PLAYER-IX)
    END-IF
    IF WS-DL-SOLVES > WS-PT-SOLVES(WS-PLAYER-IX) THEN
        MOVE ZERO TO WS-PT-SOLVES(WS-PLAYER-IX)
    ELSE
        SUBTRACT WS-DL-SOLVES FROM WS-PT-SOLVES(WS-PLAYER-IX)
    END-IF
    IF WS-DL-GIVEUPS > WS-PT-GIVEUPS(WS-PLAYER-IX) THEN
        MOVE ZERO TO WS-PT-GIVEUPS(WS-PLAYER-IX)
    ELSE
        SUBTRACT WS-DL-GIVEUPS FROM WS-PT-GIVEUPS(WS-PLAYER-IX)
    END-IF
    IF WS-DL-GUESSES > WS-PT-GUESSES(WS-PLAYER-IX) THEN
        MOVE ZERO TO WS-PT-GUESSES(WS-PLAYER-IX)
    ELSE
        SUBTRACT WS-DL-GUESSES FROM WS-PT-GUESSES(WS-PLAYER-IX)
    END-IF.

FINISH-APPLY.
    *> The new master is complete on disk, so both the live file and
    *> the backup can be rewritten from it as often as a rerun needs.
    IF WS-NEW-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "PLAYMAST.NEW.DAT is missing but the marker says it "
            "was built - restore it before rerunning."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT PLAYER-FILE
                        MOVE PL-GIVEUPS TO WS-PT-GIVEUPS(WS-PLAYER-CT)
                        MOVE PL-GUESS-TOTAL
                            TO WS-PT-GUESSES(WS-PLAYER-CT)
                        MOVE PL-STATUS TO WS-PT-STATUS(WS-PLAYER-CT)
                    END-IF
                END-IF
        END-READ
    IF WS-PHASE IS NOT EQUAL TO "NONE" THEN
        DISPLAY "An apply run is in flight (PLAYWORK.DAT) - rerun "
            "the apply step to finish it before recovering."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-BAK-MASTER
    PERFORM LOAD-PLAYER-XREF
    MOVE ZERO TO WS-APPLY-COUNT
    MOVE ZERO TO WS-RECOVER-ADDS
    OPEN INPUT JOURNAL-FILE
        MOVE WS-PT-SOLVES(WS-PLAYER-I) TO PL-SOLVES
        MOVE WS-PT-GIVEUPS(WS-PLAYER-I) TO PL-GIVEUPS
        MOVE WS-PT-GUESSES(WS-PLAYER-I) TO PL-GUESS-TOTAL
        MOVE WS-PT-STATUS(WS-PLAYER-I) TO PL-STATUS
        WRITE PLAYER-RECORD
        MOVE SPACES TO BAKM-RECORD
        MOVE PLAYER-RECORD TO BAKM-RECORD
                    MOVE BK-GIVEUPS TO WS-PT-GIVEUPS(WS-PLAYER-CT)
                    MOVE BK-GUESS-TOTAL
                        TO WS-PT-GUESSES(WS-PLAYER-CT)
                    MOVE BK-STATUS TO WS-PT-STATUS(WS-PLAYER-CT)
                END-IF
        END-READ
    END-PERFORM
       OR (PJ-PLAYER-ID IS EQUAL TO SPACES) THEN
        EXIT PARAGRAPH
    END-IF
    MOVE PJ-PLAYER-ID TO WS-MAP-ID
    PERFORM MAP-PLAYER-ID
    MOVE WS-MAP-ID TO WS-PLAYER-ID
    PERFORM FIND-PLAYER
    IF WS-PLAYER-IX IS EQUAL TO ZERO THEN
        IF WS-PLAYER-CT >= 200 THEN
        END-IF
        ADD 1 TO WS-PLAYER-CT
        MOVE WS-PLAYER-CT TO WS-PLAYER-IX
        MOVE WS-PLAYER-ID TO WS-PT-ID(WS-PLAYER-IX)
        MOVE "(RECOVERED)" TO WS-PT-NAME(WS-PLAYER-IX)
        MOVE SPACE TO WS-PT-STATUS(WS-PLAYER-IX)
        MOVE ZERO TO WS-PT-GAMES(WS-PLAYER-IX)
        MOVE ZERO TO WS-PT-SOLVES(WS-PLAYER-IX)
        MOVE ZERO TO WS-PT-GIVEUPS(WS-PLAYER-IX)
        MOVE ZERO TO WS-PT-GUESSES(WS-PLAYER-IX)
        ADD 1 TO WS-RECOVER-ADDS
    END-IF
    MOVE PJ-GAMES TO WS-DL-GAMES
    MOVE PJ-SOLVES TO WS-DL-SOLVES
    MOVE PJ-GIVEUPS TO WS-DL-GIVEUPS
    MOVE PJ-GUESSES TO WS-DL-GUESSES
    MOVE PJ-SIGN TO WS-DL-SIGN
    PERFORM POST-DELTA
    ADD 1 TO WS-APPLY-COUNT.

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
