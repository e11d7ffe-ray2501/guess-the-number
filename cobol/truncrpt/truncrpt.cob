IDENTIFICATION DIVISION.
PROGRAM-ID. TruncRpt.

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
       SELECT MATCH-FILE ASSIGN TO "MATCHES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-STATUS.
       SELECT REPORT-FILE ASSIGN TO "TRUNCRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD GAMELOG-FILE.
   COPY "GAMEREC.cpy".

   FD CATALOG-FILE.
   01 CATALOG-RECORD        PIC X(80).

   FD ARCH-FILE.
   01 ARCH-RECORD           PIC X(2100).

   FD MATCH-FILE.
   COPY "MATCHREC.cpy".

   FD REPORT-FILE.
   01 REPORT-RECORD         PIC X(80).

   WORKING-STORAGE SECTION.
   *> One-off listing of the sessions whose guess list was cut at the
   *> old 200-byte limit, before the writers went on into
   *> GS-GUESS-CONT: GAMEAUDIT.DAT, every archive in ARCHCAT.DAT, and
   *> the seats of open MATCHES.DAT matches whose log was cut while
   *> still in play. A session is cut when its continuation is blank,
   *> the list runs to byte 200, and either that byte is not the ";"
   *> closing an entry or the whole entries fall short of the guess
   *> count (a DAILY solve lists one fewer). These are the sessions
   *> AUDITCHK rejects as TRN and GAMEVIEW/ARCHINQ can only replay in
   *> part; nothing is changed here.
   01 WS-LOG-STATUS     PIC XX.
   01 WS-CAT-STATUS     PIC XX.
   01 WS-ARCH-STATUS    PIC XX.
   01 WS-MATCH-STATUS   PIC XX.
   01 WS-RPT-STATUS     PIC XX.
   01 WS-EOF-FLAG       PIC X.

   *> Catalogued archives, merged by name as ARCHINQ does.
   01 WS-ARCH-NAME      PIC X(20).
   01 WS-CAT-CT         PIC 9(3) VALUE ZERO.
   01 WS-CAT-TABLE.
     05 WS-CAT-ENT OCCURS 200 TIMES.
       10 WS-CA-NAME    PIC X(20).
       10 WS-CA-TO      PIC X(14).
   01 WS-ARCH-READ-CT   PIC 9(3) VALUE ZERO.

   *> Where the session in hand came from, for the detail line.
   01 WS-SOURCE         PIC X(20).
   01 WS-LIST-CUT       PIC X.
   01 WS-LIST-EXPECT    PIC 9(4).
   01 WS-LIST-KEPT      PIC 9(4).

   *> The seat being looked at on an open match.
   01 WS-SEAT-ID        PIC X(8).
   01 WS-SEAT-LEN       PIC 9.
   01 WS-SEAT-COUNT     PIC X(4).
   01 WS-SEAT-START     PIC X(14).
   01 WS-SEAT-LOG       PIC X(200).
   01 WS-SEAT-CONT      PIC X(1800).
   01 WS-SEAT-NO        PIC 9.

   01 WS-SESS-READ-CT   PIC 9(7) VALUE ZERO.
   01 WS-SESS-CUT-CT    PIC 9(6) VALUE ZERO.
   01 WS-MATCH-READ-CT  PIC 9(5) VALUE ZERO.
   01 WS-SEAT-CUT-CT    PIC 9(5) VALUE ZERO.
   01 WS-LOST-CT        PIC 9(7) VALUE ZERO.

   01 WS-I              PIC 9(3).
   01 WS-NUM-ED         PIC ZZZZZZ9.
   01 WS-CT-ED          PIC ZZZ9.
   01 WS-KEPT-ED        PIC ZZZ9.
   01 WS-MATCH-ED       PIC ZZ9.
   01 WS-CURRENT-DATE.
     05 WS-CD-DATETIME  PIC X(21).

PROCEDURE DIVISION.
    OPEN OUTPUT REPORT-FILE
    IF WS-RPT-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "Cannot open TRUNCRPT.TXT (status " WS-RPT-STATUS ")."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE SPACES TO REPORT-RECORD
    STRING "TRUNCATED GUESS LISTS - run " WS-CD-DATETIME(1:8) " "
        WS-CD-DATETIME(9:6)
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "Start          Mode       Player   Len Guesses Kept Source"
        TO REPORT-RECORD
    WRITE REPORT-RECORD

    PERFORM LOAD-CATALOG
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CAT-CT
        MOVE WS-CA-NAME(WS-I) TO WS-ARCH-NAME
        PERFORM SCAN-ONE-ARCHIVE
    END-PERFORM
    PERFORM SCAN-AUDIT-TRAIL
    IF WS-LOG-STATUS IS NOT EQUAL TO "00" THEN
        CLOSE REPORT-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM SCAN-OPEN-MATCHES
    PERFORM WRITE-TRUNC-TOTALS
    CLOSE REPORT-FILE

    DISPLAY WS-SESS-CUT-CT " truncated session(s) and " WS-SEAT-CUT-CT
        " open match seat(s) listed in TRUNCRPT.TXT"
    IF (WS-SESS-CUT-CT IS EQUAL TO ZERO)
       AND (WS-SEAT-CUT-CT IS EQUAL TO ZERO) THEN
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 4 TO RETURN-CODE
    END-IF.

STOP RUN.

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

SCAN-ONE-ARCHIVE.
    OPEN INPUT ARCH-FILE
    IF WS-ARCH-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "Catalogued archive " WS-ARCH-NAME " cannot be "
            "opened (status " WS-ARCH-STATUS ") - its sessions are "
            "not checked."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ARCH-READ-CT
    MOVE WS-ARCH-NAME TO WS-SOURCE
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ ARCH-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                MOVE SPACES TO GAME-SESSION-RECORD
                MOVE ARCH-RECORD TO GAME-SESSION-RECORD
                PERFORM CHECK-ONE-SESSION
        END-READ
    END-PERFORM
    CLOSE ARCH-FILE.

SCAN-AUDIT-TRAIL.
    OPEN INPUT GAMELOG-FILE
    IF WS-LOG-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "Cannot open GAMEAUDIT.DAT (status " WS-LOG-STATUS ")."
        EXIT PARAGRAPH
    END-IF
    MOVE "GAMEAUDIT.DAT" TO WS-SOURCE
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ GAMELOG-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                PERFORM CHECK-ONE-SESSION
        END-READ
    END-PERFORM
    CLOSE GAMELOG-FILE.

CHECK-ONE-SESSION.
    ADD 1 TO WS-SESS-READ-CT
    MOVE GS-GUESS-LIST TO WS-SEAT-LOG
    MOVE GS-GUESS-CONT TO WS-SEAT-CONT
    MOVE GS-GUESS-COUNT TO WS-SEAT-COUNT
    PERFORM CHECK-LIST-CUT
    IF WS-LIST-CUT IS NOT EQUAL TO "Y" THEN
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SESS-CUT-CT
    MOVE WS-LIST-EXPECT TO WS-CT-ED
    MOVE WS-LIST-KEPT TO WS-KEPT-ED
    MOVE SPACES TO REPORT-RECORD
    STRING GS-START-TS " " GS-MODE " " GS-PLAYER-ID "  "
        GS-DIGIT-LEN "    " WS-CT-ED " " WS-KEPT-ED " " WS-SOURCE
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

CHECK-LIST-CUT.
    *> WS-SEAT-LOG/CONT/COUNT hold the list and count to test. The
    *> kept entries are the ones closed by a ";" in the first 200
    *> bytes; a DAILY solve lists one fewer than its guess count.
    MOVE "N" TO WS-LIST-CUT
    MOVE ZERO TO WS-LIST-KEPT
    MOVE ZERO TO WS-LIST-EXPECT
    IF (WS-SEAT-CONT IS NOT EQUAL TO SPACES)
       OR (WS-SEAT-LOG(200:1) IS EQUAL TO SPACE) THEN
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-SEAT-LOG TALLYING WS-LIST-KEPT FOR ALL ";"
    IF WS-SEAT-COUNT IS NUMERIC THEN
        MOVE WS-SEAT-COUNT TO WS-LIST-EXPECT
    END-IF
    IF (GS-MODE IS EQUAL TO "DAILY") AND (GS-OUTCOME IS EQUAL TO "SOLVED")
       AND (WS-LIST-EXPECT > 0) THEN
        SUBTRACT 1 FROM WS-LIST-EXPECT
    END-IF
    IF (WS-SEAT-LOG(200:1) IS NOT EQUAL TO ";")
       OR (WS-LIST-KEPT < WS-LIST-EXPECT) THEN
        MOVE "Y" TO WS-LIST-CUT
    END-IF
    IF WS-LIST-EXPECT > WS-LIST-KEPT THEN
        COMPUTE WS-LOST-CT = WS-LOST-CT + WS-LIST-EXPECT - WS-LIST-KEPT
    END-IF.

SCAN-OPEN-MATCHES.
    *> Only matches still being played: a finished match's seats are
    *> already on the audit trail and were checked there.
    OPEN INPUT MATCH-FILE
    IF WS-MATCH-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO GS-MODE
    MOVE SPACES TO GS-OUTCOME
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ MATCH-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF (MT-STATUS IS EQUAL TO "P")
                   OR (MT-STATUS IS EQUAL TO "A") THEN
                    ADD 1 TO WS-MATCH-READ-CT
                    PERFORM CHECK-MATCH-SEATS
                END-IF
        END-READ
    END-PERFORM
    CLOSE MATCH-FILE.

CHECK-MATCH-SEATS.
    MOVE 1 TO WS-SEAT-NO
    MOVE MT-P1-ID TO WS-SEAT-ID
    MOVE MT-P1-DIGIT-LEN TO WS-SEAT-LEN
    MOVE MT-P1-GUESS-COUNT TO WS-SEAT-COUNT
    MOVE MT-P1-START-TS TO WS-SEAT-START
    MOVE MT-P1-GUESS-LOG TO WS-SEAT-LOG
    MOVE MT-P1-GUESS-CONT TO WS-SEAT-CONT
    PERFORM CHECK-ONE-SEAT
    MOVE 2 TO WS-SEAT-NO
    MOVE MT-P2-ID TO WS-SEAT-ID
    MOVE MT-P2-DIGIT-LEN TO WS-SEAT-LEN
    MOVE MT-P2-GUESS-COUNT TO WS-SEAT-COUNT
    MOVE MT-P2-START-TS TO WS-SEAT-START
    MOVE MT-P2-GUESS-LOG TO WS-SEAT-LOG
    MOVE MT-P2-GUESS-CONT TO WS-SEAT-CONT
    PERFORM CHECK-ONE-SEAT.

CHECK-ONE-SEAT.
    PERFORM CHECK-LIST-CUT
    IF WS-LIST-CUT IS NOT EQUAL TO "Y" THEN
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SEAT-CUT-CT
    MOVE WS-LIST-EXPECT TO WS-CT-ED
    MOVE WS-LIST-KEPT TO WS-KEPT-ED
    MOVE MT-MATCH-NO TO WS-MATCH-ED
    MOVE SPACES TO REPORT-RECORD
    STRING WS-SEAT-START " TOURNAB    " WS-SEAT-ID "  "
        WS-SEAT-LEN "    " WS-CT-ED " " WS-KEPT-ED " MATCHES.DAT #"
        WS-MATCH-ED " seat " WS-SEAT-NO
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

WRITE-TRUNC-TOTALS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-SESS-READ-CT TO WS-NUM-ED
    MOVE SPACES TO REPORT-RECORD
    STRING "Sessions checked        : " WS-NUM-ED
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE WS-ARCH-READ-CT TO WS-NUM-ED
    MOVE SPACES TO REPORT-RECORD
    STRING "Archives read           : " WS-NUM-ED
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE WS-SESS-CUT-CT TO WS-NUM-ED
    MOVE SPACES TO REPORT-RECORD
    STRING "Sessions truncated      : " WS-NUM-ED
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE WS-MATCH-READ-CT TO WS-NUM-ED
    MOVE SPACES TO REPORT-RECORD
    STRING "Open matches checked    : " WS-NUM-ED
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE WS-SEAT-CUT-CT TO WS-NUM-ED
    MOVE SPACES TO REPORT-RECORD
    STRING "Open seats truncated    : " WS-NUM-ED
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE WS-LOST-CT TO WS-NUM-ED
    MOVE SPACES TO REPORT-RECORD
    STRING "Guesses missing in all  : " WS-NUM-ED
        DELIMITED BY SIZE INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.
