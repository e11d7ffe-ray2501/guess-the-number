           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GH-KEY
           FILE STATUS IS WS-HIST-STATUS.
       SELECT XREF-FILE ASSIGN TO "PLAYXREF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD HIST-FILE.
   COPY "GAMEHIST.cpy".

   FD XREF-FILE.
   COPY "PLAYXREF.cpy".

   WORKING-STORAGE SECTION.
   01 WS-HIST-STATUS    PIC XX.
   01 WS-CHOICE         PIC X.
   01 WS-SHOW-COUNT     PIC 9(4).
   01 WS-BROWSE-EOF     PIC X.

   *> IDs merged into another by PLAYREG (PLAYXREF.cpy): the player
   *> filter matches games recorded under any ID since merged into
   *> the one asked for.
   01 WS-XREF-STATUS    PIC XX.
   01 WS-XREF-EOF       PIC X.
   01 WS-XREF-CT        PIC 9(3) VALUE ZERO.
   01 WS-XREF-TABLE.
     05 WS-XREF-ENT OCCURS 200 TIMES.
       10 WS-XR-OLD     PIC X(8).
       10 WS-XR-NEW     PIC X(8).
   01 WS-XREF-I         PIC 9(3).
   01 WS-MAP-ID         PIC X(8).

   *> The whole guess list (GH-GUESS-LIST then GH-GUESS-CONT), shown
   *> ten guesses to a line so a long game stays readable.
   01 WS-FULL-LIST      PIC X(2000).
   01 WS-LIST-PTR       PIC 9(4).
   01 WS-ENTRY          PIC X(20).
   01 WS-SHOW-HEAD      PIC X(11).
   01 WS-SHOW-LINE      PIC X(120).
   01 WS-SHOW-PTR       PIC 9(3).
   01 WS-SHOW-N         PIC 9(2).
   01 WS-SHOW-LINES     PIC 9(4).

PROCEDURE DIVISION.
    OPEN INPUT HIST-FILE
    IF WS-HIST-STATUS IS NOT EQUAL TO "00" THEN
            ") - build it from the audit trail with HISTBLD first."
        STOP RUN
    END-IF
    PERFORM LOAD-PLAYER-XREF

    PERFORM FOREVER
        DISPLAY " "
    ACCEPT WS-FILT-LEN
    DISPLAY "Player ID filter (blank = any): " WITH NO ADVANCING
    ACCEPT WS-FILT-PLAYER
    IF WS-FILT-PLAYER IS NOT EQUAL TO SPACES THEN
        MOVE WS-FILT-PLAYER TO WS-MAP-ID
        PERFORM MAP-PLAYER-ID
        IF WS-MAP-ID IS NOT EQUAL TO WS-FILT-PLAYER THEN
            DISPLAY FUNCTION TRIM(WS-FILT-PLAYER) " was merged into "
                FUNCTION TRIM(WS-MAP-ID) " - showing games under "
                "either ID."
            MOVE WS-MAP-ID TO WS-FILT-PLAYER
        END-IF
    END-IF

    MOVE SPACES TO GH-KEY
    MOVE WS-FROM-DATE TO GH-START-TS(1:8)
       AND (GH-DIGIT-LEN IS NOT EQUAL TO WS-FILT-LEN) THEN
        EXIT PARAGRAPH
    END-IF
    IF WS-FILT-PLAYER IS NOT EQUAL TO SPACES THEN
        MOVE GH-PLAYER-ID TO WS-MAP-ID
        PERFORM MAP-PLAYER-ID
        IF WS-MAP-ID IS NOT EQUAL TO WS-FILT-PLAYER THEN
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD 1 TO WS-SHOW-COUNT
    PERFORM SHOW-HIST-RECORD.
        " ended " GH-END-TS
    DISPLAY "  Digit length " GH-DIGIT-LEN ", answer " GH-ANSWER
        ", guesses " GH-GUESS-COUNT ", outcome " GH-OUTCOME
    IF GH-RULE IS EQUAL TO "R" THEN
        DISPLAY "  Repeated digits allowed"
    END-IF
    IF GH-PLAYER-ID IS NOT EQUAL TO SPACES THEN
        MOVE GH-PLAYER-ID TO WS-MAP-ID
        PERFORM MAP-PLAYER-ID
        IF WS-MAP-ID IS EQUAL TO GH-PLAYER-ID THEN
            DISPLAY "  Player " GH-PLAYER-ID
        ELSE
            DISPLAY "  Player " GH-PLAYER-ID " (since merged into "
                WS-MAP-ID ")"
        END-IF
    END-IF
    MOVE GH-GUESS-LIST TO WS-FULL-LIST(1:200)
    MOVE GH-GUESS-CONT TO WS-FULL-LIST(201:)
    PERFORM SHOW-GUESS-LIST.

SHOW-GUESS-LIST.
    MOVE "  Guesses: " TO WS-SHOW-HEAD
    MOVE SPACES TO WS-SHOW-LINE
    MOVE 1 TO WS-SHOW-PTR
    MOVE ZERO TO WS-SHOW-N
    MOVE ZERO TO WS-SHOW-LINES
    MOVE 1 TO WS-LIST-PTR
    PERFORM FOREVER
        IF WS-LIST-PTR > 2000 THEN
            EXIT PERFORM
        END-IF
        MOVE SPACES TO WS-ENTRY
        UNSTRING WS-FULL-LIST DELIMITED BY ";"
            INTO WS-ENTRY
            WITH POINTER WS-LIST-PTR
        END-UNSTRING
        IF WS-ENTRY IS EQUAL TO SPACES THEN
            EXIT PERFORM
        END-IF
        STRING WS-ENTRY DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
            INTO WS-SHOW-LINE
            WITH POINTER WS-SHOW-PTR
        END-STRING
        ADD 1 TO WS-SHOW-N
        IF WS-SHOW-N IS EQUAL TO 10 THEN
            PERFORM SHOW-GUESS-LINE
        END-IF
    END-PERFORM
    IF (WS-SHOW-N > ZERO) OR (WS-SHOW-LINES IS EQUAL TO ZERO) THEN
        PERFORM SHOW-GUESS-LINE
    END-IF.

SHOW-GUESS-LINE.
    DISPLAY WS-SHOW-HEAD FUNCTION TRIM(WS-SHOW-LINE)
    ADD 1 TO WS-SHOW-LINES
    MOVE SPACES TO WS-SHOW-HEAD
    MOVE SPACES TO WS-SHOW-LINE
    MOVE 1 TO WS-SHOW-PTR
    MOVE ZERO TO WS-SHOW-N.

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
