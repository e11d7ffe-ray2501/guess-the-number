                                LEADING ==GS== BY ==CT==.

   FD KEEP-FILE.
   01 KEEP-RECORD           PIC X(2100).

   FD ARCH-FILE.
   01 ARCH-RECORD           PIC X(2100).

   FD TRIM-FILE.
   01 TRIM-RECORD           PIC X(2100).

   FD CATALOG-FILE.
   01 CATALOG-RECORD        PIC X(80).
                    " - nothing to archive."
                PERFORM CLEANUP-WORK-FILES
                PERFORM FREE-AUDIT-LOCK
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM WRITE-INITIAL-MARKER
            DISPLAY "GAMEAUDIT.DAT is still locked by "
                WS-LOCK-HOLDER " - giving up. Rerun once the "
                "writer finishes."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "GAMEAUDIT.DAT is locked by " WS-LOCK-HOLDER
        ACCEPT WS-LOCK-REPLY
        IF WS-LOCK-REPLY IS EQUAL TO "Q"
           OR WS-LOCK-REPLY IS EQUAL TO "q" THEN
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        SUBTRACT 1 FROM WS-LOCK-TRIES
    OPEN INPUT GAMELOG-FILE
    IF WS-LOG-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "No GAMEAUDIT.DAT found - nothing to archive."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT CUT-FILE
        DISPLAY "GAMEARCH.TRIM.DAT is missing but the marker says "
            "it held the good copy of " WS-ARCH-NAME " - restore it "
            "before rerunning."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ARCH-FILE
    OPEN INPUT GAMELOG-FILE
    IF WS-LOG-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "GAMEAUDIT.DAT disappeared mid-run - stopping."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT KEEP-FILE
            "the live file. Restore it, or recover by hand from "
            "the archives listed in ARCHCAT.DAT before clearing "
            "ARCHWORK.DAT."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT GAMELOG-FILE
