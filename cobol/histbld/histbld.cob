    OPEN INPUT GAMELOG-FILE
    IF WS-LOG-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "No GAMEAUDIT.DAT found - nothing to load."
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF

    IF WS-HIST-STATUS IS NOT EQUAL TO "00" THEN
        DISPLAY "Cannot create GAMEHIST.IDX - status "
            WS-HIST-STATUS "."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

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
    MOVE GS-ANSWER TO GH-ANSWER
    MOVE GS-GUESS-COUNT TO GH-GUESS-COUNT
    MOVE GS-GUESS-LIST TO GH-GUESS-LIST
    MOVE GS-GUESS-CONT TO GH-GUESS-CONT
    MOVE GS-END-TS TO GH-END-TS
    MOVE GS-OUTCOME TO GH-OUTCOME
    MOVE GS-PLAYER-ID TO GH-PLAYER-ID
    MOVE GS-RULE TO GH-RULE
    WRITE GAME-HIST-RECORD
        INVALID KEY
            ADD 1 TO WS-DUP-COUNT
