       05 GH-END-TS         PIC X(14).
       05 GH-OUTCOME        PIC X(10).
       05 GH-PLAYER-ID      PIC X(8).
       05 GH-RULE           PIC X.
       05 GH-GUESS-CONT     PIC X(1800).
