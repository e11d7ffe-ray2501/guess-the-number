      *> SECREC.cpy - security exception record.
      *> One line appended to PLAYSEC.DAT for every sign-in event
      *> worth a look the next morning, and for every operator action
      *> that changes a player's PIN state:
      *>   PINFAIL  - wrong PIN given (SE-FAILS = failures in a row)
      *>   LOCKOUT  - that failure locked the ID
      *>   LOCKED   - sign-in tried on an ID that is already locked
      *>   PINSET   - PLAYREG set or reset the PIN
      *>   UNLOCK   - PLAYREG cleared a lockout
      *> SE-PROGRAM names the program that wrote the line, and
      *> SE-OPERATOR the operator who made a PLAYREG change (spaces on
      *> a sign-in event, and on lines written before it was kept).
   01 SECURITY-RECORD.
       05 SE-TS             PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 SE-PROGRAM        PIC X(10).
       05 FILLER            PIC X      VALUE SPACE.
       05 SE-PLAYER-ID      PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 SE-EVENT          PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 SE-FAILS          PIC 9.
       05 FILLER            PIC X      VALUE SPACE.
       05 SE-OPERATOR       PIC X(8).
