      *> SITELOAD.cpy - satellite-site load log record.
      *> SITELOAD.DAT is append-only, written by SITEIMP once a
      *> batch's accepted sessions and deltas are on GAMEAUDIT.DAT
      *> and PLAYJRNL.DAT. An S line is written for each session
      *> loaded, keyed by the club's code, the session's start stamp
      *> and mode and the club's own player ID, with the ID it was
      *> mapped to here; a B line follows for the batch as a whole
      *> with its counts. A batch with a B line is refused if sent
      *> again, and a session with an S line is refused if it turns
      *> up in a later batch - long after GAMEARCH has moved it off
      *> the live audit trail.
      *> SL-LOAD-TS is the stamp the batch's sessions carry as
      *> GS-LOAD-TS. The B line goes on last, so LEAGUE and GAMESTATS
      *> read the latest B line's stamp as the point up to which
      *> loaded sessions are wholly on GAMEAUDIT.DAT.
      *> SL-TYPE: B = batch loaded, S = session loaded.
   01 SITE-LOAD-RECORD.
       05 SL-TYPE           PIC X.
       05 FILLER            PIC X      VALUE SPACE.
       05 SL-SITE           PIC X(4).
       05 FILLER            PIC X      VALUE SPACE.
       05 SL-BATCH-NO       PIC 9(6).
       05 FILLER            PIC X      VALUE SPACE.
       05 SL-LOAD-TS        PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 SL-START-TS       PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 SL-MODE           PIC X(10).
       05 FILLER            PIC X      VALUE SPACE.
       05 SL-THEIR-ID       PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 SL-OUR-ID         PIC X(8).
       05 FILLER            PIC X      VALUE SPACE.
       05 SL-ACCEPT-CT      PIC 9(6).
       05 FILLER            PIC X      VALUE SPACE.
       05 SL-REJECT-CT      PIC 9(6).
       05 FILLER            PIC X      VALUE SPACE.
       05 SL-JRNL-CT        PIC 9(6).
