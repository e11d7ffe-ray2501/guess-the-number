      *> SITECTL.cpy - satellite-site extract control record.
      *> A satellite club sends its games as two extracts, its
      *> GAMEAUDIT.DAT lines (SITEAUD.DAT) and its PLAYJRNL.DAT lines
      *> (SITEJRN.DAT). Each extract opens with an HDR line and closes
      *> with a TRL line in this layout, told apart from the data
      *> lines by SC-TYPE (a data line starts with a numeric stamp).
      *> Both lines carry the sending club's code, its batch number
      *> and which file the extract is of (GAMEAUDIT or PLAYJRNL); the
      *> trailer adds the number of data lines between the two and a
      *> hash total of their guess counts (GS-GUESS-COUNT or
      *> PJ-GUESSES), which SITEIMP checks before loading anything.
      *> Counts on the header are zeros.
   01 SITE-CONTROL-RECORD.
       05 SC-TYPE           PIC X(3).
       05 FILLER            PIC X      VALUE SPACE.
       05 SC-SITE           PIC X(4).
       05 FILLER            PIC X      VALUE SPACE.
       05 SC-BATCH-NO       PIC 9(6).
       05 FILLER            PIC X      VALUE SPACE.
       05 SC-FILE-ID        PIC X(10).
       05 FILLER            PIC X      VALUE SPACE.
       05 SC-EXTRACT-TS     PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 SC-REC-COUNT      PIC 9(7).
       05 FILLER            PIC X      VALUE SPACE.
       05 SC-HASH-TOTAL     PIC 9(9).
