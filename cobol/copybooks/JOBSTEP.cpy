      *> JOBSTEP.cpy - nightly job-stream control record.
      *> One line per step in JOBCTL.DAT, in running order, read by
      *> JOBCTL at the start of a night's run. JS-LOCKS names the
      *> shared files the step must find free before it is started:
      *> "A" for GAMEAUDIT.LCK, "M" for MATCHES.LCK, "AM" for both,
      *> blank for neither. JS-COMMAND is the shell command that runs
      *> the step, with the answers to its prompts piped in, e.g.
      *>     printf 'A\n' | ./playupd
      *> A line whose step name starts with "*" is a comment.
   01 JOB-STEP-RECORD.
       05 JS-STEP-NAME      PIC X(10).
       05 FILLER            PIC X      VALUE SPACE.
       05 JS-LOCKS          PIC X(2).
       05 FILLER            PIC X      VALUE SPACE.
       05 JS-COMMAND        PIC X(120).
