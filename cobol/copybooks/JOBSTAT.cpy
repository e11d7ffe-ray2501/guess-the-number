      *> JOBSTAT.cpy - nightly job-stream status record.
      *> JOBSTAT.DAT holds one line per step of the current (or last)
      *> night's run, rewritten by JOBCTL as each step starts and
      *> ends, so a run that stops can be restarted at the step that
      *> stopped it. JT-RUN-TS is when the night's run first started
      *> and is kept across restarts. The step list and commands are
      *> copied from JOBCTL.DAT (JOBSTEP.cpy) when the run starts, so
      *> a restart finishes the night as it was begun. JT-STATUS:
      *>   blank - not started yet
      *>   RUN   - started and not seen to end (JOBCTL itself died)
      *>   OK    - ended with return code 0
      *>   WARN  - ended with return code 4 (nothing to do, or a
      *>           warning such as AUDITCHK rejects); the run goes on
      *>   FAIL  - any other return code; the run stops here
      *>   HELD  - not run, or given up, because GAMEAUDIT.LCK or
      *>           MATCHES.LCK stayed held (return code 12 from the
      *>           step); the run stops here
      *> JT-TRIES counts the times the step has been started.
   01 JOB-STATUS-RECORD.
       05 JT-RUN-TS         PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 JT-SEQ            PIC 9(2).
       05 FILLER            PIC X      VALUE SPACE.
       05 JT-STEP-NAME      PIC X(10).
       05 FILLER            PIC X      VALUE SPACE.
       05 JT-STATUS         PIC X(4).
       05 FILLER            PIC X      VALUE SPACE.
       05 JT-START-TS       PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 JT-END-TS         PIC X(14).
       05 FILLER            PIC X      VALUE SPACE.
       05 JT-RC             PIC 9(4).
       05 FILLER            PIC X      VALUE SPACE.
       05 JT-TRIES          PIC 9(2).
       05 FILLER            PIC X      VALUE SPACE.
       05 JT-LOCKS          PIC X(2).
       05 FILLER            PIC X      VALUE SPACE.
       05 JT-COMMAND        PIC X(120).
