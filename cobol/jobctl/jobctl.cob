IDENTIFICATION DIVISION.
PROGRAM-ID. JobCtl.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT CONTROL-FILE ASSIGN TO "JOBCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
       SELECT STATUS-FILE ASSIGN TO "JOBSTAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAT-STATUS.
       SELECT LOG-FILE ASSIGN TO "JOBLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JLOG-STATUS.
       SELECT AUDIT-LOCK-FILE ASSIGN TO "GAMEAUDIT.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALOCK-STATUS.
       SELECT MATCH-LOCK-FILE ASSIGN TO "MATCHES.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MLOCK-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD CONTROL-FILE.
   COPY "JOBSTEP.cpy".

   FD STATUS-FILE.
   COPY "JOBSTAT.cpy".

   FD LOG-FILE.
   01 LOG-RECORD            PIC X(80).

   FD AUDIT-LOCK-FILE.
   COPY "LOCKREC.cpy".

   FD MATCH-LOCK-FILE.
   COPY "LOCKREC.cpy" REPLACING LEADING ==LOCK== BY ==MLOCK==
                                LEADING ==GL== BY ==ML==.

   WORKING-STORAGE SECTION.
   *> Nightly job-stream controller. The night's batch steps -
   *> PLAYUPD, AUDITCHK, HISTBLD, GAMESTATS, LEAGUE, RATEUPD,
   *> DAILYRPT, GAMEARCH as the shop runs them - are listed in order
   *> in JOBCTL.DAT (JOBSTEP.cpy) and run one after another, each
   *> through the shell with its prompt answers piped in. Each
   *> step's start, end and return code go to JOBSTAT.DAT
   *> (JOBSTAT.cpy) as it happens. The stream stops at the first
   *> step that fails or cannot get its lock, and the next JOBCTL
   *> run offers to restart the night there, leaving the steps
   *> already finished alone.
   *> Return codes from the steps: 0 done, 4 done with a warning or
   *> nothing to do (the stream goes on), 12 gave up waiting for a
   *> lock, anything else failed. A step that needs GAMEAUDIT.LCK or
   *> MATCHES.LCK is held back while the lock is taken, and started
   *> once it clears; if it stays taken the step is marked HELD. A
   *> lock older than ten minutes is treated as left by a crashed
   *> program, as the batch jobs themselves treat it.
   *> JOBLOG.TXT is the morning run log: appended to by every run,
   *> it shows each step's start and end, the steps' own console
   *> output between them, every hold-back, and at the end the
   *> whole night's batch window step by step.
   01 WS-CTL-STATUS     PIC XX.
   01 WS-STAT-STATUS    PIC XX.
   01 WS-JLOG-STATUS    PIC XX.
   01 WS-ALOCK-STATUS   PIC XX.
   01 WS-MLOCK-STATUS   PIC XX.
   01 WS-EOF-FLAG       PIC X.
   01 WS-CURRENT-DATE.
     05 WS-CD-DATETIME PIC X(21).
   01 WS-NOW-TS         PIC X(14).
   01 WS-RUN-MODE       PIC X.
   01 WS-RUN-TS         PIC X(14).

   *> The night's steps (from JOBSTAT.DAT on a restart, from
   *> JOBCTL.DAT for a new run).
   01 WS-STEP-CT        PIC 9(2) VALUE ZERO.
   01 WS-STEP-TABLE.
     05 WS-STEP-ENT OCCURS 40 TIMES.
       10 WS-ST-NAME    PIC X(10).
       10 WS-ST-STATUS  PIC X(4).
       10 WS-ST-START   PIC X(14).
       10 WS-ST-END     PIC X(14).
       10 WS-ST-RC      PIC 9(4).
       10 WS-ST-TRIES   PIC 9(2).
       10 WS-ST-LOCKS   PIC X(2).
       10 WS-ST-COMMAND PIC X(120).
   01 WS-STEP-IX        PIC 9(2).
   01 WS-FIRST-STEP     PIC 9(2) VALUE ZERO.
   01 WS-STREAM-STOP    PIC X VALUE "N".
   01 WS-WARN-SEEN      PIC X VALUE "N".

   *> Shell command for one step; its console output is appended to
   *> the run log, which is closed while the step runs.
   01 WS-SHELL-CMD      PIC X(200).
   01 WS-SHELL-STATUS   PIC S9(9) BINARY.
   01 WS-STEP-RC        PIC 9(4).

   *> Lock hold-back: WS-HOLD-TRIES looks, WS-HOLD-WAIT seconds
   *> apart, before a step is marked HELD.
   01 WS-HOLD-TRIES     PIC 9(3) VALUE 20.
   01 WS-HOLD-WAIT      PIC 9(3) VALUE 30.
   01 WS-HOLD-LEFT      PIC 9(3).
   01 WS-HELD-BY        PIC X(13).
   01 WS-HELD-LOGGED    PIC X.
   01 WS-LOCK-HELD      PIC X.
   01 WS-LOCK-STALE     PIC X.
   01 WS-LOCK-HOLDER    PIC X(10).
   01 WS-LOCK-TS        PIC X(14).
   01 WS-LOCK-NAME      PIC X(13).
   01 WS-LOCK-AGE       PIC S9(9).
   01 WS-LOCK-SECS      PIC S9(12).
   01 WS-NOW-SECS       PIC S9(12).
   01 WS-HOLD-START     PIC X(14).

   *> Timestamp to seconds, for elapsed times and lock ages.
   01 WS-TS-IN          PIC X(14).
   01 WS-TS-DATE        PIC 9(8).
   01 WS-TS-DAYS        PIC 9(7).
   01 WS-SECS-OUT       PIC S9(12).
   01 WS-ELAPSED        PIC S9(9).

   01 WS-LOG-LINE       PIC X(80).
   01 WS-SEQ-ED         PIC Z9.
   01 WS-RC-ED          PIC ZZZ9.
   01 WS-SECS-ED        PIC ZZZZZ9.
   01 WS-NUM-ED         PIC Z9.
   01 WS-SHOW-STATUS    PIC X(7).

PROCEDURE DIVISION.
    PERFORM LOAD-JOB-STATUS
    IF WS-FIRST-STEP > 0 THEN
        MOVE WS-FIRST-STEP TO WS-SEQ-ED
        DISPLAY "The run started " WS-RUN-TS " stopped at step "
            WS-SEQ-ED " " WS-ST-NAME(WS-FIRST-STEP) " ("
            WS-ST-STATUS(WS-FIRST-STEP) ")."
        DISPLAY "(R)estart it at that step, or start a (N)ew run? [R]: "
            WITH NO ADVANCING
        ACCEPT WS-RUN-MODE
    ELSE
        MOVE "N" TO WS-RUN-MODE
    END-IF

    IF WS-RUN-MODE IS EQUAL TO "N" OR WS-RUN-MODE IS EQUAL TO "n" THEN
        IF WS-FIRST-STEP > 0 THEN
            MOVE SPACES TO WS-LOG-LINE
            STRING "RUN  " WS-RUN-TS " abandoned at step "
                   WS-ST-NAME(WS-FIRST-STEP) " for a new run"
                DELIMITED BY SIZE INTO WS-LOG-LINE
            PERFORM WRITE-LOG-LINE
        END-IF
        PERFORM LOAD-JOB-CONTROL
        IF WS-STEP-CT IS EQUAL TO ZERO THEN
            DISPLAY "JOBCTL.DAT is missing or lists no steps - "
                "nothing to run."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM STAMP-NOW
        MOVE WS-NOW-TS TO WS-RUN-TS
        MOVE 1 TO WS-FIRST-STEP
        PERFORM SAVE-JOB-STATUS
        MOVE WS-STEP-CT TO WS-NUM-ED
        MOVE SPACES TO WS-LOG-LINE
        STRING "RUN  " WS-RUN-TS " started - " WS-NUM-ED
               " step(s) from JOBCTL.DAT"
            DELIMITED BY SIZE INTO WS-LOG-LINE
        PERFORM WRITE-LOG-LINE
    ELSE
        MOVE WS-FIRST-STEP TO WS-SEQ-ED
        MOVE SPACES TO WS-LOG-LINE
        STRING "RUN  " WS-RUN-TS " restarted at step " WS-SEQ-ED " "
               WS-ST-NAME(WS-FIRST-STEP)
            DELIMITED BY SIZE INTO WS-LOG-LINE
        PERFORM WRITE-LOG-LINE
    END-IF

    PERFORM VARYING WS-STEP-IX FROM WS-FIRST-STEP BY 1
            UNTIL (WS-STEP-IX > WS-STEP-CT)
               OR (WS-STREAM-STOP IS EQUAL TO "Y")
        PERFORM RUN-ONE-STEP
    END-PERFORM

    IF WS-STREAM-STOP IS EQUAL TO "Y" THEN
        MOVE SPACES TO WS-LOG-LINE
        STRING "RUN  " WS-RUN-TS " STOPPED - rerun JOBCTL to restart "
               "at the stopped step"
            DELIMITED BY SIZE INTO WS-LOG-LINE
    ELSE
        MOVE SPACES TO WS-LOG-LINE
        STRING "RUN  " WS-RUN-TS " complete"
            DELIMITED BY SIZE INTO WS-LOG-LINE
    END-IF
    PERFORM WRITE-LOG-LINE
    DISPLAY WS-LOG-LINE
    PERFORM WRITE-BATCH-WINDOW
    DISPLAY "Run log in JOBLOG.TXT, step status in JOBSTAT.DAT."
    EVALUATE TRUE
        WHEN WS-STREAM-STOP IS EQUAL TO "Y"
            MOVE 8 TO RETURN-CODE
        WHEN WS-WARN-SEEN IS EQUAL TO "Y"
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE.

STOP RUN.

LOAD-JOB-STATUS.
    *> WS-FIRST-STEP comes back as the first step of the last run
    *> that did not finish OK or WARN, or zero when that run was
    *> complete (or there is none).
    MOVE ZERO TO WS-STEP-CT
    MOVE ZERO TO WS-FIRST-STEP
    OPEN INPUT STATUS-FILE
    IF WS-STAT-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ STATUS-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF WS-STEP-CT < 40 THEN
                    ADD 1 TO WS-STEP-CT
                    MOVE JT-RUN-TS TO WS-RUN-TS
                    MOVE JT-STEP-NAME TO WS-ST-NAME(WS-STEP-CT)
                    MOVE JT-STATUS TO WS-ST-STATUS(WS-STEP-CT)
                    MOVE JT-START-TS TO WS-ST-START(WS-STEP-CT)
                    MOVE JT-END-TS TO WS-ST-END(WS-STEP-CT)
                    MOVE JT-RC TO WS-ST-RC(WS-STEP-CT)
                    MOVE JT-TRIES TO WS-ST-TRIES(WS-STEP-CT)
                    MOVE JT-LOCKS TO WS-ST-LOCKS(WS-STEP-CT)
                    MOVE JT-COMMAND TO WS-ST-COMMAND(WS-STEP-CT)
                    IF (WS-FIRST-STEP IS EQUAL TO ZERO)
                       AND (JT-STATUS IS NOT EQUAL TO "OK")
                       AND (JT-STATUS IS NOT EQUAL TO "WARN") THEN
                        MOVE WS-STEP-CT TO WS-FIRST-STEP
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE STATUS-FILE.

LOAD-JOB-CONTROL.
    MOVE ZERO TO WS-STEP-CT
    OPEN INPUT CONTROL-FILE
    IF WS-CTL-STATUS IS NOT EQUAL TO "00" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
        READ CONTROL-FILE
            AT END
                MOVE "Y" TO WS-EOF-FLAG
            NOT AT END
                IF (JS-STEP-NAME IS NOT EQUAL TO SPACES)
                   AND (JS-STEP-NAME(1:1) IS NOT EQUAL TO "*")
                   AND (JS-COMMAND IS NOT EQUAL TO SPACES) THEN
                    IF WS-STEP-CT < 40 THEN
                        ADD 1 TO WS-STEP-CT
                        MOVE JS-STEP-NAME TO WS-ST-NAME(WS-STEP-CT)
                        MOVE SPACES TO WS-ST-STATUS(WS-STEP-CT)
                        MOVE SPACES TO WS-ST-START(WS-STEP-CT)
                        MOVE SPACES TO WS-ST-END(WS-STEP-CT)
                        MOVE ZERO TO WS-ST-RC(WS-STEP-CT)
                        MOVE ZERO TO WS-ST-TRIES(WS-STEP-CT)
                        MOVE JS-LOCKS TO WS-ST-LOCKS(WS-STEP-CT)
                        MOVE JS-COMMAND TO WS-ST-COMMAND(WS-STEP-CT)
                    ELSE
                        DISPLAY "Warning: JOBCTL.DAT lists more than "
                            "40 steps - step " JS-STEP-NAME
                            " and after are NOT run."
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONTROL-FILE.

SAVE-JOB-STATUS.
    OPEN OUTPUT STATUS-FILE
    PERFORM VARYING WS-STEP-IX FROM 1 BY 1 UNTIL WS-STEP-IX > WS-STEP-CT
        MOVE SPACES TO JOB-STATUS-RECORD
        MOVE WS-RUN-TS TO JT-RUN-TS
        MOVE WS-STEP-IX TO JT-SEQ
        MOVE WS-ST-NAME(WS-STEP-IX) TO JT-STEP-NAME
        MOVE WS-ST-STATUS(WS-STEP-IX) TO JT-STATUS
        MOVE WS-ST-START(WS-STEP-IX) TO JT-START-TS
        MOVE WS-ST-END(WS-STEP-IX) TO JT-END-TS
        MOVE WS-ST-RC(WS-STEP-IX) TO JT-RC
        MOVE WS-ST-TRIES(WS-STEP-IX) TO JT-TRIES
        MOVE WS-ST-LOCKS(WS-STEP-IX) TO JT-LOCKS
        MOVE WS-ST-COMMAND(WS-STEP-IX) TO JT-COMMAND
        WRITE JOB-STATUS-RECORD
    END-PERFORM
    CLOSE STATUS-FILE.

SAVE-STEP-STATUS.
    *> The whole table is rewritten; the step index is kept.
    MOVE WS-STEP-IX TO WS-SEQ-ED
    PERFORM SAVE-JOB-STATUS
    MOVE WS-SEQ-ED TO WS-STEP-IX.

RUN-ONE-STEP.
    IF (WS-ST-STATUS(WS-STEP-IX) IS EQUAL TO "OK")
       OR (WS-ST-STATUS(WS-STEP-IX) IS EQUAL TO "WARN") THEN
        EXIT PARAGRAPH
    END-IF
    PERFORM WAIT-FOR-LOCKS
    IF WS-HELD-BY IS NOT EQUAL TO SPACES THEN
        PERFORM STAMP-NOW
        MOVE "HELD" TO WS-ST-STATUS(WS-STEP-IX)
        MOVE WS-HOLD-START TO WS-ST-START(WS-STEP-IX)
        MOVE WS-NOW-TS TO WS-ST-END(WS-STEP-IX)
        MOVE ZERO TO WS-ST-RC(WS-STEP-IX)
        PERFORM SAVE-STEP-STATUS
        MOVE SPACES TO WS-LOG-LINE
        STRING "STEP " WS-ST-NAME(WS-STEP-IX) " HELD - "
               FUNCTION TRIM(WS-HELD-BY) " still held by "
               FUNCTION TRIM(WS-LOCK-HOLDER) " since " WS-LOCK-TS
            DELIMITED BY SIZE INTO WS-LOG-LINE
        PERFORM WRITE-LOG-LINE
        MOVE "Y" TO WS-STREAM-STOP
        EXIT PARAGRAPH
    END-IF

    PERFORM STAMP-NOW
    MOVE "RUN" TO WS-ST-STATUS(WS-STEP-IX)
    MOVE WS-NOW-TS TO WS-ST-START(WS-STEP-IX)
    MOVE SPACES TO WS-ST-END(WS-STEP-IX)
    MOVE ZERO TO WS-ST-RC(WS-STEP-IX)
    ADD 1 TO WS-ST-TRIES(WS-STEP-IX)
    PERFORM SAVE-STEP-STATUS
    MOVE WS-ST-TRIES(WS-STEP-IX) TO WS-NUM-ED
    MOVE SPACES TO WS-LOG-LINE
    STRING "STEP " WS-ST-NAME(WS-STEP-IX) " started "
           WS-NOW-TS " (attempt " WS-NUM-ED ")"
        DELIMITED BY SIZE INTO WS-LOG-LINE
    PERFORM WRITE-LOG-LINE
    DISPLAY WS-LOG-LINE

    MOVE SPACES TO WS-SHELL-CMD
    STRING "( " WS-ST-COMMAND(WS-STEP-IX) " ) >> JOBLOG.TXT 2>&1"
        DELIMITED BY SIZE INTO WS-SHELL-CMD
    CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-STATUS
    MOVE 0 TO RETURN-CODE
    *> The shell hands back a wait status: the step's exit code is
    *> its high byte; a negative status means it could not start.
    IF WS-SHELL-STATUS < 0 THEN
        MOVE 9999 TO WS-STEP-RC
    ELSE
        DIVIDE WS-SHELL-STATUS BY 256 GIVING WS-STEP-RC
    END-IF

    PERFORM STAMP-NOW
    MOVE WS-NOW-TS TO WS-ST-END(WS-STEP-IX)
    MOVE WS-STEP-RC TO WS-ST-RC(WS-STEP-IX)
    EVALUATE WS-STEP-RC
        WHEN 0
            MOVE "OK" TO WS-ST-STATUS(WS-STEP-IX)
        WHEN 4
            MOVE "WARN" TO WS-ST-STATUS(WS-STEP-IX)
            MOVE "Y" TO WS-WARN-SEEN
        WHEN 12
            MOVE "HELD" TO WS-ST-STATUS(WS-STEP-IX)
            MOVE "Y" TO WS-STREAM-STOP
        WHEN OTHER
            MOVE "FAIL" TO WS-ST-STATUS(WS-STEP-IX)
            MOVE "Y" TO WS-STREAM-STOP
    END-EVALUATE
    PERFORM SAVE-STEP-STATUS

    MOVE WS-ST-START(WS-STEP-IX) TO WS-TS-IN
    PERFORM TS-TO-SECS
    MOVE WS-SECS-OUT TO WS-ELAPSED
    MOVE WS-NOW-TS TO WS-TS-IN
    PERFORM TS-TO-SECS
    COMPUTE WS-ELAPSED = WS-SECS-OUT - WS-ELAPSED
    MOVE WS-ELAPSED TO WS-SECS-ED
    MOVE WS-STEP-RC TO WS-RC-ED
    MOVE SPACES TO WS-LOG-LINE
    STRING "STEP " WS-ST-NAME(WS-STEP-IX) " ended   " WS-NOW-TS
           " " WS-ST-STATUS(WS-STEP-IX) " rc" WS-RC-ED " in"
           WS-SECS-ED "s"
        DELIMITED BY SIZE INTO WS-LOG-LINE
    PERFORM WRITE-LOG-LINE
    DISPLAY WS-LOG-LINE.

WAIT-FOR-LOCKS.
    *> WS-HELD-BY comes back blank once every lock the step needs is
    *> free (or stale), else the name of the lock file still held.
    PERFORM STAMP-NOW
    MOVE WS-NOW-TS TO WS-HOLD-START
    MOVE "N" TO WS-HELD-LOGGED
    MOVE WS-HOLD-TRIES TO WS-HOLD-LEFT
    PERFORM FOREVER
        MOVE SPACES TO WS-HELD-BY
        IF WS-ST-LOCKS(WS-STEP-IX)(1:1) IS EQUAL TO "A"
           OR WS-ST-LOCKS(WS-STEP-IX)(2:1) IS EQUAL TO "A" THEN
            PERFORM READ-AUDIT-LOCK
            PERFORM JUDGE-LOCK
        END-IF
        IF (WS-HELD-BY IS EQUAL TO SPACES)
           AND (WS-ST-LOCKS(WS-STEP-IX)(1:1) IS EQUAL TO "M"
                OR WS-ST-LOCKS(WS-STEP-IX)(2:1) IS EQUAL TO "M") THEN
            PERFORM READ-MATCH-LOCK
            PERFORM JUDGE-LOCK
        END-IF
        IF WS-HELD-BY IS EQUAL TO SPACES THEN
            EXIT PERFORM
        END-IF
        IF WS-HELD-LOGGED IS EQUAL TO "N" THEN
            MOVE "Y" TO WS-HELD-LOGGED
            MOVE SPACES TO WS-LOG-LINE
            STRING "STEP " WS-ST-NAME(WS-STEP-IX) " held back - "
                   FUNCTION TRIM(WS-HELD-BY) " by "
                   FUNCTION TRIM(WS-LOCK-HOLDER) " since " WS-LOCK-TS
                DELIMITED BY SIZE INTO WS-LOG-LINE
            PERFORM WRITE-LOG-LINE
            DISPLAY WS-LOG-LINE
        END-IF
        IF WS-HOLD-LEFT IS EQUAL TO ZERO THEN
            EXIT PERFORM
        END-IF
        SUBTRACT 1 FROM WS-HOLD-LEFT
        CALL "C$SLEEP" USING WS-HOLD-WAIT
    END-PERFORM
    IF (WS-HELD-BY IS EQUAL TO SPACES)
       AND (WS-HELD-LOGGED IS EQUAL TO "Y") THEN
        MOVE WS-HOLD-START TO WS-TS-IN
        PERFORM TS-TO-SECS
        MOVE WS-SECS-OUT TO WS-ELAPSED
        PERFORM STAMP-NOW
        MOVE WS-NOW-TS TO WS-TS-IN
        PERFORM TS-TO-SECS
        COMPUTE WS-ELAPSED = WS-SECS-OUT - WS-ELAPSED
        MOVE WS-ELAPSED TO WS-SECS-ED
        MOVE SPACES TO WS-LOG-LINE
        STRING "STEP " WS-ST-NAME(WS-STEP-IX) " lock cleared after"
               WS-SECS-ED "s"
            DELIMITED BY SIZE INTO WS-LOG-LINE
        PERFORM WRITE-LOG-LINE
    END-IF.

READ-AUDIT-LOCK.
    MOVE "GAMEAUDIT.LCK" TO WS-LOCK-NAME
    MOVE "N" TO WS-LOCK-HELD
    OPEN INPUT AUDIT-LOCK-FILE
    IF WS-ALOCK-STATUS IS EQUAL TO "00" THEN
        READ AUDIT-LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE GL-HOLDER TO WS-LOCK-HOLDER
                MOVE GL-TS TO WS-LOCK-TS
                MOVE "Y" TO WS-LOCK-HELD
        END-READ
        CLOSE AUDIT-LOCK-FILE
    END-IF.

READ-MATCH-LOCK.
    MOVE "MATCHES.LCK" TO WS-LOCK-NAME
    MOVE "N" TO WS-LOCK-HELD
    OPEN INPUT MATCH-LOCK-FILE
    IF WS-MLOCK-STATUS IS EQUAL TO "00" THEN
        READ MATCH-LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE ML-HOLDER TO WS-LOCK-HOLDER
                MOVE ML-TS TO WS-LOCK-TS
                MOVE "Y" TO WS-LOCK-HELD
        END-READ
        CLOSE MATCH-LOCK-FILE
    END-IF.

JUDGE-LOCK.
    *> Older than ten minutes (or unreadable) means the holder
    *> crashed without freeing it - noted in the log, not waited on.
    IF WS-LOCK-HELD IS NOT EQUAL TO "Y" THEN
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-LOCK-STALE
    IF WS-LOCK-TS IS NOT NUMERIC THEN
        MOVE "Y" TO WS-LOCK-STALE
    ELSE
        MOVE WS-LOCK-TS TO WS-TS-IN
        PERFORM TS-TO-SECS
        MOVE WS-SECS-OUT TO WS-LOCK-SECS
        PERFORM STAMP-NOW
        MOVE WS-NOW-TS TO WS-TS-IN
        PERFORM TS-TO-SECS
        MOVE WS-SECS-OUT TO WS-NOW-SECS
        COMPUTE WS-LOCK-AGE = WS-NOW-SECS - WS-LOCK-SECS
        IF WS-LOCK-AGE > 600 THEN
            MOVE "Y" TO WS-LOCK-STALE
        END-IF
    END-IF
    IF WS-LOCK-STALE IS EQUAL TO "Y" THEN
        MOVE SPACES TO WS-LOG-LINE
        STRING "STEP " WS-ST-NAME(WS-STEP-IX) " ignoring stale "
               FUNCTION TRIM(WS-LOCK-NAME) " of "
               FUNCTION TRIM(WS-LOCK-HOLDER) " " WS-LOCK-TS
            DELIMITED BY SIZE INTO WS-LOG-LINE
        PERFORM WRITE-LOG-LINE
    ELSE
        MOVE WS-LOCK-NAME TO WS-HELD-BY
    END-IF.

WRITE-BATCH-WINDOW.
    *> The night so far, step by step, as JOBSTAT.DAT now has it.
    MOVE SPACES TO WS-LOG-LINE
    STRING "Batch window for the run started " WS-RUN-TS ":"
        DELIMITED BY SIZE INTO WS-LOG-LINE
    PERFORM WRITE-LOG-LINE
    MOVE "  #  Step       Status  Started         Ended           RC"
        TO WS-LOG-LINE
    PERFORM WRITE-LOG-LINE
    PERFORM VARYING WS-STEP-IX FROM 1 BY 1 UNTIL WS-STEP-IX > WS-STEP-CT
        MOVE WS-STEP-IX TO WS-SEQ-ED
        MOVE WS-ST-RC(WS-STEP-IX) TO WS-RC-ED
        MOVE WS-ST-STATUS(WS-STEP-IX) TO WS-SHOW-STATUS
        IF WS-SHOW-STATUS IS EQUAL TO "WARN" THEN
            MOVE "Y" TO WS-WARN-SEEN
        END-IF
        IF WS-SHOW-STATUS IS EQUAL TO SPACES THEN
            MOVE "not run" TO WS-SHOW-STATUS
        END-IF
        MOVE SPACES TO WS-LOG-LINE
        STRING "  " WS-SEQ-ED " " WS-ST-NAME(WS-STEP-IX) " "
               WS-SHOW-STATUS " " WS-ST-START(WS-STEP-IX) "  "
               WS-ST-END(WS-STEP-IX) " " WS-RC-ED
            DELIMITED BY SIZE INTO WS-LOG-LINE
        IF WS-ST-STATUS(WS-STEP-IX) IS EQUAL TO SPACES THEN
            MOVE SPACES TO WS-LOG-LINE(60:)
        END-IF
        PERFORM WRITE-LOG-LINE
    END-PERFORM.

WRITE-LOG-LINE.
    OPEN EXTEND LOG-FILE
    IF WS-JLOG-STATUS IS EQUAL TO "35"
        OPEN OUTPUT LOG-FILE
    END-IF
    MOVE WS-LOG-LINE TO LOG-RECORD
    WRITE LOG-RECORD
    CLOSE LOG-FILE.

STAMP-NOW.
    MOVE FUNCTION CURRENT-DATE TO WS-CD-DATETIME
    MOVE WS-CD-DATETIME(1:14) TO WS-NOW-TS.

TS-TO-SECS.
    MOVE WS-TS-IN(1:8) TO WS-TS-DATE
    COMPUTE WS-TS-DAYS = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
    COMPUTE WS-SECS-OUT = WS-TS-DAYS * 86400
        + FUNCTION NUMVAL(WS-TS-IN(9:2)) * 3600
        + FUNCTION NUMVAL(WS-TS-IN(11:2)) * 60
        + FUNCTION NUMVAL(WS-TS-IN(13:2)).
