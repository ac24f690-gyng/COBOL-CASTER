    SELECT HIST-FILE ASSIGN TO "RENDHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-file-status.
    SELECT PPM-IN-FILE ASSIGN TO DYNAMIC ppm-in-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ppm-in-status.
    SELECT PPM-OUT-FILE ASSIGN TO DYNAMIC ppm-out-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ppm-out-status.
    SELECT STAT-FILE ASSIGN TO DYNAMIC stat-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS stat-file-status.
    SELECT LOCK-FILE ASSIGN TO DYNAMIC lock-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lock-file-status.
    SELECT QRC-FILE ASSIGN TO DYNAMIC qrc-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS qrc-file-status.
    SELECT SHOTLIB-FILE ASSIGN TO "SHOTLIB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shotlib-file-status.
    SELECT RUN-FILE ASSIGN TO DYNAMIC run-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS run-file-status.

DATA DIVISION.
    FILE SECTION.
    FD RENDPARM-FILE.
    01 rendparm-rec PIC X(80).
    FD HIST-FILE.
    01 hist-rec PIC X(160).
    FD PPM-IN-FILE.
    01 ppm-in-rec PIC X(80).
    FD PPM-OUT-FILE.
    01 ppm-out-rec PIC X(80).
    FD STAT-FILE.
    01 stat-rec PIC X(120).
    FD LOCK-FILE.
    01 lock-rec PIC X(160).
    FD QRC-FILE.
    01 qrc-rec PIC X(40).
    FD SHOTLIB-FILE.
    01 shotlib-rec PIC X(80).
    FD RUN-FILE.
    01 run-rec PIC X(40).

    WORKING-STORAGE SECTION.
    01 queue-file-status PIC X(2) VALUE '00'.
    01 ppm-in-status PIC X(2) VALUE '00'.
    01 ppm-out-status PIC X(2) VALUE '00'.
    01 ppm-out-fname PIC X(20) VALUE SPACES.
    01 ppm-in-fname PIC X(30) VALUE "RENDPPM".
    01 queue-eof PIC X(1) VALUE 'N'.
       88 queue-eof-yes VALUE 'Y'.
    01 ppm-eof PIC X(1) VALUE 'N'.
*>  The whole queue, held in storage so each job's completion status
*>  can be written back into its own record and the file rewritten
*>  after every job - an abend partway leaves the finished jobs
*>  marked and the rest still queued. A queue with more records
*>  than the table is refused whole - rewriting it would lose its
*>  tail, *DONE history and all.
    01 max-jobs PIC S9(4) COMP VALUE IS 64.
    01 num-jobs PIC S9(4) COMP VALUE IS 0.
    01 queue-full PIC X(1) VALUE 'N'.
*>  Each job also carries where it stands in this run - P pending
*>  (or held behind its AFTER= predecessors), R running in a
*>  MAXPAR lane, D done, F failed with its return code, S skipped -
*>  its name upper-cased for the AFTER= lookups, the JOBID it runs
*>  under in a lane, its projected finish for the window fit, and
*>  the run id RENDRUN held before it started.
    01 job-table.
       02 job-ent OCCURS 1 TO 64 TIMES DEPENDING ON num-jobs.
          03 job-text PIC X(160).
          03 job-key PIC X(16).
          03 job-state PIC X(1).
             88 job-pending VALUE 'P'.
             88 job-running VALUE 'R'.
             88 job-done VALUE 'D'.
             88 job-failed VALUE 'F'.
             88 job-skipped VALUE 'S'.
          03 job-rc PIC S9(4) COMP.
          03 job-jobid PIC X(8).
          03 job-pct PIC X(8).
          03 job-fit-end PIC S9(9)V9(2) COMP-3.
          03 job-run-before PIC X(30).
    01 jq-i PIC S9(4) COMP VALUE IS 0.
*>  A *FAIL stamp also goes to the RENDALRT feed (see ALERTPUT),
*>  named by the job, so a failure at 02:00 pages on-call instead of
*>  waiting in the queue record for the morning.
    01 alert-sev PIC X(5) VALUE 'ERROR'.
    01 alert-source PIC X(14) VALUE 'RENDQUEUE'.
    01 alert-job PIC X(16) VALUE SPACES.
    01 alert-dataset PIC X(10) VALUE 'RENDQUE'.
    01 alert-msg PIC X(60) VALUE SPACES.
    01 jq-j PIC S9(4) COMP VALUE IS 0.

*>  One queue record broken into words: the job's own words in
*>  jw-word (control words and the stamp left out), the AFTER= list
*>  and IFRC condition on their own, and where the stamp begins so a
*>  restamp can cut the old one off.
    01 max-words PIC S9(4) COMP VALUE 24.
    01 jw-count PIC S9(4) COMP VALUE 0.
    01 jw-words.
       02 jw-word PIC X(40) OCCURS 24 TIMES.
    01 jw-i PIC S9(4) COMP VALUE 0.
    01 jw-ptr PIC S9(4) COMP VALUE 0.
    01 jw-start PIC S9(4) COMP VALUE 0.
    01 jw-stamp-pos PIC S9(4) COMP VALUE 0.
    01 jw-next PIC X(40).
    01 jw-up PIC X(40).
    01 job-stamp PIC X(8).
    01 job-after PIC X(40).
    01 job-cond PIC X(8).
    01 job-step PIC X(10).

    01 job-tok1 PIC X(16).
    01 job-tok2 PIC X(20).
    01 job-tok3 PIC X(16).
    01 job-tok4 PIC X(16).
    01 job-tok5 PIC X(16).
    01 job-len PIC S9(4) COMP VALUE IS 0.
    01 job-own-names PIC X(1) VALUE 'N'.
    01 job-opt-w PIC X(40) VALUE SPACES.
    01 job-frames-val PIC S9(4) COMP VALUE 0.

*>  Window fit check (the DEADLINEhhmm PARM): the same projection the
*>  instead of the DEADLINE cutoff silently sacrificing the tail.
    01 queue-parm PIC X(40).
    01 queue-tok1 PIC X(16).
    01 queue-tok2 PIC X(16).
    01 deadline-tok PIC X(8).
    01 deadline-csec PIC S9(8) COMP VALUE -1.
    01 dl-hh PIC 9(2) VALUE 0.
    01 hist-file-status PIC X(2) VALUE '00'.
    01 hist-eof PIC X(1) VALUE 'N'.
       88 hist-eof-yes VALUE 'Y'.
    01 hist-last PIC X(160) VALUE SPACES.
    01 hist-tok PIC X(20) OCCURS 9 TIMES.
    01 ht-i PIC S9(4) COMP VALUE 0.
    01 hist-rays PIC S9(12) COMP VALUE 0.
    01 fit-total-ed PIC ZZZZZZ9.9.
    01 fit-avail-ed PIC ZZZZZZ9.9.
    01 fit-verdict PIC X(6) VALUE SPACES.
*>  A REUSEIFSAME job the renderer says is unchanged projects to
*>  nothing - it only copies its last outputs back into place.
    01 fit-reuse PIC X(1) VALUE 'N'.
    01 fit-note PIC X(40) VALUE SPACES.
*>  A SHOTS= job renders every named shot, each at its own SHOTLIB
*>  resolution when the shot gives one - a panorama at 2:1 - so its
*>  projection counts each shot's pixels, not the record's once.
    01 shotlib-file-status PIC X(2) VALUE '00'.
    01 shotlib-eof PIC X(1) VALUE 'N'.
       88 shotlib-eof-yes VALUE 'Y'.
    01 sh-tok PIC X(16) OCCURS 11 TIMES.
    01 sh-i PIC S9(4) COMP VALUE 0.
    01 sh-x PIC S9(4) COMP VALUE 0.
    01 sh-res-w PIC X(8).
    01 sh-res-h PIC X(8).
    01 num-qshots PIC S9(4) COMP VALUE 0.
    01 qshots.
       02 qshot OCCURS 32 TIMES.
          03 qs-name PIC X(8).
          03 qs-w PIC S9(8) COMP.
          03 qs-h PIC S9(8) COMP.
          03 qs-proj PIC X(1).
    01 fit-shots PIC X(40) VALUE SPACES.
    01 fit-sptr PIC S9(4) COMP VALUE 0.
    01 fit-sname PIC X(16) VALUE SPACES.
    01 fit-sw PIC S9(8) COMP VALUE 0.
    01 fit-sh PIC S9(8) COMP VALUE 0.
    01 fit-px PIC S9(12) COMP VALUE 0.
    01 num-tok PIC X(12).
*>  With MAXPARn the projection runs n lanes: each job goes to the
*>  lane that frees first, no earlier than its AFTER= predecessors'
*>  projected finish, and the window is measured against the last
*>  lane to finish rather than the sum of everything.
    01 fit-lane-end PIC S9(9)V9(2) COMP-3 OCCURS 16 TIMES.
    01 fit-lane PIC S9(4) COMP VALUE 0.
    01 fit-li PIC S9(4) COMP VALUE 0.
    01 fit-start PIC S9(9)V9(2) COMP-3 VALUE 0.
    01 fit-end PIC S9(9)V9(2) COMP-3 VALUE 0.
    01 lanes-ed PIC Z9.

*>  Parallel dispatch (the MAXPARn PARM, at most 16): up to n renders
*>  run at once, each started in the background under a JOBID of its
*>  own - the job's JOBID= option when it gives one, else its job
*>  name to eight characters - so every working dataset, RENDSTAT
*>  and RENDLOCK included, carries the "jobid." prefix and no two
*>  lanes share a file. RENDPARM is the one dataset every lane still
*>  reads, so the next job's RENDPARM isn't written until the last
*>  one has taken its lock (the renderer reads RENDPARM before it
*>  locks). The lane's shell leaves the job's exit code in
*>  jobid.RENDQRC and its console output in jobid.RENDQLOG; a job
*>  is finished when its RENDQRC record appears. Non-render steps
*>  still run one at a time in the driver itself.
    01 max-par PIC S9(4) COMP VALUE 1.
    01 max-lanes PIC S9(4) COMP VALUE 16.
    01 run-count PIC S9(4) COMP VALUE 0.
    01 stat-file-status PIC X(2) VALUE '00'.
    01 lock-file-status PIC X(2) VALUE '00'.
    01 qrc-file-status PIC X(2) VALUE '00'.
    01 stat-fname PIC X(30) VALUE SPACES.
    01 lock-fname PIC X(30) VALUE SPACES.
    01 qrc-fname PIC X(30) VALUE SPACES.
    01 qlog-fname PIC X(30) VALUE SPACES.
    01 lane-jobid PIC X(8) VALUE SPACES.
    01 ord-moved PIC 9(4) VALUE 0.
    01 lane-busy PIC X(1) VALUE 'N'.
    01 lane-started PIC X(1) VALUE 'N'.
    01 lock-before PIC X(1) VALUE 'N'.
    01 have-lock PIC X(1) VALUE 'N'.
    01 have-qrc PIC X(1) VALUE 'N'.
    01 qrc-tok1 PIC X(8).
    01 qrc-tok2 PIC X(12).
    01 st-tok PIC X(16) OCCURS 6 TIMES.
    01 sti PIC S9(4) COMP VALUE 0.
    01 poll-tenths PIC S9(4) COMP VALUE 20.
    01 tm-raw PIC 9(8).
    01 tm-hh PIC 9(2).
    01 tm-mm PIC 9(2).
    01 tm-ss PIC 9(2).
    01 tm-cc PIC 9(2).
    01 tm-csec PIC 9(8) COMP VALUE 0.
    01 tm-start PIC 9(8) COMP VALUE 0.
    01 tm-gone PIC S9(8) COMP VALUE 0.
    01 tm-want PIC S9(8) COMP VALUE 0.

*>  Dependency resolution: each AFTER= name looked up in the queue
*>  and its outcome held against the job's IFRC condition (no IFRC
*>  means the predecessor must have ended clean, RC 0). The verdict
*>  is R run now, H hold for a predecessor still to run, S skip.
    01 dep-name PIC X(40).
    01 dep-ptr PIC S9(4) COMP VALUE 0.
    01 dep-verdict PIC X(1) VALUE SPACES.
    01 dep-reason PIC X(60) VALUE SPACES.
    01 dep-rc PIC S9(4) COMP VALUE 0.
    01 dep-ok PIC X(1) VALUE 'N'.
    01 cond-op PIC X(2) VALUE SPACES.
    01 cond-val PIC S9(4) COMP VALUE 0.
    01 rc-ed PIC ZZZ9.
    01 stamp-text PIC X(60) VALUE SPACES.
    01 stamp-len PIC S9(4) COMP VALUE 0.
*>  The renderer leaves each run's id in RENDRUN (jobid.RENDRUN under
*>  a JOBID); a render's *DONE or *FAIL stamp carries RUN=id when
*>  RENDRUN changed across the job, so the queue record leads
*>  straight to that run's AUDITLOG, RENDHIST and ERRLOG records.
    01 run-file-status PIC X(2) VALUE '00'.
    01 run-fname PIC X(30) VALUE "RENDRUN".
    01 run-read PIC X(30) VALUE SPACES.
    01 job-run-id PIC X(30) VALUE SPACES.
    01 stamp-run PIC X(40) VALUE SPACES.
    01 queue-progress PIC X(1) VALUE 'N'.
    01 queue-settled PIC X(1) VALUE 'N'.
       88 queue-settled-yes VALUE 'Y'.

*>  Non-render steps run their own programs, each named by an
*>  environment variable the way RENDCMD names the renderer.
    01 comp-cmd PIC X(80) VALUE SPACES.
    01 merge-cmd PIC X(80) VALUE SPACES.
    01 xmit-cmd PIC X(80) VALUE SPACES.
    01 mask-cmd PIC X(80) VALUE SPACES.

    01 rend-cmd PIC X(80) VALUE SPACES.
    01 sys-cmd PIC X(200) VALUE SPACES.
    01 sys-rc PIC S9(9) COMP VALUE IS 0.
    01 done-count PIC S9(4) COMP VALUE IS 0.
    01 fail-count PIC S9(4) COMP VALUE IS 0.
    01 skip-count PIC S9(4) COMP VALUE IS 0.
    01 done-ed PIC ZZZ9.
    01 fail-ed PIC ZZZ9.
    01 skip-ed PIC ZZZ9.

*>  Five renders a night used to mean five manual invocations with
*>  file swaps in between. RENDQUE holds one render request per
*>  *FAIL back into the queue record, and carries on past failures.
*>  Records already stamped *DONE are skipped, so rerunning the
*>  driver finishes an interrupted night.
*>
*>  Two control words order the night:
*>    AFTER=jobname[,jobname]  hold this job until every named job
*>                             has run
*>    IFRC<=n (also <n, =n, >=n, >n)  the return code each
*>                             predecessor must have ended with -
*>                             without it, only a clean RC 0 will do
*>  A job whose predecessor fails the condition, was itself skipped
*>  or isn't in the queue at all is stamped *SKIP with the reason
*>  instead of being run. Failures are stamped *FAIL RC=n so the
*>  condition can be judged on a rerun too; *FAIL and *SKIP records
*>  are retried by the next run, *DONE ones never.
*>
*>  A SHOTS=name,name,... option renders each named SHOTLIB shot to
*>  its own RENDPPM.name in one run of the renderer, so the job keeps
*>  its own output names and its window-fit projection counts every
*>  shot; a shot name SHOTLIB hasn't got fails the job RC 8.
*>
*>  A VARS=name:value,... option fills the &name symbols of a
*>  template scene; VARGEN queues a whole matrix of them at once.
*>
*>  A REUSEIFSAME option lets a job whose inputs are unchanged since
*>  its last clean run put that run's outputs back instead of
*>  rendering; the renderer ends it RC 2, which counts as done, and
*>  the window fit asks the renderer first and projects such a job
*>  at nothing.
*>
*>  A record can name a non-render step in place of the output
*>  dataset - COMPOSIT, MERGEROWS, TRANSMIT or MASKRPT - with that
*>  program's own PARM as the rest of the record:
*>    jobname COMPOSIT ppmA depthA ppmB depthB [output] [AFTER=..]
*>  (the COMPCMD, MERGECMD, XMITCMD and MASKCMD environment
*>  variables name the commands, ./composit, ./mergerows,
*>  ./transmit and ./maskrpt when unset).
*>
*>  PARM: "[DEADLINEhhmm] [MAXPARn]" - the window fit check, and up
*>  to n renders running at once (one at a time when not given).
*>  RC 8, nothing run and RENDQUE untouched, when there is no queue
*>  or it holds more than 64 jobs.
PROCEDURE DIVISION.
    ACCEPT rend-cmd FROM ENVIRONMENT "RENDCMD"
    IF rend-cmd = SPACES THEN
       MOVE "./raycaster" TO rend-cmd
    END-IF
    ACCEPT comp-cmd FROM ENVIRONMENT "COMPCMD"
    IF comp-cmd = SPACES THEN
       MOVE "./composit" TO comp-cmd
    END-IF
    ACCEPT merge-cmd FROM ENVIRONMENT "MERGECMD"
    IF merge-cmd = SPACES THEN
       MOVE "./mergerows" TO merge-cmd
    END-IF
    ACCEPT xmit-cmd FROM ENVIRONMENT "XMITCMD"
    IF xmit-cmd = SPACES THEN
       MOVE "./transmit" TO xmit-cmd
    END-IF
    ACCEPT mask-cmd FROM ENVIRONMENT "MASKCMD"
    IF mask-cmd = SPACES THEN
       MOVE "./maskrpt" TO mask-cmd
    END-IF
    ACCEPT queue-parm FROM COMMAND-LINE
    MOVE SPACES TO queue-tok1, queue-tok2
    UNSTRING queue-parm DELIMITED BY ALL SPACES
       INTO queue-tok1, queue-tok2
    PERFORM TAKE-QUEUE-TOKEN
    MOVE queue-tok2 TO queue-tok1
    PERFORM TAKE-QUEUE-TOKEN
    IF max-par < 1 THEN MOVE 1 TO max-par END-IF
    IF max-par > max-lanes THEN MOVE max-lanes TO max-par END-IF

    OPEN INPUT QUEUE-FILE
    IF queue-file-status NOT = '00' THEN
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL queue-eof-yes
       READ QUEUE-FILE INTO queue-rec
          AT END MOVE 'Y' TO queue-eof
       END-READ
       IF NOT queue-eof-yes AND queue-rec NOT = SPACES THEN
          IF num-jobs < max-jobs THEN
             ADD 1 TO num-jobs
             MOVE queue-rec TO job-text(num-jobs)
          ELSE
             MOVE 'Y' TO queue-full
          END-IF
       END-IF
    END-PERFORM
    CLOSE QUEUE-FILE
    IF queue-full = 'Y' THEN
       DISPLAY 'RENDQUEUE: RENDQUE holds more than 64 jobs - nothing '
          'run; move finished jobs to a history copy'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

*>  Only *DONE carries over from an earlier run; everything else is
*>  this run's to settle.
    PERFORM VARYING jq-i FROM 1 BY 1 UNTIL jq-i > num-jobs
       PERFORM PARSE-JOB
       MOVE FUNCTION UPPER-CASE(job-tok1) TO job-key(jq-i)
       MOVE 0 TO job-rc(jq-i)
       MOVE SPACES TO job-jobid(jq-i), job-pct(jq-i)
       MOVE 0 TO job-fit-end(jq-i)
       IF job-stamp = '*DONE' THEN
          MOVE 'D' TO job-state(jq-i)
       ELSE
          MOVE 'P' TO job-state(jq-i)
       END-IF
    END-PERFORM

    IF deadline-csec >= 0 THEN
       PERFORM REPORT-WINDOW-FIT
    END-IF

*>  Passes over the queue in record order until one changes nothing:
*>  each pass runs whatever is free to run and skips whatever can
*>  no longer run, so a job queued ahead of its predecessor simply
*>  waits a pass. Anything still pending after that is waiting on a
*>  circle of AFTER= names and is skipped as such. Under MAXPAR a
*>  render free to run takes a lane when one is open and otherwise
*>  waits for the next pass; while any lane is busy each pass ends
*>  with a poll of the running jobs, and the passes go on until the
*>  last lane is empty.
    MOVE 'N' TO queue-settled
    PERFORM UNTIL queue-settled-yes
       MOVE 'N' TO queue-progress
       PERFORM VARYING jq-i FROM 1 BY 1 UNTIL jq-i > num-jobs
          IF job-pending(jq-i) THEN
             PERFORM PARSE-JOB
             PERFORM CHECK-DEPENDENCIES
             EVALUATE TRUE
                WHEN dep-verdict = 'R' AND max-par > 1
                   AND job-step = SPACES
                   IF run-count < max-par THEN
                      PERFORM START-ONE-JOB
                   END-IF
                WHEN dep-verdict = 'R'
                   PERFORM RUN-ONE-JOB
                   PERFORM REWRITE-QUEUE
                   MOVE 'Y' TO queue-progress
                WHEN dep-verdict = 'S'
                   PERFORM SKIP-ONE-JOB
                   PERFORM REWRITE-QUEUE
                   MOVE 'Y' TO queue-progress
             END-EVALUATE
          END-IF
       END-PERFORM
       IF run-count > 0 THEN
          PERFORM HOLD-POLL
          PERFORM POLL-RUNNING-JOBS
          MOVE 'Y' TO queue-progress
       END-IF
       IF queue-progress = 'N' THEN
          MOVE 'Y' TO queue-settled
       END-IF
    END-PERFORM
    PERFORM VARYING jq-i FROM 1 BY 1 UNTIL jq-i > num-jobs
       IF job-pending(jq-i) THEN
          PERFORM PARSE-JOB
          MOVE 'AFTER= never satisfied' TO dep-reason
          PERFORM SKIP-ONE-JOB
          PERFORM REWRITE-QUEUE
       END-IF
    END-PERFORM

*>  Work orders follow their renders: a finished job moves its order
*>  to RENDERED without anyone re-keying it.
    CALL 'ORDSTAT' USING ord-moved

    MOVE done-count TO done-ed
    MOVE fail-count TO fail-ed
    MOVE skip-count TO skip-ed
    DISPLAY 'RENDQUEUE: ' done-ed ' done, ' fail-ed ' failed, '
       skip-ed ' skipped'
    IF fail-count > 0 OR skip-count > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

TAKE-QUEUE-TOKEN.
    EVALUATE TRUE
       WHEN queue-tok1(1:8) = 'DEADLINE' OR queue-tok1(1:8) = 'deadline'
          MOVE queue-tok1(9:4) TO deadline-tok
          MOVE deadline-tok(1:2) TO dl-hh
          MOVE deadline-tok(3:2) TO dl-mm
          COMPUTE deadline-csec = dl-hh * 360000
          COMPUTE deadline-csec = deadline-csec + (dl-mm * 6000)
       WHEN queue-tok1(1:6) = 'MAXPAR' OR queue-tok1(1:6) = 'maxpar'
          MOVE queue-tok1(7:10) TO num-tok
          COMPUTE max-par = FUNCTION NUMVAL(num-tok)
    END-EVALUATE.

*>  One record into words. Reading stops at the first word starting
*>  with '*' - the status stamp and anything after it (a *FAIL RC or
*>  *SKIP reason) belongs to the driver, not the job. AFTER= and IFRC
*>  are set aside here, so nothing downstream ever hands them to the
*>  renderer or a step program.
PARSE-JOB.
    MOVE 0 TO jw-count
    MOVE 0 TO jw-stamp-pos
    MOVE SPACES TO jw-words, job-stamp, job-after, job-cond, job-step
    MOVE 1 TO jw-ptr
    PERFORM UNTIL jw-ptr > 160 OR jw-stamp-pos > 0
       OR jw-count >= max-words
       MOVE jw-ptr TO jw-start
       MOVE SPACES TO jw-next
       UNSTRING job-text(jq-i) DELIMITED BY ALL SPACES
          INTO jw-next WITH POINTER jw-ptr
       END-UNSTRING
       MOVE FUNCTION UPPER-CASE(jw-next) TO jw-up
       EVALUATE TRUE
          WHEN jw-next = SPACES
             CONTINUE
          WHEN jw-next(1:1) = '*'
             MOVE jw-start TO jw-stamp-pos
             MOVE jw-up TO job-stamp
          WHEN jw-up(1:6) = 'AFTER='
             MOVE jw-up(7:34) TO job-after
          WHEN jw-up(1:4) = 'IFRC'
             MOVE jw-up(5:8) TO job-cond
          WHEN OTHER
             ADD 1 TO jw-count
             MOVE jw-next TO jw-word(jw-count)
       END-EVALUATE
    END-PERFORM
    MOVE jw-word(1) TO job-tok1
    MOVE jw-word(2) TO job-tok2
    MOVE jw-word(3) TO job-tok3
    MOVE jw-word(4) TO job-tok4
    MOVE jw-word(5) TO job-tok5
    MOVE FUNCTION UPPER-CASE(jw-word(2)) TO jw-up
    IF jw-up = 'COMPOSIT' OR jw-up = 'MERGEROWS' OR jw-up = 'TRANSMIT'
       OR jw-up = 'MASKRPT' THEN
       MOVE jw-up TO job-step
    END-IF.

*>  The job's AFTER= names, one at a time: a predecessor still to run
*>  holds it, one that was skipped, ended outside the IFRC condition
*>  or isn't queued at all skips it - a skip outranks a hold, so a
*>  job behind one failure and one unfinished predecessor doesn't
*>  sit waiting for nothing.
CHECK-DEPENDENCIES.
    MOVE 'R' TO dep-verdict
    MOVE SPACES TO dep-reason
    IF job-after = SPACES THEN
       EXIT PARAGRAPH
    END-IF
    MOVE '<=' TO cond-op
    MOVE 0 TO cond-val
    IF job-cond NOT = SPACES THEN
       EVALUATE TRUE
          WHEN job-cond(1:2) = '<=' OR job-cond(1:2) = '>='
             MOVE job-cond(1:2) TO cond-op
             MOVE job-cond(3:6) TO num-tok
          WHEN OTHER
             MOVE job-cond(1:1) TO cond-op
             MOVE job-cond(2:7) TO num-tok
       END-EVALUATE
       COMPUTE cond-val = FUNCTION NUMVAL(num-tok)
    END-IF
    MOVE 1 TO dep-ptr
    PERFORM UNTIL dep-ptr > 40 OR dep-verdict = 'S'
       MOVE SPACES TO dep-name
       UNSTRING job-after DELIMITED BY ',' OR ALL SPACES
          INTO dep-name WITH POINTER dep-ptr
       END-UNSTRING
       IF dep-name NOT = SPACES THEN
          PERFORM CHECK-ONE-PREDECESSOR
       END-IF
    END-PERFORM.

CHECK-ONE-PREDECESSOR.
    MOVE 0 TO jq-j
    PERFORM VARYING jw-i FROM 1 BY 1 UNTIL jw-i > num-jobs
       OR jq-j > 0
       IF jw-i NOT = jq-i AND job-key(jw-i) = dep-name THEN
          MOVE jw-i TO jq-j
       END-IF
    END-PERFORM
    IF jq-j = 0 THEN
       MOVE 'S' TO dep-verdict
       STRING 'AFTER=' DELIMITED BY SIZE
              FUNCTION TRIM(dep-name) DELIMITED BY SIZE
              ' not queued' DELIMITED BY SIZE
              INTO dep-reason
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN job-pending(jq-j) OR job-running(jq-j)
          MOVE 'H' TO dep-verdict
          EXIT PARAGRAPH
       WHEN job-skipped(jq-j)
          MOVE 'S' TO dep-verdict
          STRING 'AFTER=' DELIMITED BY SIZE
                 FUNCTION TRIM(dep-name) DELIMITED BY SIZE
                 ' skipped' DELIMITED BY SIZE
                 INTO dep-reason
          EXIT PARAGRAPH
    END-EVALUATE
    MOVE job-rc(jq-j) TO dep-rc
    MOVE 'N' TO dep-ok
    EVALUATE cond-op
       WHEN '<='
          IF dep-rc <= cond-val THEN MOVE 'Y' TO dep-ok END-IF
       WHEN '<'
          IF dep-rc < cond-val THEN MOVE 'Y' TO dep-ok END-IF
       WHEN '='
          IF dep-rc = cond-val THEN MOVE 'Y' TO dep-ok END-IF
       WHEN '>='
          IF dep-rc >= cond-val THEN MOVE 'Y' TO dep-ok END-IF
       WHEN '>'
          IF dep-rc > cond-val THEN MOVE 'Y' TO dep-ok END-IF
    END-EVALUATE
    IF dep-ok = 'N' THEN
       MOVE 'S' TO dep-verdict
       MOVE dep-rc TO rc-ed
       STRING 'AFTER=' DELIMITED BY SIZE
              FUNCTION TRIM(dep-name) DELIMITED BY SIZE
              ' RC=' DELIMITED BY SIZE
              FUNCTION TRIM(rc-ed) DELIMITED BY SIZE
              INTO dep-reason
    END-IF.

SKIP-ONE-JOB.
    ADD 1 TO skip-count
    MOVE 'S' TO job-state(jq-i)
    DISPLAY 'RENDQUEUE: job ' FUNCTION TRIM(job-tok1) ' skipped - '
       FUNCTION TRIM(dep-reason)
    PERFORM STAMP-SKIP.

*>  The fit report: available window seconds from the wall clock to
*>  the cutoff (a cutoff earlier on the clock than now means after
*>  midnight, the same reading the renderer's DEADLINE takes), the
*>  measured rate off the newest RENDHIST record (the stated 2000
*>  rays/second assumption when there is no history yet, same as
*>  ESTIMATE), then every still-queued job's projection in order -
*>  FITS while its projected finish is inside the window, DEFER
*>  after.
REPORT-WINDOW-FIT.
    ACCEPT dl-now FROM TIME
    MOVE dl-now(1:2) TO dl-hh
    MOVE dl-avail-secs TO fit-avail-ed
    DISPLAY 'RENDQUEUE: window fit check - '
       FUNCTION TRIM(fit-avail-ed) ' seconds to the deadline'
    PERFORM LOAD-SHOT-SIZES
    MOVE 0 TO fit-total
    PERFORM VARYING fit-li FROM 1 BY 1 UNTIL fit-li > max-lanes
       MOVE 0 TO fit-lane-end(fit-li)
    END-PERFORM
    PERFORM VARYING jq-i FROM 1 BY 1 UNTIL jq-i > num-jobs
       PERFORM FIT-ONE-JOB
    END-PERFORM
    MOVE fit-total TO fit-total-ed
    IF max-par > 1 THEN
       MOVE max-par TO lanes-ed
       DISPLAY 'RENDQUEUE: queued work projects to '
          FUNCTION TRIM(fit-total-ed) ' seconds across '
          FUNCTION TRIM(lanes-ed) ' lanes'
    ELSE
       DISPLAY 'RENDQUEUE: queued work projects to '
          FUNCTION TRIM(fit-total-ed) ' seconds in total'
    END-IF.

*>  One job's projection, from the same tokens RUN-ONE-JOB will hand
*>  the renderer: its resolution, FRAMES= count and the AA/DOF sample
*>  multiplier (DOF rides the AA grid when one is given, a 3x3 grid
*>  of its own otherwise, exactly the renderer's pairing).
FIT-ONE-JOB.
    IF NOT job-pending(jq-i) THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM PARSE-JOB
    PERFORM FIT-AFTER-START
*>  A non-render step's time is nothing next to a render's - it
*>  finishes when its predecessors do, and takes no lane.
    IF job-step NOT = SPACES THEN
       MOVE fit-start TO job-fit-end(jq-i)
       EXIT PARAGRAPH
    END-IF
    COMPUTE fit-w = FUNCTION NUMVAL(job-tok4)
    MOVE 1 TO fit-frames
    MOVE 1 TO fit-aa
    MOVE 1 TO fit-dof
    MOVE SPACES TO fit-shots
    MOVE 'N' TO fit-reuse
    MOVE SPACES TO fit-note
    PERFORM VARYING jw-i FROM 6 BY 1 UNTIL jw-i > jw-count
       MOVE FUNCTION UPPER-CASE(jw-word(jw-i)) TO job-opt-w
       PERFORM FIT-TAKE-OPTION
    END-PERFORM
    IF fit-frames < 1 THEN MOVE 1 TO fit-frames END-IF
    IF fit-aa < 1 THEN MOVE 1 TO fit-aa END-IF
    IF fit-dof > 1 AND fit-aa > 1 THEN
    COMPUTE fit-mult = fit-aa * fit-aa
    COMPUTE fit-mult = fit-mult * fit-dof * fit-dof
    COMPUTE fit-rays = (fit-w + 1) * (fit-h + 1)
    IF fit-shots NOT = SPACES THEN
       PERFORM FIT-SHOT-PIXELS
    END-IF
    COMPUTE fit-rays = fit-rays * fit-frames
    COMPUTE fit-rays = fit-rays * fit-mult
    COMPUTE fit-secs = fit-rays / est-rate
    IF fit-reuse = 'Y' THEN
       PERFORM FIT-REUSE-PROBE
    END-IF
    MOVE 1 TO fit-lane
    PERFORM VARYING fit-li FROM 2 BY 1 UNTIL fit-li > max-par
       IF fit-lane-end(fit-li) < fit-lane-end(fit-lane) THEN
          MOVE fit-li TO fit-lane
       END-IF
    END-PERFORM
    IF fit-lane-end(fit-lane) > fit-start THEN
       MOVE fit-lane-end(fit-lane) TO fit-start
    END-IF
    COMPUTE fit-end = fit-start + fit-secs
    MOVE fit-end TO fit-lane-end(fit-lane)
    MOVE fit-end TO job-fit-end(jq-i)
    IF fit-end > fit-total THEN
       MOVE fit-end TO fit-total
    END-IF
    IF fit-end <= dl-avail-secs THEN
       MOVE 'FITS' TO fit-verdict
    ELSE
       MOVE 'DEFER' TO fit-verdict
    END-IF
    MOVE fit-secs TO fit-secs-ed
    DISPLAY '  ' fit-verdict ' ' FUNCTION TRIM(job-tok1) ' ('
       FUNCTION TRIM(fit-secs-ed) 's projected'
       FUNCTION TRIM(fit-note TRAILING) ')'.

*>  A REUSEIFSAME job is put to the renderer itself: its RENDPARM
*>  exactly as RUN-ONE-JOB or START-ONE-JOB will write it, plus
*>  ESTIMATE, with the console kept in RENDQFIT. RC 2 back means the
*>  inputs are unchanged since a clean run whose outputs are still
*>  kept, and the job will only copy them into place.
FIT-REUSE-PROBE.
    PERFORM FIND-JOB-JOBID
    MOVE SPACES TO lane-jobid
    IF max-par > 1 THEN
       MOVE job-jobid(jq-i) TO lane-jobid
       IF lane-jobid = SPACES THEN
          MOVE job-key(jq-i)(1:8) TO lane-jobid
       END-IF
    END-IF
    PERFORM WRITE-JOB-RENDPARM
    MOVE SPACES TO lane-jobid
    MOVE SPACES TO job-jobid(jq-i)
    OPEN EXTEND RENDPARM-FILE
    MOVE 'ESTIMATE' TO rendparm-rec
    WRITE rendparm-rec
    CLOSE RENDPARM-FILE
    MOVE SPACES TO sys-cmd
    STRING FUNCTION TRIM(rend-cmd) DELIMITED BY SIZE
           ' > RENDQFIT 2>&1' DELIMITED BY SIZE
           INTO sys-cmd
    CALL 'SYSTEM' USING sys-cmd
    MOVE RETURN-CODE TO sys-rc
    MOVE 0 TO RETURN-CODE
    IF sys-rc > 255 THEN
       DIVIDE 256 INTO sys-rc
    END-IF
    IF sys-rc = 2 THEN
       MOVE 0 TO fit-secs
       MOVE ', unchanged - reuses its last outputs' TO fit-note
    END-IF.

*>  The latest projected finish among the job's AFTER= names -
*>  predecessors queued further down haven't been projected yet and
*>  count as starting the night.
FIT-AFTER-START.
    MOVE 0 TO fit-start
    MOVE 1 TO dep-ptr
    PERFORM UNTIL dep-ptr > 40 OR job-after = SPACES
       MOVE SPACES TO dep-name
       UNSTRING job-after DELIMITED BY ',' OR ALL SPACES
          INTO dep-name WITH POINTER dep-ptr
       END-UNSTRING
       IF dep-name NOT = SPACES THEN
          PERFORM VARYING jq-j FROM 1 BY 1 UNTIL jq-j > num-jobs
             IF jq-j NOT = jq-i AND job-key(jq-j) = dep-name
                AND job-fit-end(jq-j) > fit-start THEN
                MOVE job-fit-end(jq-j) TO fit-start
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM.

FIT-TAKE-OPTION.
    IF job-opt-w(1:7) = 'FRAMES=' THEN
    END-IF
    IF job-opt-w(1:4) = 'DOF=' AND job-opt-w(5:1) NOT = 'N' THEN
       MOVE 3 TO fit-dof
    END-IF
    IF job-opt-w(1:6) = 'SHOTS=' THEN
       MOVE job-opt-w(7:34) TO fit-shots
    END-IF
    IF job-opt-w = 'REUSEIFSAME' THEN
       MOVE 'Y' TO fit-reuse
    END-IF.

*>  Every shot the job names, at its own size or the record's; a
*>  name SHOTLIB hasn't got renders nothing and counts nothing.
FIT-SHOT-PIXELS.
    MOVE 0 TO fit-rays
    MOVE 1 TO fit-sptr
    PERFORM UNTIL fit-sptr > 40
       MOVE SPACES TO fit-sname
       UNSTRING fit-shots DELIMITED BY ',' OR ALL SPACES
          INTO fit-sname WITH POINTER fit-sptr
       END-UNSTRING
       IF fit-sname NOT = SPACES THEN
          PERFORM VARYING sh-i FROM 1 BY 1 UNTIL sh-i > num-qshots
             IF qs-name(sh-i) = fit-sname THEN
                MOVE fit-w TO fit-sw
                MOVE fit-h TO fit-sh
                IF qs-w(sh-i) > 0 THEN
                   MOVE qs-w(sh-i) TO fit-sw
                   MOVE qs-h(sh-i) TO fit-sh
                END-IF
                IF qs-proj(sh-i) = 'P' THEN
                   DIVIDE fit-sw BY 2 GIVING fit-sh
                END-IF
                COMPUTE fit-px = (fit-sw + 1) * (fit-sh + 1)
                ADD fit-px TO fit-rays
                MOVE num-qshots TO sh-i
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM.

*>  The shot library's names, sizes and panorama flags - the rest of
*>  a shot record is the renderer's business. No SHOTLIB leaves the
*>  table empty and every SHOTS= job projecting nothing.
LOAD-SHOT-SIZES.
    MOVE 0 TO num-qshots
    OPEN INPUT SHOTLIB-FILE
    IF shotlib-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL shotlib-eof-yes OR num-qshots >= 32
       READ SHOTLIB-FILE INTO shotlib-rec
          AT END MOVE 'Y' TO shotlib-eof
       END-READ
       IF NOT shotlib-eof-yes AND shotlib-rec NOT = SPACES
          AND shotlib-rec(1:1) NOT = '*' THEN
          MOVE FUNCTION UPPER-CASE(shotlib-rec) TO shotlib-rec
          PERFORM VARYING sh-i FROM 1 BY 1 UNTIL sh-i > 11
             MOVE SPACES TO sh-tok(sh-i)
          END-PERFORM
          UNSTRING shotlib-rec DELIMITED BY ALL SPACES
             INTO sh-tok(1), sh-tok(2), sh-tok(3), sh-tok(4),
                  sh-tok(5), sh-tok(6), sh-tok(7), sh-tok(8),
                  sh-tok(9), sh-tok(10), sh-tok(11)
          IF sh-tok(8) NOT = SPACES THEN
             ADD 1 TO num-qshots
             MOVE sh-tok(1) TO qs-name(num-qshots)
             MOVE 0 TO qs-w(num-qshots)
             MOVE 0 TO qs-h(num-qshots)
             MOVE SPACE TO qs-proj(num-qshots)
             PERFORM VARYING sh-i FROM 9 BY 1 UNTIL sh-i > 11
                PERFORM TAKE-SHOT-WORD
             END-PERFORM
          END-IF
       END-IF
    END-PERFORM
    CLOSE SHOTLIB-FILE.

TAKE-SHOT-WORD.
    IF sh-tok(sh-i) = 'PANO' THEN
       MOVE 'P' TO qs-proj(num-qshots)
    END-IF
    MOVE 0 TO sh-x
    INSPECT sh-tok(sh-i) TALLYING sh-x FOR ALL 'X'
    IF sh-x = 1 THEN
       MOVE SPACES TO sh-res-w
       MOVE SPACES TO sh-res-h
       UNSTRING sh-tok(sh-i) DELIMITED BY 'X'
          INTO sh-res-w, sh-res-h
       COMPUTE qs-w(num-qshots) = FUNCTION NUMVAL(sh-res-w)
       COMPUTE qs-h(num-qshots) = FUNCTION NUMVAL(sh-res-h)
       IF qs-w(num-qshots) < 1 OR qs-h(num-qshots) < 1 THEN
          MOVE 0 TO qs-w(num-qshots)
          MOVE 0 TO qs-h(num-qshots)
       END-IF
    END-IF.

RUN-ONE-JOB.
    IF job-step NOT = SPACES THEN
       PERFORM RUN-ONE-STEP
       EXIT PARAGRAPH
    END-IF
    DISPLAY 'RENDQUEUE: running job ' FUNCTION TRIM(job-tok1)
    MOVE SPACES TO lane-jobid
    PERFORM WRITE-JOB-RENDPARM
*>  A record carrying its own JOBID= (work orders always do) has
*>  its output, and its RENDRUN, under that prefix.
    PERFORM FIND-JOB-JOBID
    IF job-jobid(jq-i) = SPACES THEN
       MOVE "RENDRUN" TO run-fname
    ELSE
       MOVE SPACES TO run-fname
       STRING FUNCTION TRIM(job-jobid(jq-i)) DELIMITED BY SIZE
              '.RENDRUN' DELIMITED BY SIZE
              INTO run-fname
    END-IF
    PERFORM READ-RUN-FILE
    MOVE run-read TO job-run-before(jq-i)

    MOVE SPACES TO sys-cmd
    STRING FUNCTION TRIM(rend-cmd) DELIMITED BY SIZE
           INTO sys-cmd
    CALL 'SYSTEM' USING sys-cmd
    MOVE RETURN-CODE TO sys-rc
    MOVE 0 TO RETURN-CODE
    PERFORM TAKE-JOB-RUN-ID
    IF job-jobid(jq-i) = SPACES THEN
       MOVE "RENDPPM" TO ppm-in-fname
    ELSE
       MOVE SPACES TO ppm-in-fname
       STRING FUNCTION TRIM(job-jobid(jq-i)) DELIMITED BY SIZE
              '.RENDPPM' DELIMITED BY SIZE
              INTO ppm-in-fname
    END-IF
    PERFORM FINISH-RENDER.

*>  RENDRUN's one record, the last run id handed out, or spaces.
READ-RUN-FILE.
    MOVE SPACES TO run-read
    OPEN INPUT RUN-FILE
    IF run-file-status = '00' THEN
       MOVE SPACES TO run-rec
       READ RUN-FILE INTO run-rec
          AT END MOVE SPACES TO run-rec
       END-READ
       MOVE run-rec(1:30) TO run-read
       CLOSE RUN-FILE
    END-IF.

*>  The job's own run id is whatever RENDRUN moved on to; unchanged,
*>  the renderer never got as far as taking one.
TAKE-JOB-RUN-ID.
    PERFORM READ-RUN-FILE
    MOVE SPACES TO job-run-id
    IF run-read NOT = SPACES
       AND run-read NOT = job-run-before(jq-i) THEN
       MOVE run-read TO job-run-id
       DISPLAY 'RENDQUEUE: job ' FUNCTION TRIM(job-tok1)
          ' ran as run ' FUNCTION TRIM(job-run-id)
    END-IF.

*>  The record's own JOBID= option, upper-cased, or spaces.
FIND-JOB-JOBID.
    MOVE SPACES TO job-jobid(jq-i)
    PERFORM VARYING jw-i FROM 6 BY 1 UNTIL jw-i > jw-count
       MOVE FUNCTION UPPER-CASE(jw-word(jw-i)) TO jw-up
       IF jw-up(1:6) = 'JOBID=' THEN
          MOVE jw-up(7:8) TO job-jobid(jq-i)
       END-IF
    END-PERFORM.

*>  The job's whole option set goes through RENDPARM, so nothing
*>  competes for command-line token slots. A job going to a lane gets
*>  its JOBID= record here too, unless it already names its own.
WRITE-JOB-RENDPARM.
    OPEN OUTPUT RENDPARM-FILE
    MOVE SPACES TO rendparm-rec
    STRING 'WIDTH=' DELIMITED BY SIZE
              INTO rendparm-rec
       WRITE rendparm-rec
    END-IF
*>  The renderer upper-cases every RENDPARM key, so the queue reads
*>  its options the same way - a lowercase frames=2 must behave
*>  exactly like FRAMES=2 here too.
    PERFORM VARYING jw-i FROM 6 BY 1 UNTIL jw-i > jw-count
       MOVE FUNCTION UPPER-CASE(jw-word(jw-i)) TO rendparm-rec
       WRITE rendparm-rec
    END-PERFORM
    IF lane-jobid NOT = SPACES AND job-jobid(jq-i) = SPACES THEN
       MOVE SPACES TO rendparm-rec
       STRING 'JOBID=' DELIMITED BY SIZE
              FUNCTION TRIM(lane-jobid) DELIMITED BY SIZE
              INTO rendparm-rec
       WRITE rendparm-rec
    END-IF
    CLOSE RENDPARM-FILE.

*>  A job that actually engages FRAMES (more than one frame) or
*>  ARCHIVE (any spelling but off) writes frame-numbered or
*>  date-stamped names of its own - nothing plain to copy. FRAMES=1
*>  and ARCHIVE=N render an ordinary RENDPPM and keep their copy. A
*>  SHOTS= job's frames are RENDPPM.shotname, one per named shot.
*>  RC 2 is a REUSEIFSAME job that found its inputs unchanged and
*>  put its last outputs back in place of a render - as good as a
*>  clean finish, and copied on the same way.
FINISH-RENDER.
    IF sys-rc > 255 THEN
       DIVIDE 256 INTO sys-rc
    END-IF
    IF sys-rc = 2 THEN
       DISPLAY 'RENDQUEUE: job ' FUNCTION TRIM(job-tok1)
          ' unchanged - its last outputs reused'
       MOVE 0 TO sys-rc
    END-IF
    MOVE 'N' TO job-own-names
    PERFORM VARYING jw-i FROM 6 BY 1 UNTIL jw-i > jw-count
       MOVE FUNCTION UPPER-CASE(jw-word(jw-i)) TO job-opt-w
       PERFORM CHECK-OWN-NAMES
    END-PERFORM
    IF sys-rc = 0 THEN
       IF job-own-names = 'Y' THEN
          DISPLAY 'RENDQUEUE: job ' FUNCTION TRIM(job-tok1)
          PERFORM COPY-OUTPUT
       END-IF
    END-IF
    PERFORM END-ONE-JOB.

*>  Done or failed, by the return code, kept in the table for the
*>  jobs queued AFTER= this one. The shell hands back the exit code
*>  in the high byte of its status, so that is the byte taken - an
*>  IFRC<=4 has to see the step's own RC 4, not 1024.
END-ONE-JOB.
    IF sys-rc > 255 THEN
       DIVIDE 256 INTO sys-rc
    END-IF
    MOVE sys-rc TO job-rc(jq-i)
    IF sys-rc = 0 THEN
       ADD 1 TO done-count
       MOVE 'D' TO job-state(jq-i)
       PERFORM STAMP-DONE
    ELSE
       ADD 1 TO fail-count
       MOVE 'F' TO job-state(jq-i)
       DISPLAY 'RENDQUEUE: job ' FUNCTION TRIM(job-tok1)
          ' failed - carrying on'
       PERFORM STAMP-FAIL
       MOVE job-key(jq-i) TO alert-job
       MOVE SPACES TO alert-msg
       STRING 'job failed - stamped *FAIL RC=' DELIMITED BY SIZE
              FUNCTION TRIM(rc-ed) DELIMITED BY SIZE
              INTO alert-msg
       CALL 'ALERTPUT' USING alert-sev, alert-source, alert-job,
          alert-dataset, alert-msg
    END-IF.

*>  A non-render step: the step's program with the rest of the
*>  record as its PARM, word for word and case untouched - these
*>  are dataset names.
RUN-ONE-STEP.
    DISPLAY 'RENDQUEUE: running step ' FUNCTION TRIM(job-tok1) ' ('
       FUNCTION TRIM(job-step) ')'
    MOVE SPACES TO job-run-id
    MOVE SPACES TO sys-cmd
    EVALUATE job-step
       WHEN 'COMPOSIT' MOVE comp-cmd TO sys-cmd
       WHEN 'MERGEROWS' MOVE merge-cmd TO sys-cmd
       WHEN 'TRANSMIT' MOVE xmit-cmd TO sys-cmd
       WHEN 'MASKRPT' MOVE mask-cmd TO sys-cmd
    END-EVALUATE
    COMPUTE job-len = FUNCTION LENGTH(FUNCTION TRIM(sys-cmd TRAILING))
    ADD 1 TO job-len
    PERFORM VARYING jw-i FROM 3 BY 1 UNTIL jw-i > jw-count
       STRING ' ' DELIMITED BY SIZE
              FUNCTION TRIM(jw-word(jw-i)) DELIMITED BY SIZE
              INTO sys-cmd WITH POINTER job-len
    END-PERFORM
    CALL 'SYSTEM' USING sys-cmd
    MOVE RETURN-CODE TO sys-rc
    MOVE 0 TO RETURN-CODE
    PERFORM END-ONE-JOB.

*>  One render into a free lane. The JOBID is the record's own JOBID=
*>  when it has one, else the job name; a lane already running that
*>  JOBID keeps this job waiting for a later pass. The lane's shell
*>  runs in the background and the driver waits only until the job
*>  has read RENDPARM - its lock appearing, or its RENDQRC if it
*>  ended before ever taking one. A lock already standing under that
*>  JOBID before the start (an abended run's) proves nothing, so
*>  then only the RENDQRC will do.
START-ONE-JOB.
    MOVE SPACES TO lane-jobid
    PERFORM FIND-JOB-JOBID
    MOVE job-jobid(jq-i) TO lane-jobid
    IF lane-jobid = SPACES THEN
       MOVE job-key(jq-i)(1:8) TO lane-jobid
    END-IF
    MOVE 'N' TO lane-busy
    PERFORM VARYING jq-j FROM 1 BY 1 UNTIL jq-j > num-jobs
       IF job-running(jq-j) AND job-jobid(jq-j) = lane-jobid THEN
          MOVE 'Y' TO lane-busy
       END-IF
    END-PERFORM
    IF lane-busy = 'Y' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM WRITE-JOB-RENDPARM
    MOVE lane-jobid TO job-jobid(jq-i)
    PERFORM SET-LANE-NAMES

    OPEN INPUT QRC-FILE
    IF qrc-file-status = '00' THEN
       CLOSE QRC-FILE
       DELETE FILE QRC-FILE
    END-IF
    PERFORM READ-LANE-LOCK
    MOVE have-lock TO lock-before
    PERFORM READ-RUN-FILE
    MOVE run-read TO job-run-before(jq-i)

    MOVE SPACES TO sys-cmd
    STRING '( ' DELIMITED BY SIZE
           FUNCTION TRIM(rend-cmd) DELIMITED BY SIZE
           ' ; echo RC $? > ' DELIMITED BY SIZE
           FUNCTION TRIM(qrc-fname) DELIMITED BY SIZE
           ' ) > ' DELIMITED BY SIZE
           FUNCTION TRIM(qlog-fname) DELIMITED BY SIZE
           ' 2>&1 &' DELIMITED BY SIZE
           INTO sys-cmd
    CALL 'SYSTEM' USING sys-cmd
    MOVE 0 TO RETURN-CODE
    DISPLAY 'RENDQUEUE: started job ' FUNCTION TRIM(job-tok1)
       ' as JOBID ' FUNCTION TRIM(lane-jobid)
    MOVE 'R' TO job-state(jq-i)
    MOVE SPACES TO job-pct(jq-i)
    ADD 1 TO run-count
    MOVE 'Y' TO queue-progress

    MOVE 'N' TO lane-started
    MOVE 5 TO poll-tenths
    PERFORM UNTIL lane-started = 'Y'
       PERFORM READ-LANE-QRC
       PERFORM READ-LANE-LOCK
       IF have-qrc = 'Y' OR (have-lock = 'Y' AND lock-before = 'N')
          THEN
          MOVE 'Y' TO lane-started
       ELSE
          PERFORM HOLD-POLL
       END-IF
    END-PERFORM
    MOVE 20 TO poll-tenths.

*>  Every job in a lane, once a poll: a RENDQRC record means it has
*>  ended - its output copied, its stamp written and the queue back
*>  on disk before the next one is looked at, so an abend of the
*>  driver loses nothing that finished. Still running, its RENDSTAT
*>  heartbeat (when the job keeps one) is reported whenever the
*>  percentage moves.
POLL-RUNNING-JOBS.
    PERFORM VARYING jq-i FROM 1 BY 1 UNTIL jq-i > num-jobs
       IF job-running(jq-i) THEN
          MOVE job-jobid(jq-i) TO lane-jobid
          PERFORM SET-LANE-NAMES
          PERFORM READ-LANE-QRC
          IF have-qrc = 'Y' THEN
             PERFORM FINISH-LANE-JOB
          ELSE
             PERFORM REPORT-LANE-STAT
          END-IF
       END-IF
    END-PERFORM.

FINISH-LANE-JOB.
    SUBTRACT 1 FROM run-count
    PERFORM PARSE-JOB
    COMPUTE sys-rc = FUNCTION NUMVAL(qrc-tok2)
    PERFORM READ-LANE-LOCK
    IF have-lock = 'Y' THEN
       DISPLAY 'RENDQUEUE: job ' FUNCTION TRIM(job-tok1)
          ' ended but left ' FUNCTION TRIM(lock-fname) ' behind'
    END-IF
    DISPLAY 'RENDQUEUE: job ' FUNCTION TRIM(job-tok1)
       ' ended - console output in ' FUNCTION TRIM(qlog-fname)
    PERFORM TAKE-JOB-RUN-ID
    MOVE SPACES TO ppm-in-fname
    STRING FUNCTION TRIM(lane-jobid) DELIMITED BY SIZE
           '.RENDPPM' DELIMITED BY SIZE
           INTO ppm-in-fname
    PERFORM FINISH-RENDER
    PERFORM REWRITE-QUEUE.

*>  The heartbeat record is "frame F row R pct P elapsed E projected
*>  J", the layout RENDWATCH reads.
REPORT-LANE-STAT.
    OPEN INPUT STAT-FILE
    IF stat-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO stat-rec
    READ STAT-FILE INTO stat-rec
    END-READ
    CLOSE STAT-FILE
    IF stat-rec = SPACES THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING sti FROM 1 BY 1 UNTIL sti > 6
       MOVE SPACES TO st-tok(sti)
    END-PERFORM
    UNSTRING stat-rec DELIMITED BY ALL SPACES
       INTO st-tok(1), st-tok(2), st-tok(3), st-tok(4), st-tok(5),
            st-tok(6)
    IF st-tok(6)(1:8) NOT = job-pct(jq-i) THEN
       MOVE st-tok(6)(1:8) TO job-pct(jq-i)
       DISPLAY 'RENDQUEUE: job ' FUNCTION TRIM(job-key(jq-i))
          ' frame ' FUNCTION TRIM(st-tok(2)) ' row '
          FUNCTION TRIM(st-tok(4)) ' ' FUNCTION TRIM(st-tok(6)) '%'
    END-IF.

*>  The lane's datasets, all under its JOBID prefix.
SET-LANE-NAMES.
    MOVE SPACES TO stat-fname, lock-fname, qrc-fname, qlog-fname
    STRING FUNCTION TRIM(lane-jobid) DELIMITED BY SIZE
           '.RENDSTAT' DELIMITED BY SIZE
           INTO stat-fname
    STRING FUNCTION TRIM(lane-jobid) DELIMITED BY SIZE
           '.RENDLOCK' DELIMITED BY SIZE
           INTO lock-fname
    STRING FUNCTION TRIM(lane-jobid) DELIMITED BY SIZE
           '.RENDQRC' DELIMITED BY SIZE
           INTO qrc-fname
    STRING FUNCTION TRIM(lane-jobid) DELIMITED BY SIZE
           '.RENDQLOG' DELIMITED BY SIZE
           INTO qlog-fname
    MOVE SPACES TO run-fname
    STRING FUNCTION TRIM(lane-jobid) DELIMITED BY SIZE
           '.RENDRUN' DELIMITED BY SIZE
           INTO run-fname.

*>  "RC n" once the lane's shell has it; the record can be there
*>  before the number is, so only a complete one counts.
READ-LANE-QRC.
    MOVE 'N' TO have-qrc
    MOVE SPACES TO qrc-tok1, qrc-tok2
    OPEN INPUT QRC-FILE
    IF qrc-file-status = '00' THEN
       MOVE SPACES TO qrc-rec
       READ QRC-FILE INTO qrc-rec
       END-READ
       IF qrc-file-status = '00' THEN
          UNSTRING qrc-rec DELIMITED BY ALL SPACES
             INTO qrc-tok1, qrc-tok2
          IF qrc-tok1 = 'RC' AND qrc-tok2 NOT = SPACES THEN
             MOVE 'Y' TO have-qrc
          END-IF
       END-IF
       CLOSE QRC-FILE
    END-IF.

READ-LANE-LOCK.
    MOVE 'N' TO have-lock
    OPEN INPUT LOCK-FILE
    IF lock-file-status = '00' THEN
       MOVE SPACES TO lock-rec
       READ LOCK-FILE INTO lock-rec
       END-READ
       IF lock-file-status = '00' AND lock-rec NOT = SPACES THEN
          MOVE 'Y' TO have-lock
       END-IF
       CLOSE LOCK-FILE
    END-IF.

*>  Busy-wait clock work, the same HH/MM/SS/CC rebuild RENDWATCH's
*>  poll uses - no sleep service in this dialect.
HOLD-POLL.
    ACCEPT tm-raw FROM TIME
    PERFORM CLOCK-TO-CSEC
    MOVE tm-csec TO tm-start
    COMPUTE tm-want = poll-tenths * 10
    MOVE 0 TO tm-gone
    PERFORM UNTIL tm-gone >= tm-want
       ACCEPT tm-raw FROM TIME
       PERFORM CLOCK-TO-CSEC
       COMPUTE tm-gone = tm-csec - tm-start
       IF tm-gone < 0 THEN
          ADD 8640000 TO tm-gone
       END-IF
    END-PERFORM.

CLOCK-TO-CSEC.
    MOVE tm-raw(1:2) TO tm-hh
    MOVE tm-raw(3:2) TO tm-mm
    MOVE tm-raw(5:2) TO tm-ss
    MOVE tm-raw(7:2) TO tm-cc
    COMPUTE tm-csec = tm-hh * 360000
    COMPUTE tm-csec = tm-csec + (tm-mm * 6000)
    COMPUTE tm-csec = tm-csec + (tm-ss * 100)
    COMPUTE tm-csec = tm-csec + tm-cc.

*>  One option token against the own-names rule, value included: the
*>  renderer treats FRAMES=1 as a single plain frame and ARCHIVE=N as
*>  archiving off, so only values that really engage the feature turn
    END-IF
    IF job-opt-w(1:8) = 'ARCHIVE=' AND job-opt-w(9:1) NOT = 'N' THEN
       MOVE 'Y' TO job-own-names
    END-IF
    IF job-opt-w(1:6) = 'SHOTS=' THEN
       MOVE 'Y' TO job-own-names
    END-IF.

*>  The finished frame, copied record for record to the job's own
    CLOSE PPM-IN-FILE
    CLOSE PPM-OUT-FILE.

*>  A retried job replaces its old *FAIL or *SKIP stamp instead of
*>  trailing a history of them - the record stays one status wide
*>  forever. A failure keeps its return code and a skip its reason,
*>  for the IFRC test on a rerun and for whoever reads the queue in
*>  the morning.
STAMP-DONE.
    MOVE ' *DONE' TO stamp-text
    PERFORM SET-STAMP-RUN
    PERFORM PLACE-STAMP.

STAMP-FAIL.
    MOVE job-rc(jq-i) TO rc-ed
    MOVE SPACES TO stamp-text
    STRING ' *FAIL RC=' DELIMITED BY SIZE
           FUNCTION TRIM(rc-ed) DELIMITED BY SIZE
           INTO stamp-text
    PERFORM SET-STAMP-RUN
    PERFORM PLACE-STAMP.

STAMP-SKIP.
    MOVE SPACES TO stamp-text
    STRING ' *SKIP ' DELIMITED BY SIZE
           FUNCTION TRIM(dep-reason) DELIMITED BY SIZE
           INTO stamp-text
    MOVE SPACES TO stamp-run
    PERFORM PLACE-STAMP.

SET-STAMP-RUN.
    MOVE SPACES TO stamp-run
    IF job-run-id NOT = SPACES THEN
       STRING ' RUN=' DELIMITED BY SIZE
              FUNCTION TRIM(job-run-id) DELIMITED BY SIZE
              INTO stamp-run
    END-IF.

*>  The RUN= word follows the stamp only where the record has room
*>  for both; the stamp itself always comes first.
PLACE-STAMP.
    PERFORM STRIP-OLD-STAMP
    COMPUTE stamp-len =
       FUNCTION LENGTH(FUNCTION TRIM(stamp-text TRAILING))
    IF job-len + stamp-len <= 160 THEN
       MOVE stamp-text(1:stamp-len)
          TO job-text(jq-i)(job-len + 1:stamp-len)
       ADD stamp-len TO job-len
       IF stamp-run NOT = SPACES THEN
          COMPUTE stamp-len =
             FUNCTION LENGTH(FUNCTION TRIM(stamp-run TRAILING))
          IF job-len + stamp-len <= 160 THEN
             MOVE stamp-run(1:stamp-len)
                TO job-text(jq-i)(job-len + 1:stamp-len)
          END-IF
       END-IF
    END-IF.

STRIP-OLD-STAMP.
    PERFORM PARSE-JOB
    IF jw-stamp-pos > 0 THEN
       MOVE SPACES TO job-text(jq-i)(jw-stamp-pos:)
    END-IF
    COMPUTE job-len =
       FUNCTION LENGTH(FUNCTION TRIM(job-text(jq-i) TRAILING)).

*>  The queue goes back to disk after every job, statuses included -
*>  in MAXPAR mode as each lane's job is found finished. The lanes
*>  never touch RENDQUE themselves; the driver is its only writer, so
*>  the rewrites can't interleave.
REWRITE-QUEUE.
    OPEN OUTPUT QUEUE-FILE
    PERFORM VARYING jq-j FROM 1 BY 1 UNTIL jq-j > num-jobs
