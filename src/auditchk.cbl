DATA DIVISION.
    FILE SECTION.
    FD AUDIT-FILE.
    01 audit-rec PIC X(200).
    FD PROBE-FILE.
    01 probe-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 audit-file-status PIC X(2) VALUE '00'.
    01 probe-status PIC X(2) VALUE '00'.
    01 probe-fname PIC X(40) VALUE SPACES.
    01 audit-eof PIC X(1) VALUE 'N'.
       88 audit-eof-yes VALUE 'Y'.
    01 probe-eof PIC X(1) VALUE 'N'.
       88 probe-eof-yes VALUE 'Y'.

    01 aud-tok PIC X(48) OCCURS 12 TIMES.
    01 at-i PIC S9(4) COMP VALUE 0.
    01 aud-res PIC X(16).
    01 aud-frames PIC S9(4) COMP VALUE 1.
    01 aud-spool PIC X(1) VALUE 'N'.
*>  The base output name the entry recorded (archive stamp included);
*>  entries from before the name= field default to plain RENDPPM.
    01 aud-name PIC X(40) VALUE SPACES.
    01 res-w PIC S9(8) COMP VALUE 0.
    01 res-h PIC S9(8) COMP VALUE 0.
    01 res-wtok PIC X(8).
    01 num-arts PIC S9(4) COMP VALUE 0.
    01 art-table.
       02 art-ent OCCURS 1 TO 128 TIMES DEPENDING ON num-arts.
          03 art-name PIC X(40).
          03 art-pixels PIC S9(10) COMP.
    01 ai PIC S9(4) COMP VALUE 0.
    01 art-found PIC S9(4) COMP VALUE 0.
    01 cnt-ed PIC ZZZZZZZZZ9.
    01 min-ed PIC ZZZZZZZZZ9.
    01 tot-ed PIC ZZZ9.
    01 tot2-ed PIC ZZZ9.
    01 tot3-ed PIC ZZZ9.
    01 alert-sev PIC X(5) VALUE 'ERROR'.
    01 alert-source PIC X(14) VALUE 'AUDITCHK'.
    01 alert-job PIC X(16) VALUE SPACES.
    01 alert-dataset PIC X(10) VALUE 'AUDITLOG'.
    01 alert-msg PIC X(60) VALUE SPACES.

*>  RUNID=id on the PARM narrows the check to the entries of that one
*>  run (see COBOLRAYCASTER's run id), matched on their run= field.
    01 chk-parm PIC X(80) VALUE SPACES.
    01 want-run PIC X(30) VALUE SPACES.
    01 run-key PIC X(36) VALUE SPACES.
    01 run-key-len PIC S9(4) COMP VALUE 0.
    01 run-hits PIC S9(4) COMP VALUE 0.

*>  AUDITLOG says a render happened; this checks the outputs it
*>  implies are actually still on disk and plausibly sized - the
*>  entry's res=/frames=/spool= fields (older entries without those
*>  fields count as one frame, spool unknown); the sweep then goes
*>  the other way and flags RENDPPM/RENDPPMnn/SYSOUT files sitting in
*>  the directory that no entry explains. RC 4 when anything is off,
*>  and the counts go to the RENDALRT feed (see ALERTPUT) - ERROR
*>  when a logged artifact is missing or implausible, WARN when the
*>  only exceptions are unlogged files. PARM RUNID=id reconciles just
*>  that run's entries and skips the sweep (every other run's files
*>  would look unlogged); RC 8 when no entry carries the id.
PROCEDURE DIVISION.
    ACCEPT chk-parm FROM COMMAND-LINE
    IF FUNCTION UPPER-CASE(chk-parm(1:6)) = 'RUNID=' THEN
       MOVE chk-parm(7:30) TO want-run
       MOVE SPACES TO run-key
       STRING 'run=' DELIMITED BY SIZE
              FUNCTION TRIM(want-run) DELIMITED BY SIZE
              INTO run-key
       COMPUTE run-key-len =
          FUNCTION LENGTH(FUNCTION TRIM(run-key)) + 1
    END-IF
    OPEN INPUT AUDIT-FILE
    IF audit-file-status NOT = '00' THEN
       DISPLAY 'AUDITCHK: no AUDITLOG to reconcile'
          AT END MOVE 'Y' TO audit-eof
       END-READ
       IF NOT audit-eof-yes AND audit-rec NOT = SPACES THEN
          MOVE 1 TO run-hits
          IF want-run NOT = SPACES THEN
             MOVE 0 TO run-hits
             INSPECT audit-rec TALLYING run-hits
                FOR ALL run-key(1:run-key-len)
          END-IF
          IF run-hits > 0 THEN
             ADD 1 TO entry-count
             PERFORM TAKE-AUDIT-ENTRY
          END-IF
       END-IF
    END-PERFORM
    CLOSE AUDIT-FILE

    IF want-run NOT = SPACES THEN
       IF entry-count = 0 THEN
          DISPLAY 'AUDITCHK: no AUDITLOG entries for run '
             FUNCTION TRIM(want-run)
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF
       DISPLAY 'AUDITCHK: reconciling run ' FUNCTION TRIM(want-run)
    END-IF
    DISPLAY 'AUDITCHK: reconciling ' entry-count ' audit entries'
    PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > num-arts
       PERFORM CHECK-ARTIFACT
    END-PERFORM
    IF want-run = SPACES THEN
       PERFORM SWEEP-FOR-ORPHANS
    END-IF

    MOVE miss-count TO tot-ed
    DISPLAY 'logged but missing:   ' tot-ed
    MOVE orphan-count TO tot-ed
    DISPLAY 'on disk but unlogged: ' tot-ed
    IF miss-count > 0 OR bad-count > 0 OR orphan-count > 0 THEN
       IF miss-count = 0 AND bad-count = 0 THEN
          MOVE 'WARN' TO alert-sev
       END-IF
       MOVE miss-count TO tot-ed
       MOVE bad-count TO tot2-ed
       MOVE orphan-count TO tot3-ed
       MOVE SPACES TO alert-msg
       STRING FUNCTION TRIM(tot-ed) DELIMITED BY SIZE
              ' missing, ' DELIMITED BY SIZE
              FUNCTION TRIM(tot2-ed) DELIMITED BY SIZE
              ' implausibly sized, ' DELIMITED BY SIZE
              FUNCTION TRIM(tot3-ed) DELIMITED BY SIZE
              ' on disk but unlogged' DELIMITED BY SIZE
              INTO alert-msg
       CALL 'ALERTPUT' USING alert-sev, alert-source, alert-job,
          alert-dataset, alert-msg
       MOVE 4 TO RETURN-CODE
    ELSE
       DISPLAY 'AUDITCHK: clean - log and directory agree'
          MOVE aud-tok(at-i)(7:1) TO aud-spool
       END-IF
       IF aud-tok(at-i)(1:5) = 'name='
          MOVE aud-tok(at-i)(6:40) TO aud-name
       END-IF
    END-PERFORM
    IF aud-res NOT = SPACES THEN
    IF aud-tok(3) = '*MONTHLY' THEN
       EXIT PARAGRAPH
    END-IF
*>  Library, scene, work-order, variant and shipping bookkeeping is
*>  logged alongside the renders but produces no render output, and a
*>  CKSUM entry only vouches for an artifact some run entry already
*>  named.
    IF aud-tok(3) = 'SCENEUPD' OR aud-tok(3) = 'LIBMAINT'
       OR aud-tok(3) = 'SCENEVER' OR aud-tok(3) = 'ORDENTRY'
       OR aud-tok(3) = 'TRANSMIT' OR aud-tok(3) = 'CKSUM'
       OR aud-tok(3) = 'VARGEN' THEN
       EXIT PARAGRAPH
    END-IF
    IF aud-frames <= 1 THEN
       MOVE aud-name TO probe-fname
       PERFORM NOTE-ARTIFACT
*>  sits in the logged base name, keeping whatever surrounds it.
DERIVE-SPOOL-NAME.
    MOVE 0 TO name-pos
    PERFORM VARYING np-i FROM 1 BY 1 UNTIL np-i > 34
       OR name-pos > 0
       IF aud-name(np-i:7) = 'RENDPPM' THEN
          MOVE np-i TO name-pos
    END-IF.

*>  Existence plus a size sanity band: an unpacked frame runs one
*>  record per pixel plus the three header records and the run id
*>  comment, a PACKed one
*>  about a twenty-sixth of that - anything under a fortieth of the
*>  pixel count (or wildly over it) is a truncated or mismatched
*>  leftover, not this render's frame. SYSOUT and merge entries have
    IF art-pixels(ai) > 0 AND probe-fname(1:7) = 'RENDPPM' THEN
       COMPUTE min-count = art-pixels(ai) / 40
       IF min-count < 4 THEN MOVE 4 TO min-count END-IF
       COMPUTE max-count = art-pixels(ai) + 4
       IF rec-count < min-count OR rec-count > max-count THEN
          ADD 1 TO bad-count
          MOVE rec-count TO cnt-ed
