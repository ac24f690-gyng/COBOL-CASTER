    SELECT SWEEP-FILE ASSIGN TO DYNAMIC sweep-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sweep-status.
    SELECT VOL-FILE ASSIGN TO DYNAMIC vol-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS vol-file-status.

DATA DIVISION.
    FILE SECTION.
    FD SWEEP-FILE.
    01 sweep-rec PIC X(80).
    FD VOL-FILE.
    01 vol-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 sweep-status PIC X(2) VALUE '00'.
    01 pruned-ed PIC ZZZ9.
    01 kept-ed PIC ZZZ9.
    01 days-ed PIC ZZZ9.
    01 unoff-count PIC S9(4) COMP VALUE 0.
    01 unoff-ed PIC ZZZ9.

*>  The directory of the offload volume for the month being swept,
*>  loaded once per month: name, record count, ARTSUM checksum.
    01 vol-file-status PIC X(2) VALUE '00'.
    01 vol-fname PIC X(30) VALUE SPACES.
    01 vol-month PIC X(6) VALUE SPACES.
    01 vol-eof PIC X(1) VALUE 'N'.
       88 vol-eof-yes VALUE 'Y'.
    01 max-dir PIC S9(4) COMP VALUE 3000.
    01 num-dir PIC S9(4) COMP VALUE 0.
    01 dir-table.
       02 dir-ent OCCURS 3000 TIMES.
          03 dv-name PIC X(40).
          03 dv-count PIC S9(9) COMP.
          03 dv-sum PIC X(8).
    01 di PIC S9(4) COMP VALUE 0.
    01 found-i PIC S9(4) COMP VALUE 0.
    01 dir-tok PIC X(40) OCCURS 4 TIMES.
    01 dt-i PIC S9(4) COMP VALUE 0.
    01 offloaded PIC X(1) VALUE 'N'.
    01 held-count PIC S9(4) COMP VALUE 0.
    01 held-ed PIC ZZZ9.
    01 hold-func PIC X(1) VALUE 'A'.
    01 hold-subject PIC X(160) VALUE SPACES.
    01 hold-ref PIC X(8) VALUE SPACES.

    01 sum-func PIC X(1) VALUE 'F'.
    01 sum-fname PIC X(40) VALUE SPACES.
    01 sum-line PIC X(256) VALUE SPACES.
    01 sum-a PIC S9(9) COMP VALUE 0.
    01 sum-b PIC S9(9) COMP VALUE 0.
    01 sum-recs PIC S9(9) COMP VALUE 0.
    01 sum-hex PIC X(8) VALUE SPACES.

    01 auth-func PIC X(1) VALUE 'C'.
    01 auth-kind PIC X(8) VALUE 'PROGRAM'.
    01 auth-subject PIC X(16) VALUE 'RETAIN'.
    01 auth-oper PIC X(20) VALUE SPACES.
    01 auth-granted PIC X(1) VALUE 'Y'.

*>  Retention sweep for the ARCHIVE naming scheme: every
*>  RENDPPM.yyyymmdd.nn, RENDPFM.yyyymmdd.nn (an HDR run's radiance)
*>  and SYSOUT.yyyymmdd.nn older than the policy is deleted - the
*>  frame-suffixed RENDPPM.yyyymmdd.nnNN and RENDPFM.yyyymmdd.nnNN
*>  files a FRAMESn run leaves included - and anything inside the
*>  window is left alone. PARM: "DAYSn" (default 14). The sweep
*>  probes the last 120 days of possible names rather than reading a
*>  directory (this dialect has no directory service); sequence
*>  numbers are allocated contiguously from 1, and frame numbers
*>  likewise, so each scan stops at the first number with nothing on
*>  disk instead of grinding through all ninety-nine.
*>  Nothing is deleted that ARCHOFF has not first put on its month's
*>  offload volume: an aged file is pruned only when the
*>  ARCHVOL.yyyymm directory holds it with the same record count and
*>  ARTSUM checksum it has on disk. Anything else is kept and listed
*>  as not offloaded, and the run ends RC 4 so the operator notices
*>  ARCHOFF has not run (or its volume failed).
*>  A file a HOLDLIST hold covers (see HOLDCHK) is never pruned,
*>  whatever its age, and is reported HELD with the hold's reference.
*>  An operator RENDAUTH does not grant PROGRAM RETAIN (see AUTHCHK)
*>  is turned away before anything is read, RC 28, with the refusal
*>  in ERRLOG.
PROCEDURE DIVISION.
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'N' THEN
       DISPLAY 'RETAIN: operator ' FUNCTION TRIM(auth-oper)
          ' is not authorized to run RETAIN (RENDAUTH)'
       MOVE 28 TO RETURN-CODE
       STOP RUN
    END-IF
    ACCEPT retain-parm FROM COMMAND-LINE
    UNSTRING retain-parm DELIMITED BY ALL SPACES INTO retain-tok
    IF retain-tok(1:4) = 'DAYS' OR retain-tok(1:4) = 'days' THEN
    MOVE retain-days TO days-ed
    DISPLAY 'RETAIN: ' pruned-ed ' archived outputs pruned, '
       kept-ed ' kept within ' days-ed ' days'
    IF held-count > 0 THEN
       MOVE held-count TO held-ed
       DISPLAY 'RETAIN: ' held-ed ' aged outputs HELD'
    END-IF
    IF unoff-count > 0 THEN
       MOVE unoff-count TO unoff-ed
       DISPLAY 'RETAIN: ' unoff-ed ' aged outputs kept - not on an '
          'offload volume (run ARCHOFF first)'
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*>  All of one date's possible archive names, every prefix, pruning
*>  ('P') or just counting ('K') per sweep-mode.
SWEEP-ONE-DATE.
    PERFORM VARYING prefix-i FROM 1 BY 1 UNTIL prefix-i > 3
       EVALUATE prefix-i
          WHEN 1 MOVE 'RENDPPM' TO out-prefix
          WHEN 2 MOVE 'SYSOUT' TO out-prefix
          WHEN 3 MOVE 'RENDPFM' TO out-prefix
       END-EVALUATE
*>     Every sequence number the renderer could have allocated gets
*>     probed - a gap left by a hand-deleted file must not shield the
*>     sequences past it. Only the frame-suffix scan early-outs,
          MOVE base-name TO sweep-fname
          PERFORM TOUCH-SWEEP-NAME
*>        The frame-suffixed variants a FRAMESn archive run writes;
*>        only RENDPPM and RENDPFM ever carry them.
          IF prefix-i NOT = 2 THEN
             PERFORM VARYING frm-i FROM 1 BY 1 UNTIL frm-i > 99
                MOVE frm-i TO frm-suffix
                MOVE SPACES TO sweep-fname
       CLOSE SWEEP-FILE
       MOVE 'Y' TO sweep-was-there
       IF sweep-mode = 'P' THEN
          MOVE 'A' TO hold-func
          MOVE sweep-fname TO hold-subject
          MOVE SPACES TO hold-ref
          CALL 'HOLDCHK' USING hold-func, hold-subject, hold-ref
          IF hold-ref NOT = SPACES THEN
             ADD 1 TO held-count
             DISPLAY 'RETAIN: HELD ' FUNCTION TRIM(sweep-fname)
                ' - hold ' FUNCTION TRIM(hold-ref)
             EXIT PARAGRAPH
          END-IF
          PERFORM CHECK-OFFLOADED
          IF offloaded = 'Y' THEN
             DELETE FILE SWEEP-FILE
             ADD 1 TO pruned-count
             DISPLAY 'RETAIN: pruned ' FUNCTION TRIM(sweep-fname)
          ELSE
             ADD 1 TO unoff-count
             DISPLAY 'RETAIN: kept ' FUNCTION TRIM(sweep-fname)
                ' - not offloaded'
          END-IF
       ELSE
          ADD 1 TO kept-count
       END-IF
    END-IF.

*>  Is sweep-fname on its month's volume, count and checksum agreeing
*>  with the file still on disk?
CHECK-OFFLOADED.
    MOVE 'N' TO offloaded
    IF sweep-date(1:6) NOT = vol-month THEN
       PERFORM LOAD-VOLUME-DIRECTORY
    END-IF
    MOVE 0 TO found-i
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dir OR found-i > 0
       IF dv-name(di) = sweep-fname THEN
          MOVE di TO found-i
       END-IF
    END-PERFORM
    IF found-i = 0 THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'F' TO sum-func
*>  A PFM is bytes - ARCHOFF summed it as hex records.
    IF sweep-fname(1:8) = 'RENDPFM.' THEN
       MOVE 'H' TO sum-func
    END-IF
    MOVE sweep-fname TO sum-fname
    CALL 'ARTSUM' USING sum-func, sum-fname, sum-line, sum-a, sum-b,
       sum-recs, sum-hex
    IF sum-recs = dv-count(found-i) AND sum-hex = dv-sum(found-i) THEN
       MOVE 'Y' TO offloaded
    END-IF.

*>  The =DIR records at the head of ARCHVOL.yyyymm; an absent volume
*>  leaves the directory empty and nothing of that month is pruned.
LOAD-VOLUME-DIRECTORY.
    MOVE sweep-date(1:6) TO vol-month
    MOVE 0 TO num-dir
    MOVE SPACES TO vol-fname
    STRING 'ARCHVOL.' DELIMITED BY SIZE
           vol-month DELIMITED BY SIZE
           INTO vol-fname
    MOVE 'N' TO vol-eof
    OPEN INPUT VOL-FILE
    IF vol-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL vol-eof-yes
       READ VOL-FILE INTO vol-rec
          AT END MOVE 'Y' TO vol-eof
       END-READ
       IF NOT vol-eof-yes THEN
          IF vol-rec(1:6) = '=FILE ' THEN
             MOVE 'Y' TO vol-eof
          END-IF
          IF vol-rec(1:5) = '=DIR ' AND num-dir < max-dir THEN
             PERFORM VARYING dt-i FROM 1 BY 1 UNTIL dt-i > 4
                MOVE SPACES TO dir-tok(dt-i)
             END-PERFORM
             UNSTRING vol-rec DELIMITED BY ALL SPACES
                INTO dir-tok(1), dir-tok(2), dir-tok(3), dir-tok(4)
             ADD 1 TO num-dir
             MOVE dir-tok(2) TO dv-name(num-dir)
             COMPUTE dv-count(num-dir) = FUNCTION NUMVAL(dir-tok(3))
             MOVE dir-tok(4) TO dv-sum(num-dir)
          END-IF
       END-IF
    END-PERFORM
    CLOSE VOL-FILE.
