IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGCHK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC audit-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-file-status.

DATA DIVISION.
    FILE SECTION.
    FD AUDIT-FILE.
    01 audit-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 audit-file-status PIC X(2) VALUE '00'.
    01 audit-fname PIC X(30) VALUE SPACES.
    01 audit-eof PIC X(1) VALUE 'N'.
       88 audit-eof-yes VALUE 'Y'.

    01 chk-parm PIC X(40).
    01 chk-tok PIC X(16).
    01 days-tok PIC X(12).
    01 walk-days PIC S9(4) COMP VALUE 120.

    01 today-date PIC 9(8) VALUE 0.
    01 today-days PIC S9(8) COMP VALUE 0.
    01 sweep-days PIC S9(8) COMP VALUE 0.
    01 sweep-date PIC 9(8) VALUE 0.
    01 sweep-seq PIC 9(2) VALUE 0.
    01 seq-i PIC S9(4) COMP VALUE 0.
    01 frm-i PIC S9(4) COMP VALUE 0.
    01 frm-suffix PIC 9(2) VALUE 0.
    01 prefix-i PIC S9(4) COMP VALUE 0.
    01 out-prefix PIC X(10) VALUE SPACES.
    01 base-name PIC X(30) VALUE SPACES.

*>  The newest logged sum for every artifact name. Rolled-off
*>  history is read first (LOGROLL's AUDITLOG.yyyymmdd.nn side
*>  files), the live log last, so a file logged twice - a patched
*>  frame - is held to its latest sum.
    01 max-sums PIC S9(4) COMP VALUE 3000.
    01 num-sums PIC S9(4) COMP VALUE 0.
    01 sum-table.
       02 sum-ent OCCURS 3000 TIMES.
          03 se-name PIC X(40).
          03 se-sum PIC X(8).
          03 se-recs PIC X(10).
    01 si PIC S9(4) COMP VALUE 0.
    01 found-i PIC S9(4) COMP VALUE 0.
    01 sums-full PIC X(1) VALUE 'N'.
    01 aud-tok PIC X(40) OCCURS 6 TIMES.
    01 at-i PIC S9(4) COMP VALUE 0.
    01 tok-name PIC X(40) VALUE SPACES.
    01 tok-sum PIC X(8) VALUE SPACES.
    01 tok-recs PIC X(10) VALUE SPACES.

    01 sum-func PIC X(1) VALUE 'F'.
    01 sum-fname PIC X(40) VALUE SPACES.
    01 sum-line PIC X(256) VALUE SPACES.
    01 sum-a PIC S9(9) COMP VALUE 0.
    01 sum-b PIC S9(9) COMP VALUE 0.
    01 sum-recs PIC S9(9) COMP VALUE 0.
    01 sum-hex PIC X(8) VALUE SPACES.
    01 recs-ed PIC Z(8)9.

    01 file-count PIC S9(4) COMP VALUE 0.
    01 good-count PIC S9(4) COMP VALUE 0.
    01 bad-count PIC S9(4) COMP VALUE 0.
    01 nosum-count PIC S9(4) COMP VALUE 0.
    01 cnt-ed PIC ZZZ9.
    01 alert-sev PIC X(5) VALUE 'ERROR'.
    01 alert-source PIC X(14) VALUE 'INTEGCHK'.
    01 alert-job PIC X(16) VALUE SPACES.
    01 alert-dataset PIC X(10) VALUE 'ARCHIVE'.
    01 alert-msg PIC X(60) VALUE SPACES.
    01 days-ed PIC ZZZ9.

*>  AUDITCHK settles that an archived frame exists and is about the
*>  right size; it cannot settle that it is the frame we rendered -
*>  a hand-edited or damaged RENDPPM.yyyymmdd.nn of the right length
*>  sails through, and customers have disputed that the frame we
*>  archived is the frame we delivered. The renderer now logs an
*>  ARTSUM checksum (AUDITLOG "CKSUM file= sum= recs=") for every
*>  artifact it finishes; this walks the archive the way ARCHCAT
*>  does (RENDPPM, RENDDEPTH, RENDMASK, SYSOUT, RENDBNDL and an HDR
*>  run's RENDPFM stamps over the last DAYSn days, every sequence,
*>  frame-suffixed variants), recomputes each file's checksum (a
*>  PFM's over the hex records it travels as, as it was logged) and
*>  reports every one that no longer matches what was logged. Files
*>  archived before sums were logged are counted as unverified, not
*>  failed.
*>  PARM: "DAYSn" (default 120, ARCHCAT's own window). RC 4 on any
*>  mismatch, RC 8 when there is no AUDITLOG at all. Mismatches also
*>  go to the RENDALRT feed as an ERROR (see ALERTPUT).
PROCEDURE DIVISION.
    ACCEPT chk-parm FROM COMMAND-LINE
    MOVE SPACES TO chk-tok
    UNSTRING chk-parm DELIMITED BY ALL SPACES INTO chk-tok
    IF chk-tok(1:4) = 'DAYS' OR chk-tok(1:4) = 'days' THEN
       MOVE chk-tok(5:12) TO days-tok
       COMPUTE walk-days = FUNCTION NUMVAL(days-tok)
    END-IF
    IF walk-days < 1 THEN MOVE 1 TO walk-days END-IF

    ACCEPT today-date FROM DATE YYYYMMDD
    COMPUTE today-days = FUNCTION INTEGER-OF-DATE(today-date)

*>  The logged sums: side files oldest day first, then the live log.
    COMPUTE sweep-days = today-days - walk-days
    PERFORM UNTIL sweep-days > today-days
       COMPUTE sweep-date = FUNCTION DATE-OF-INTEGER(sweep-days)
       PERFORM VARYING seq-i FROM 1 BY 1 UNTIL seq-i > 99
          MOVE seq-i TO sweep-seq
          MOVE SPACES TO audit-fname
          STRING 'AUDITLOG.' DELIMITED BY SIZE
                 sweep-date DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 sweep-seq DELIMITED BY SIZE
                 INTO audit-fname
          PERFORM LOAD-LOGGED-SUMS
       END-PERFORM
       ADD 1 TO sweep-days
    END-PERFORM
    MOVE 'AUDITLOG' TO audit-fname
    PERFORM LOAD-LOGGED-SUMS
    IF audit-file-status NOT = '00' THEN
       DISPLAY 'INTEGCHK: no AUDITLOG - no checksums to hold the '
          'archive against'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF sums-full = 'Y' THEN
       DISPLAY 'INTEGCHK: more than 3000 logged checksums - the '
          'newest past that are not held'
    END-IF

    MOVE walk-days TO days-ed
    DISPLAY '--- archive integrity (last ' FUNCTION TRIM(days-ed)
       ' days) ---'
    COMPUTE sweep-days = today-days - walk-days
    PERFORM UNTIL sweep-days > today-days
       COMPUTE sweep-date = FUNCTION DATE-OF-INTEGER(sweep-days)
       PERFORM CHECK-ONE-DATE
       ADD 1 TO sweep-days
    END-PERFORM

    MOVE file-count TO cnt-ed
    DISPLAY '--------------------'
    DISPLAY 'INTEGCHK: ' FUNCTION TRIM(cnt-ed)
       ' archived artifact(s) checked'
    MOVE good-count TO cnt-ed
    DISPLAY '  checksum matches:     ' cnt-ed
    MOVE bad-count TO cnt-ed
    DISPLAY '  checksum MISMATCHES:  ' cnt-ed
    MOVE nosum-count TO cnt-ed
    DISPLAY '  no checksum on record:' cnt-ed
    IF bad-count > 0 THEN
       MOVE bad-count TO cnt-ed
       MOVE SPACES TO alert-msg
       STRING FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
              ' archived artifact(s) fail their logged checksum'
                 DELIMITED BY SIZE
              INTO alert-msg
       CALL 'ALERTPUT' USING alert-sev, alert-source, alert-job,
          alert-dataset, alert-msg
       MOVE 4 TO RETURN-CODE
    ELSE
       DISPLAY 'INTEGCHK: clean - every logged checksum holds'
    END-IF
    STOP RUN.

*>  One log's CKSUM entries into the table, a name already held
*>  taking the newer sum in place.
LOAD-LOGGED-SUMS.
    MOVE 'N' TO audit-eof
    OPEN INPUT AUDIT-FILE
    IF audit-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL audit-eof-yes
       READ AUDIT-FILE INTO audit-rec
          AT END MOVE 'Y' TO audit-eof
       END-READ
       IF NOT audit-eof-yes AND audit-rec NOT = SPACES THEN
          PERFORM TAKE-SUM-ENTRY
       END-IF
    END-PERFORM
    CLOSE AUDIT-FILE
    MOVE '00' TO audit-file-status.

TAKE-SUM-ENTRY.
    PERFORM VARYING at-i FROM 1 BY 1 UNTIL at-i > 6
       MOVE SPACES TO aud-tok(at-i)
    END-PERFORM
    UNSTRING audit-rec DELIMITED BY ALL SPACES
       INTO aud-tok(1), aud-tok(2), aud-tok(3), aud-tok(4),
            aud-tok(5), aud-tok(6)
    IF aud-tok(3) NOT = 'CKSUM' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO tok-name, tok-sum, tok-recs
    PERFORM VARYING at-i FROM 4 BY 1 UNTIL at-i > 6
       IF aud-tok(at-i)(1:5) = 'file=' THEN
          MOVE aud-tok(at-i)(6:35) TO tok-name
       END-IF
       IF aud-tok(at-i)(1:4) = 'sum=' THEN
          MOVE aud-tok(at-i)(5:8) TO tok-sum
       END-IF
       IF aud-tok(at-i)(1:5) = 'recs=' THEN
          MOVE aud-tok(at-i)(6:10) TO tok-recs
       END-IF
    END-PERFORM
    IF tok-name = SPACES OR tok-sum = SPACES THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM FIND-LOGGED-SUM
    IF found-i = 0 THEN
       IF num-sums >= max-sums THEN
          MOVE 'Y' TO sums-full
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO num-sums
       MOVE num-sums TO found-i
       MOVE tok-name TO se-name(found-i)
    END-IF
    MOVE tok-sum TO se-sum(found-i)
    MOVE tok-recs TO se-recs(found-i).

FIND-LOGGED-SUM.
    MOVE 0 TO found-i
    PERFORM VARYING si FROM 1 BY 1 UNTIL si > num-sums
       OR found-i > 0
       IF se-name(si) = tok-name THEN
          MOVE si TO found-i
       END-IF
    END-PERFORM.

*>  One date's possible archive names - the same probing ARCHCAT
*>  makes. The sequence scan never early-outs (a hand-deleted file
*>  must not shield the ones past it); the frame-suffix scan does,
*>  frames being contiguous within a run.
CHECK-ONE-DATE.
    PERFORM VARYING prefix-i FROM 1 BY 1 UNTIL prefix-i > 6
       EVALUATE prefix-i
          WHEN 1 MOVE 'RENDPPM' TO out-prefix
          WHEN 2 MOVE 'RENDDEPTH' TO out-prefix
          WHEN 3 MOVE 'RENDMASK' TO out-prefix
          WHEN 4 MOVE 'SYSOUT' TO out-prefix
          WHEN 5 MOVE 'RENDBNDL' TO out-prefix
          WHEN 6 MOVE 'RENDPFM' TO out-prefix
       END-EVALUATE
       PERFORM VARYING seq-i FROM 1 BY 1 UNTIL seq-i > 99
          MOVE seq-i TO sweep-seq
          MOVE SPACES TO base-name
          STRING FUNCTION TRIM(out-prefix) DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 sweep-date DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 sweep-seq DELIMITED BY SIZE
                 INTO base-name
          MOVE base-name TO sum-fname
          PERFORM CHECK-ONE-FILE
*>        The frame-suffixed variants a FRAMESn archive run writes
*>        instead of a plain base file - the PPM, its aux pair and
*>        its radiance file.
          IF sum-recs < 0 AND (prefix-i <= 3 OR prefix-i = 6) THEN
             PERFORM VARYING frm-i FROM 1 BY 1 UNTIL frm-i > 99
                MOVE frm-i TO frm-suffix
                MOVE SPACES TO sum-fname
                STRING FUNCTION TRIM(base-name) DELIMITED BY SIZE
                       frm-suffix DELIMITED BY SIZE
                       INTO sum-fname
                PERFORM CHECK-ONE-FILE
                IF sum-recs < 0 THEN
                   EXIT PERFORM
                END-IF
             END-PERFORM
          END-IF
       END-PERFORM
    END-PERFORM.

*>  One file: recomputed, then held against its logged sum.
CHECK-ONE-FILE.
    MOVE 'F' TO sum-func
    IF sum-fname(1:8) = 'RENDPFM.' THEN
       MOVE 'H' TO sum-func
    END-IF
    CALL 'ARTSUM' USING sum-func, sum-fname, sum-line, sum-a, sum-b,
       sum-recs, sum-hex
    IF sum-recs < 0 THEN
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO file-count
    MOVE sum-fname TO tok-name
    PERFORM FIND-LOGGED-SUM
    IF found-i = 0 THEN
       ADD 1 TO nosum-count
       EXIT PARAGRAPH
    END-IF
    IF se-sum(found-i) = sum-hex THEN
       ADD 1 TO good-count
    ELSE
       ADD 1 TO bad-count
       MOVE sum-recs TO recs-ed
       DISPLAY '  MISMATCH ' FUNCTION TRIM(sum-fname) ': sum '
          sum-hex ' (' FUNCTION TRIM(recs-ed) ' recs), logged '
          se-sum(found-i) ' (' FUNCTION TRIM(se-recs(found-i))
          ' recs)'
    END-IF.
