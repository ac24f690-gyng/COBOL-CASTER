    SELECT PROBE-FILE ASSIGN TO DYNAMIC probe-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS probe-status.
    SELECT VOL-FILE ASSIGN TO DYNAMIC vol-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS vol-file-status.

DATA DIVISION.
    FILE SECTION.
    FD PROBE-FILE.
    01 probe-rec PIC X(200).
    FD VOL-FILE.
    01 vol-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 probe-status PIC X(2) VALUE '00'.
    01 found-ed PIC ZZZ9.
    01 days-ed PIC ZZZ9.

*>  The directory of one month's offload volume, loaded as the scan
*>  reaches that month: file name and record count.
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
    01 di PIC S9(4) COMP VALUE 0.
    01 dir-tok PIC X(40) OCCURS 4 TIMES.
    01 dt-i PIC S9(4) COMP VALUE 0.
    01 base-len PIC S9(4) COMP VALUE 0.
    01 window-days PIC S9(8) COMP VALUE 0.
    01 window-date PIC 9(8) VALUE 0.
    01 offline-count PIC S9(4) COMP VALUE 0.
    01 old-count PIC S9(4) COMP VALUE 0.
    01 grp-base PIC X(30) VALUE SPACES.
    01 ent-base PIC X(30) VALUE SPACES.
    01 ent-pfx PIC X(8) VALUE SPACES.
    01 ent-date PIC X(8) VALUE SPACES.
    01 ent-seq PIC X(4) VALUE SPACES.
    01 hold-func PIC X(1) VALUE 'A'.
    01 hold-subject PIC X(160) VALUE SPACES.
    01 hold-ref PIC X(8) VALUE SPACES.
    01 hold-note PIC X(14) VALUE SPACES.

*>  RETAIN probes RENDPPM.yyyymmdd.nn names to prune them, but
*>  nothing says what the archive currently holds - finding "the
*>  render from two Tuesdays ago" was trial-and-error filename
*>  DAYSn retention policy sweeps it. PARM: "DAYSn" (default 14,
*>  RETAIN's own default). Run it before RETAIN and the sweep stops
*>  surprising people.
*>  Artifacts ARCHOFF has put on an ARCHVOL.yyyymm offload volume and
*>  RETAIN has since deleted stay in the catalog, marked "offline,
*>  volume ARCHVOL.yyyymm" so whoever needs one knows which volume to
*>  hand ARCHREST. Offloaded runs older than the 120-day probe are
*>  listed after the rest, from the volumes of the two years before.
*>  An artifact a HOLDLIST hold covers carries "HELD ref" at the end
*>  of its line, RETAIN will pass it by.
PROCEDURE DIVISION.
    ACCEPT cat-parm FROM COMMAND-LINE
    MOVE SPACES TO cat-tok
       PERFORM CATALOG-ONE-DATE
       ADD 1 TO sweep-days
    END-PERFORM
    IF found-count = 0 AND offline-count = 0 THEN
       DISPLAY '  (the archive is empty)'
    END-IF

*>  Older offloaded runs, a month's volume at a time.
    COMPUTE window-days = today-days - 120
    COMPUTE window-date = FUNCTION DATE-OF-INTEGER(window-days)
    COMPUTE sweep-days = today-days - 730
    PERFORM UNTIL sweep-days >= window-days
       COMPUTE sweep-date = FUNCTION DATE-OF-INTEGER(sweep-days)
       IF sweep-date(1:6) NOT = vol-month THEN
          PERFORM LOAD-VOLUME-DIRECTORY
          PERFORM LIST-OLD-OFFLINE
       END-IF
       ADD 1 TO sweep-days
    END-PERFORM

    MOVE found-count TO found-ed
    DISPLAY 'ARCHCAT: ' found-ed ' archived artifact(s) on disk'
    MOVE offline-count TO found-ed
    DISPLAY 'ARCHCAT: ' found-ed ' archived artifact(s) offline'
    STOP RUN.

*>  One date's possible names, both prefixes, every sequence - the
             MOVE art-recs TO recs-ed
             MOVE frame-count TO frames-ed
             COMPUTE days-left = sweep-days - cutoff-days
             MOVE base-name TO hold-subject
             PERFORM NOTE-HOLD
             IF days-left <= 0 THEN
                IF hold-ref NOT = SPACES THEN
                   DISPLAY base-name '  ' frames-ed '  ' recs-ed
                      '   aged ' hold-note
                ELSE
                   DISPLAY base-name '  ' frames-ed '  ' recs-ed
                      '   OVERDUE for the sweep'
                END-IF
             ELSE
                MOVE days-left TO left-ed
                DISPLAY base-name '  ' frames-ed '  ' recs-ed
                   '  ' left-ed '  ' hold-note
             END-IF
          ELSE
             PERFORM FIND-OFFLINE
          END-IF
       END-PERFORM
    END-PERFORM.
       CLOSE PROBE-FILE
       MOVE '00' TO probe-status
    END-IF.

*>  Nothing of base-name on disk: is it on its month's volume? The
*>  base file itself, or its frame-suffixed variants, counted as the
*>  disk probe counts them.
FIND-OFFLINE.
    IF sweep-date(1:6) NOT = vol-month THEN
       PERFORM LOAD-VOLUME-DIRECTORY
    END-IF
    MOVE 0 TO art-recs
    MOVE 0 TO frame-count
    COMPUTE base-len = FUNCTION LENGTH(FUNCTION TRIM(base-name))
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dir
       IF dv-name(di)(1:base-len) = base-name(1:base-len)
          AND (dv-name(di)(base-len + 1:) = SPACES
               OR (dv-name(di)(base-len + 1:2) IS NUMERIC
                   AND dv-name(di)(base-len + 3:) = SPACES)) THEN
          ADD dv-count(di) TO art-recs
          ADD 1 TO frame-count
       END-IF
    END-PERFORM
    IF frame-count > 0 THEN
       ADD 1 TO offline-count
       MOVE art-recs TO recs-ed
       MOVE frame-count TO frames-ed
       MOVE base-name TO hold-subject
       PERFORM NOTE-HOLD
       DISPLAY base-name '  ' frames-ed '  ' recs-ed
          '  offline, volume ' FUNCTION TRIM(vol-fname) '  '
          hold-note
    END-IF.

*>  The runs on this month's volume dated before the probe window,
*>  one line per run - ARCHOFF writes a run's frames one after
*>  another, so a run is a stretch of entries sharing a base name.
LIST-OLD-OFFLINE.
    MOVE SPACES TO grp-base
    MOVE 0 TO art-recs
    MOVE 0 TO frame-count
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dir
       MOVE SPACES TO ent-pfx
       MOVE SPACES TO ent-date
       MOVE SPACES TO ent-seq
       UNSTRING dv-name(di) DELIMITED BY '.'
          INTO ent-pfx, ent-date, ent-seq
       IF ent-date IS NUMERIC AND ent-date < window-date THEN
          MOVE SPACES TO ent-base
          STRING FUNCTION TRIM(ent-pfx) DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 ent-date DELIMITED BY SIZE
                 '.' DELIMITED BY SIZE
                 ent-seq(1:2) DELIMITED BY SIZE
                 INTO ent-base
          IF ent-base NOT = grp-base THEN
             PERFORM SHOW-OLD-GROUP
             MOVE ent-base TO grp-base
          END-IF
          ADD dv-count(di) TO art-recs
          ADD 1 TO frame-count
       END-IF
    END-PERFORM
    PERFORM SHOW-OLD-GROUP.

SHOW-OLD-GROUP.
    IF grp-base NOT = SPACES AND frame-count > 0 THEN
       ADD 1 TO old-count
       IF old-count = 1 THEN
          DISPLAY '--- offline, older than 120 days ---'
       END-IF
       ADD 1 TO offline-count
       MOVE art-recs TO recs-ed
       MOVE frame-count TO frames-ed
       MOVE grp-base TO hold-subject
       PERFORM NOTE-HOLD
       DISPLAY grp-base '  ' frames-ed '  ' recs-ed
          '  offline, volume ' FUNCTION TRIM(vol-fname) '  '
          hold-note
    END-IF
    MOVE SPACES TO grp-base
    MOVE 0 TO art-recs
    MOVE 0 TO frame-count.

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
          END-IF
       END-IF
    END-PERFORM
    CLOSE VOL-FILE.

*>  "HELD ref" when a hold covers the run named in hold-subject.
NOTE-HOLD.
    MOVE 'A' TO hold-func
    MOVE SPACES TO hold-ref
    CALL 'HOLDCHK' USING hold-func, hold-subject, hold-ref
    MOVE SPACES TO hold-note
    IF hold-ref NOT = SPACES THEN
       STRING 'HELD ' DELIMITED BY SIZE
              hold-ref DELIMITED BY SPACE
              INTO hold-note
    END-IF.
