IDENTIFICATION DIVISION.
PROGRAM-ID. ARCHOFF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ART-FILE ASSIGN TO DYNAMIC art-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS art-file-status.
    SELECT VOL-FILE ASSIGN TO DYNAMIC vol-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS vol-file-status.
    SELECT NEW-FILE ASSIGN TO DYNAMIC new-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS new-file-status.

DATA DIVISION.
    FILE SECTION.
    FD ART-FILE.
    01 art-rec PIC X(200).
    FD VOL-FILE.
    01 vol-rec PIC X(200).
    FD NEW-FILE.
    01 new-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 art-file-status PIC X(2) VALUE '00'.
    01 vol-file-status PIC X(2) VALUE '00'.
    01 new-file-status PIC X(2) VALUE '00'.
    01 art-fname PIC X(40) VALUE SPACES.
    01 vol-fname PIC X(30) VALUE SPACES.
    01 new-fname PIC X(30) VALUE SPACES.
    01 art-eof PIC X(1) VALUE 'N'.
       88 art-eof-yes VALUE 'Y'.
    01 vol-eof PIC X(1) VALUE 'N'.
       88 vol-eof-yes VALUE 'Y'.
    01 new-eof PIC X(1) VALUE 'N'.
       88 new-eof-yes VALUE 'Y'.

    01 off-parm PIC X(40).
    01 off-tok PIC X(16).
    01 days-tok PIC X(12).
    01 retain-days PIC S9(4) COMP VALUE 14.

    01 today-date PIC 9(8) VALUE 0.
    01 today-days PIC S9(8) COMP VALUE 0.
    01 cutoff-days PIC S9(8) COMP VALUE 0.
    01 sweep-days PIC S9(8) COMP VALUE 0.
    01 sweep-date PIC 9(8) VALUE 0.
    01 sweep-seq PIC 9(2) VALUE 0.
    01 seq-i PIC S9(4) COMP VALUE 0.
    01 frm-i PIC S9(4) COMP VALUE 0.
    01 frm-suffix PIC 9(2) VALUE 0.
    01 prefix-i PIC S9(4) COMP VALUE 0.
    01 out-prefix PIC X(8) VALUE SPACES.
    01 base-name PIC X(30) VALUE SPACES.
    01 cur-month PIC X(6) VALUE SPACES.
    01 was-there PIC X(1) VALUE 'N'.

    01 audit-date PIC 9(8) VALUE 0.
    01 audit-operator PIC X(20) VALUE SPACES.

*>  This month's aged candidates, as probed off the disk.
    01 max-cands PIC S9(4) COMP VALUE 2000.
    01 num-cands PIC S9(4) COMP VALUE 0.
    01 cand-table.
       02 cand-name PIC X(40) OCCURS 2000 TIMES.
    01 ci PIC S9(4) COMP VALUE 0.

*>  The volume's directory: what it already held (dv-new N) and what
*>  this run adds (dv-new Y), each with its record count and ARTSUM.
    01 max-dir PIC S9(4) COMP VALUE 3000.
    01 num-dir PIC S9(4) COMP VALUE 0.
    01 dir-table.
       02 dir-ent OCCURS 3000 TIMES.
          03 dv-name PIC X(40).
          03 dv-count PIC S9(9) COMP.
          03 dv-sum PIC X(8).
          03 dv-new PIC X(1).
          03 dv-seen PIC X(1).
    01 di PIC S9(4) COMP VALUE 0.
    01 found-i PIC S9(4) COMP VALUE 0.
    01 new-count PIC S9(4) COMP VALUE 0.
    01 vol-exists PIC X(1) VALUE 'N'.
    01 vol-good PIC X(1) VALUE 'Y'.
    01 in-body PIC X(1) VALUE 'N'.
    01 sect-open PIC X(1) VALUE 'N'.
    01 sect-i PIC S9(4) COMP VALUE 0.
    01 sect-count PIC S9(9) COMP VALUE 0.
    01 total-recs PIC S9(9) COMP VALUE 0.
*>  The I/O itself: every open and write of the new volume and the
*>  copy over the old one checked, the records written counted so
*>  the finished volume can be counted back against them. A volume
*>  that could not be written whole keeps its .NEW for the operator.
    01 io-good PIC X(1) VALUE 'Y'.
    01 io-dsn PIC X(40) VALUE SPACES.
    01 io-status PIC X(2) VALUE '00'.
    01 io-what PIC X(12) VALUE SPACES.
    01 new-written PIC S9(9) COMP VALUE 0.
    01 vol-read PIC S9(9) COMP VALUE 0.
    01 dir-tok PIC X(40) OCCURS 4 TIMES.
    01 dt-i PIC S9(4) COMP VALUE 0.

    01 sum-func PIC X(1) VALUE 'F'.
    01 sum-fname PIC X(40) VALUE SPACES.
    01 sum-line PIC X(256) VALUE SPACES.
    01 sum-a PIC S9(9) COMP VALUE 0.
    01 sum-b PIC S9(9) COMP VALUE 0.
    01 sum-recs PIC S9(9) COMP VALUE 0.
    01 sum-hex PIC X(8) VALUE SPACES.

*>  An HDR run's RENDPFM is bytes, not records: it goes on the volume
*>  the way TRANSMIT carries it, 100 bytes to a 200-character hex
*>  record under a =FILE separator marked HEX, and its count and
*>  checksum are over those records.
    01 bin-func PIC X(1) VALUE 'I'.
    01 bin-fname PIC X(40) VALUE SPACES.
    01 bin-data PIC X(512) VALUE LOW-VALUES.
    01 bin-len PIC S9(4) COMP VALUE 0.
    01 bin-status PIC X(2) VALUE '00'.
    01 bin-eof PIC X(1) VALUE 'N'.
    01 hex-digits PIC X(16) VALUE '0123456789ABCDEF'.
    01 hex-line PIC X(200) VALUE SPACES.
    01 hex-i PIC S9(4) COMP VALUE 0.
    01 hex-pos PIC S9(4) COMP VALUE 0.
    01 hex-byte PIC S9(4) COMP VALUE 0.
    01 hex-hi PIC S9(4) COMP VALUE 0.
    01 hex-lo PIC S9(4) COMP VALUE 0.

    01 out-line PIC X(200) VALUE SPACES.
    01 cnt-ed PIC ZZZZZZZZ9.
    01 cnt2-ed PIC ZZZZZZZZ9.
    01 off-total PIC S9(4) COMP VALUE 0.
    01 had-before PIC S9(4) COMP VALUE 0.
    01 fail-count PIC S9(4) COMP VALUE 0.
    01 off-ed PIC ZZZ9.

*>  RETAIN used to delete aged archives outright, and legal and the
*>  customers sometimes ask for renders from last year. This runs
*>  ahead of RETAIN: every RENDPPM.yyyymmdd.nn and RENDPFM.yyyymmdd.nn
*>  (frame-suffixed variants included) and SYSOUT.yyyymmdd.nn older
*>  than the DAYSn policy is consolidated into its month's offload
*>  volume,
*>  ARCHVOL.yyyymm, in the shape TRANSMIT gives a bundle - a header,
*>  a =DIR directory of every file with its record count and ARTSUM
*>  checksum, a =FILE separator ahead of each file's records and an
*>  =END trailer. A volume already holding part of the month is
*>  rebuilt with the old contents carried over and the new added,
*>  written aside as ARCHVOL.yyyymm.NEW, read back and checked file
*>  by file against its own directory, and only then copied over the
*>  old volume - a volume that fails the read-back is discarded and
*>  the old one stands. RETAIN deletes a file only once a volume
*>  directory holds it with the same count and checksum; ARCHREST
*>  brings files back. PARM: "DAYSn" (default 14 - give it the same
*>  DAYSn RETAIN runs with). RC 8 when a volume failed its read-back
*>  or could not be written or copied into place. A copy that fails
*>  partway empties ARCHVOL.yyyymm, so RETAIN prunes nothing of the
*>  month from a short directory, and leaves the whole volume in
*>  ARCHVOL.yyyymm.NEW; a month whose .NEW is still there is left
*>  alone by later runs until the operator has copied it over the
*>  volume and deleted it.
PROCEDURE DIVISION.
    ACCEPT off-parm FROM COMMAND-LINE
    MOVE SPACES TO off-tok
    UNSTRING off-parm DELIMITED BY ALL SPACES INTO off-tok
    IF off-tok(1:4) = 'DAYS' OR off-tok(1:4) = 'days' THEN
       MOVE off-tok(5:12) TO days-tok
       COMPUTE retain-days = FUNCTION NUMVAL(days-tok)
    END-IF
    IF retain-days < 1 THEN MOVE 1 TO retain-days END-IF

    ACCEPT today-date FROM DATE YYYYMMDD
    COMPUTE today-days = FUNCTION INTEGER-OF-DATE(today-date)
    COMPUTE cutoff-days = today-days - retain-days
    MOVE today-date TO audit-date
    ACCEPT audit-operator FROM ENVIRONMENT "USER"
    IF audit-operator = SPACES THEN
       ACCEPT audit-operator FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF audit-operator = SPACES THEN
       MOVE "UNKNOWN" TO audit-operator
    END-IF

*>  The same 120-day probe RETAIN makes, one month's volume at a
*>  time as the dates roll over.
    MOVE SPACES TO cur-month
    MOVE 0 TO num-cands
    COMPUTE sweep-days = today-days - 120
    PERFORM UNTIL sweep-days >= cutoff-days
       COMPUTE sweep-date = FUNCTION DATE-OF-INTEGER(sweep-days)
       IF sweep-date(1:6) NOT = cur-month THEN
          PERFORM OFFLOAD-MONTH
          MOVE sweep-date(1:6) TO cur-month
          MOVE 0 TO num-cands
       END-IF
       PERFORM PROBE-ONE-DATE
       ADD 1 TO sweep-days
    END-PERFORM
    PERFORM OFFLOAD-MONTH

    MOVE off-total TO off-ed
    DISPLAY 'ARCHOFF: ' off-ed ' aged archive file(s) offloaded'
    IF fail-count > 0 THEN
       MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

*>  Every name RETAIN would prune on this date, every prefix.
PROBE-ONE-DATE.
    PERFORM VARYING prefix-i FROM 1 BY 1 UNTIL prefix-i > 3
       EVALUATE prefix-i
          WHEN 1 MOVE 'RENDPPM' TO out-prefix
          WHEN 2 MOVE 'SYSOUT' TO out-prefix
          WHEN 3 MOVE 'RENDPFM' TO out-prefix
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
          MOVE base-name TO art-fname
          PERFORM NOTE-CANDIDATE
          IF prefix-i NOT = 2 THEN
             PERFORM VARYING frm-i FROM 1 BY 1 UNTIL frm-i > 99
                MOVE frm-i TO frm-suffix
                MOVE SPACES TO art-fname
                STRING FUNCTION TRIM(base-name) DELIMITED BY SIZE
                       frm-suffix DELIMITED BY SIZE
                       INTO art-fname
                PERFORM NOTE-CANDIDATE
                IF was-there = 'N' THEN
                   EXIT PERFORM
                END-IF
             END-PERFORM
          END-IF
       END-PERFORM
    END-PERFORM.

NOTE-CANDIDATE.
    MOVE 'N' TO was-there
    OPEN INPUT ART-FILE
    IF art-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    CLOSE ART-FILE
    MOVE 'Y' TO was-there
    IF num-cands < max-cands THEN
       ADD 1 TO num-cands
       MOVE art-fname TO cand-name(num-cands)
    END-IF.

*>  One month: what the volume already holds, what is new, the
*>  rebuilt volume written aside, read back, and put in place.
OFFLOAD-MONTH.
    IF num-cands = 0 OR cur-month = SPACES THEN
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO vol-fname
    STRING 'ARCHVOL.' DELIMITED BY SIZE
           cur-month DELIMITED BY SIZE
           INTO vol-fname
    MOVE SPACES TO new-fname
    STRING FUNCTION TRIM(vol-fname) DELIMITED BY SIZE
           '.NEW' DELIMITED BY SIZE
           INTO new-fname
    OPEN INPUT NEW-FILE
    IF new-file-status = '00' THEN
       CLOSE NEW-FILE
       DISPLAY 'ARCHOFF: ' FUNCTION TRIM(new-fname)
          ' is left from a failed run - ' FUNCTION TRIM(cur-month)
          ' not offloaded until it is put in place'
       ADD 1 TO fail-count
       EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-VOLUME-DIRECTORY
    MOVE num-dir TO had-before

    MOVE 0 TO new-count
    PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-cands
       MOVE cand-name(ci) TO sum-fname
       PERFORM FIND-DIR-ENTRY
       IF found-i = 0 AND num-dir < max-dir THEN
          MOVE 'F' TO sum-func
          IF sum-fname(1:8) = 'RENDPFM.' THEN
             MOVE 'H' TO sum-func
          END-IF
          PERFORM CALL-ARTSUM
          IF sum-recs >= 0 THEN
             ADD 1 TO num-dir
             MOVE sum-fname TO dv-name(num-dir)
             MOVE sum-recs TO dv-count(num-dir)
             MOVE sum-hex TO dv-sum(num-dir)
             MOVE 'Y' TO dv-new(num-dir)
             ADD 1 TO new-count
          END-IF
       END-IF
    END-PERFORM
    IF new-count = 0 THEN
       EXIT PARAGRAPH
    END-IF

    MOVE 'Y' TO io-good
    PERFORM WRITE-NEW-VOLUME
    IF io-good = 'Y' THEN
       PERFORM CHECK-NEW-VOLUME
    END-IF
    IF io-good = 'N' THEN
       PERFORM KEEP-NEW-VOLUME
       EXIT PARAGRAPH
    END-IF
    IF vol-good = 'N' THEN
       DISPLAY 'ARCHOFF: ' FUNCTION TRIM(new-fname)
          ' failed its read-back - discarded, '
          FUNCTION TRIM(vol-fname) ' left as it was'
       DELETE FILE NEW-FILE
       ADD 1 TO fail-count
       EXIT PARAGRAPH
    END-IF

*>  Good: the new volume replaces the old, record for record, and is
*>  counted back before the .NEW goes.
    PERFORM COPY-NEW-VOLUME
    IF io-good = 'Y' THEN
       PERFORM COUNT-VOLUME
    END-IF
    IF io-good = 'N' THEN
       PERFORM KEEP-NEW-VOLUME
       EXIT PARAGRAPH
    END-IF
    DELETE FILE NEW-FILE
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dir
       IF dv-new(di) = 'Y' THEN
          DISPLAY 'ARCHOFF: ' FUNCTION TRIM(dv-name(di)) ' -> '
             FUNCTION TRIM(vol-fname)
       END-IF
    END-PERFORM
    ADD new-count TO off-total.

*>  ARCHVOL.yyyymm.NEW over ARCHVOL.yyyymm. Once the volume is open
*>  for output its old contents are gone, so a write that fails from
*>  there empties it rather than leave a short one behind.
COPY-NEW-VOLUME.
    OPEN INPUT NEW-FILE
    IF new-file-status NOT = '00' THEN
       MOVE new-fname TO io-dsn
       MOVE new-file-status TO io-status
       MOVE 'open' TO io-what
       PERFORM NOTE-IO-FAILURE
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT VOL-FILE
    IF vol-file-status NOT = '00' THEN
       CLOSE NEW-FILE
       MOVE vol-fname TO io-dsn
       MOVE vol-file-status TO io-status
       MOVE 'open' TO io-what
       PERFORM NOTE-IO-FAILURE
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO new-eof
    PERFORM UNTIL new-eof-yes
       READ NEW-FILE INTO new-rec
          AT END MOVE 'Y' TO new-eof
       END-READ
       IF NOT new-eof-yes THEN
          WRITE vol-rec FROM new-rec
          IF vol-file-status NOT = '00' THEN
             MOVE vol-fname TO io-dsn
             MOVE vol-file-status TO io-status
             MOVE 'write' TO io-what
             PERFORM NOTE-IO-FAILURE
             MOVE 'Y' TO new-eof
          END-IF
       END-IF
    END-PERFORM
    CLOSE VOL-FILE
    CLOSE NEW-FILE
    IF io-good = 'N' THEN
       OPEN OUTPUT VOL-FILE
       CLOSE VOL-FILE
    END-IF.

*>  The finished volume read back and counted against the records
*>  written to the .NEW; short, and it is emptied the same way.
COUNT-VOLUME.
    MOVE 0 TO vol-read
    MOVE 'N' TO vol-eof
    OPEN INPUT VOL-FILE
    IF vol-file-status NOT = '00' THEN
       MOVE vol-fname TO io-dsn
       MOVE vol-file-status TO io-status
       MOVE 'reopen' TO io-what
       PERFORM NOTE-IO-FAILURE
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL vol-eof-yes
       READ VOL-FILE INTO vol-rec
          AT END MOVE 'Y' TO vol-eof
       END-READ
       IF NOT vol-eof-yes THEN
          ADD 1 TO vol-read
       END-IF
    END-PERFORM
    CLOSE VOL-FILE
    IF vol-read NOT = new-written THEN
       MOVE vol-read TO cnt-ed
       MOVE new-written TO cnt2-ed
       DISPLAY 'ARCHOFF: ' FUNCTION TRIM(vol-fname) ' holds '
          FUNCTION TRIM(cnt-ed) ' record(s), '
          FUNCTION TRIM(cnt2-ed) ' were written'
       MOVE 'N' TO io-good
       OPEN OUTPUT VOL-FILE
       CLOSE VOL-FILE
    END-IF.

*>  One failed open or write, named with its status.
NOTE-IO-FAILURE.
    DISPLAY 'ARCHOFF: cannot ' FUNCTION TRIM(io-what) ' '
       FUNCTION TRIM(io-dsn) ' - status ' io-status
    MOVE 'N' TO io-good.

*>  The month's new files are not counted offloaded; whatever the
*>  .NEW holds stays for the operator.
KEEP-NEW-VOLUME.
    DISPLAY 'ARCHOFF: ' FUNCTION TRIM(cur-month) ' not offloaded - '
       FUNCTION TRIM(new-fname) ' kept'
    ADD 1 TO fail-count.

*>  One record onto the new volume, its write checked and counted.
PUT-NEW-RECORD.
    IF io-good = 'N' THEN
       EXIT PARAGRAPH
    END-IF
    WRITE new-rec
    IF new-file-status NOT = '00' THEN
       MOVE new-fname TO io-dsn
       MOVE new-file-status TO io-status
       MOVE 'write' TO io-what
       PERFORM NOTE-IO-FAILURE
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO new-written.

*>  The =DIR records at the head of an existing volume.
LOAD-VOLUME-DIRECTORY.
    MOVE 0 TO num-dir
    MOVE 'N' TO vol-exists
    MOVE 'N' TO vol-eof
    OPEN INPUT VOL-FILE
    IF vol-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO vol-exists
    PERFORM UNTIL vol-eof-yes
       READ VOL-FILE INTO vol-rec
          AT END MOVE 'Y' TO vol-eof
       END-READ
       IF NOT vol-eof-yes THEN
          IF vol-rec(1:6) = '=FILE ' THEN
             MOVE 'Y' TO vol-eof
          END-IF
          IF vol-rec(1:5) = '=DIR ' AND num-dir < max-dir THEN
             PERFORM SPLIT-DIR-RECORD
             ADD 1 TO num-dir
             MOVE dir-tok(2) TO dv-name(num-dir)
             COMPUTE dv-count(num-dir) = FUNCTION NUMVAL(dir-tok(3))
             MOVE dir-tok(4) TO dv-sum(num-dir)
             MOVE 'N' TO dv-new(num-dir)
          END-IF
       END-IF
    END-PERFORM
    CLOSE VOL-FILE.

SPLIT-DIR-RECORD.
    PERFORM VARYING dt-i FROM 1 BY 1 UNTIL dt-i > 4
       MOVE SPACES TO dir-tok(dt-i)
    END-PERFORM
    UNSTRING vol-rec DELIMITED BY ALL SPACES
       INTO dir-tok(1), dir-tok(2), dir-tok(3), dir-tok(4).

FIND-DIR-ENTRY.
    MOVE 0 TO found-i
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dir OR found-i > 0
       IF dv-name(di) = sum-fname THEN
          MOVE di TO found-i
       END-IF
    END-PERFORM.

*>  Header, the whole directory, the old volume's sections carried
*>  over as they stand, the new files' sections, the trailer.
WRITE-NEW-VOLUME.
    MOVE 0 TO new-written
    OPEN OUTPUT NEW-FILE
    IF new-file-status NOT = '00' THEN
       MOVE new-fname TO io-dsn
       MOVE new-file-status TO io-status
       MOVE 'open' TO io-what
       PERFORM NOTE-IO-FAILURE
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO out-line
    STRING '=ARCHVOL ' DELIMITED BY SIZE
           cur-month DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           audit-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
           INTO out-line
    MOVE out-line TO new-rec
    PERFORM PUT-NEW-RECORD
    MOVE 0 TO total-recs
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dir
       MOVE dv-count(di) TO cnt-ed
       MOVE SPACES TO out-line
       STRING '=DIR ' DELIMITED BY SIZE
              FUNCTION TRIM(dv-name(di)) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              dv-sum(di) DELIMITED BY SIZE
              INTO out-line
       MOVE out-line TO new-rec
       PERFORM PUT-NEW-RECORD
       ADD dv-count(di) TO total-recs
    END-PERFORM
    IF vol-exists = 'Y' THEN
       MOVE 'N' TO in-body
       MOVE 'N' TO vol-eof
       OPEN INPUT VOL-FILE
       IF vol-file-status NOT = '00' THEN
          MOVE vol-fname TO io-dsn
          MOVE vol-file-status TO io-status
          MOVE 'open' TO io-what
          PERFORM NOTE-IO-FAILURE
          CLOSE NEW-FILE
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL vol-eof-yes
          READ VOL-FILE INTO vol-rec
             AT END MOVE 'Y' TO vol-eof
          END-READ
          IF NOT vol-eof-yes THEN
             IF vol-rec(1:6) = '=FILE ' THEN
                MOVE 'Y' TO in-body
             END-IF
             IF vol-rec(1:5) = '=END ' THEN
                MOVE 'N' TO in-body
             END-IF
             IF in-body = 'Y' THEN
                MOVE vol-rec TO new-rec
                PERFORM PUT-NEW-RECORD
             END-IF
          END-IF
       END-PERFORM
       CLOSE VOL-FILE
    END-IF
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dir
       IF dv-new(di) = 'Y' THEN
          MOVE dv-count(di) TO cnt-ed
          MOVE SPACES TO out-line
          STRING '=FILE ' DELIMITED BY SIZE
                 FUNCTION TRIM(dv-name(di)) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                 INTO out-line
          IF dv-name(di)(1:8) = 'RENDPFM.' THEN
             MOVE SPACES TO hex-line
             STRING FUNCTION TRIM(out-line) DELIMITED BY SIZE
                    ' HEX' DELIMITED BY SIZE
                    INTO hex-line
             MOVE hex-line TO new-rec
             PERFORM PUT-NEW-RECORD
             PERFORM WRITE-HEX-SECTION
          ELSE
             MOVE out-line TO new-rec
             PERFORM PUT-NEW-RECORD
             MOVE dv-name(di) TO art-fname
             MOVE 'N' TO art-eof
             OPEN INPUT ART-FILE
             IF art-file-status NOT = '00' THEN
                MOVE art-fname TO io-dsn
                MOVE art-file-status TO io-status
                MOVE 'open' TO io-what
                PERFORM NOTE-IO-FAILURE
                CLOSE NEW-FILE
                EXIT PARAGRAPH
             END-IF
             PERFORM UNTIL art-eof-yes
                READ ART-FILE INTO art-rec
                   AT END MOVE 'Y' TO art-eof
                END-READ
                IF NOT art-eof-yes THEN
                   MOVE art-rec TO new-rec
                   PERFORM PUT-NEW-RECORD
                END-IF
             END-PERFORM
             CLOSE ART-FILE
          END-IF
       END-IF
    END-PERFORM
    MOVE num-dir TO cnt-ed
    MOVE total-recs TO cnt2-ed
    MOVE SPACES TO out-line
    STRING '=END ' DELIMITED BY SIZE
           FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(cnt2-ed) DELIMITED BY SIZE
           INTO out-line
    MOVE out-line TO new-rec
    PERFORM PUT-NEW-RECORD
    CLOSE NEW-FILE.

*>  The read-back: every section's count and checksum against the
*>  directory, every directory entry met exactly once, the trailer
*>  present. Anything less and the volume is not trusted.
CHECK-NEW-VOLUME.
    MOVE 'Y' TO vol-good
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dir
       MOVE 'N' TO dv-seen(di)
    END-PERFORM
    MOVE 0 TO sect-i
    MOVE 'N' TO sect-open
    MOVE 'N' TO in-body
    MOVE 'N' TO new-eof
    OPEN INPUT NEW-FILE
    IF new-file-status NOT = '00' THEN
       MOVE new-fname TO io-dsn
       MOVE new-file-status TO io-status
       MOVE 'read back' TO io-what
       PERFORM NOTE-IO-FAILURE
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL new-eof-yes
       READ NEW-FILE INTO new-rec
          AT END MOVE 'Y' TO new-eof
       END-READ
       IF NOT new-eof-yes THEN
          EVALUATE TRUE
             WHEN new-rec(1:6) = '=FILE '
                PERFORM CLOSE-CHECK-SECTION
                MOVE new-rec TO vol-rec
                PERFORM SPLIT-DIR-RECORD
                MOVE dir-tok(2) TO sum-fname
                PERFORM FIND-DIR-ENTRY
                MOVE found-i TO sect-i
                IF sect-i = 0 THEN
                   MOVE 'N' TO vol-good
                END-IF
                MOVE 0 TO sect-count
                MOVE 'S' TO sum-func
                PERFORM CALL-ARTSUM
                MOVE 'Y' TO sect-open
             WHEN new-rec(1:5) = '=END '
                PERFORM CLOSE-CHECK-SECTION
                MOVE 'Y' TO in-body
             WHEN sect-open = 'Y'
                ADD 1 TO sect-count
                MOVE new-rec TO sum-line
                MOVE 'A' TO sum-func
                PERFORM CALL-ARTSUM
          END-EVALUATE
       END-IF
    END-PERFORM
    CLOSE NEW-FILE
    PERFORM CLOSE-CHECK-SECTION
    IF in-body = 'N' THEN
       MOVE 'N' TO vol-good
    END-IF
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dir
       IF dv-seen(di) NOT = 'Y' THEN
          MOVE 'N' TO vol-good
       END-IF
    END-PERFORM.

CLOSE-CHECK-SECTION.
    IF sect-open = 'N' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO sect-open
    IF sect-i = 0 THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'E' TO sum-func
    PERFORM CALL-ARTSUM
    IF dv-seen(sect-i) = 'Y' OR sect-count NOT = dv-count(sect-i)
       OR (dv-sum(sect-i) NOT = SPACES
           AND dv-sum(sect-i) NOT = sum-hex) THEN
       DISPLAY 'ARCHOFF: ' FUNCTION TRIM(dv-name(sect-i))
          ' does not read back as written'
       MOVE 'N' TO vol-good
    END-IF
    MOVE 'Y' TO dv-seen(sect-i).

*>  A binary file's bytes onto the new volume as hex records.
WRITE-HEX-SECTION.
    MOVE dv-name(di) TO bin-fname
    MOVE 'I' TO bin-func
    PERFORM CALL-BINFILE
    MOVE 'N' TO bin-eof
    PERFORM UNTIL bin-eof = 'Y'
       PERFORM READ-BYTES-AS-HEX
       IF bin-eof = 'N' THEN
          MOVE hex-line TO new-rec
          PERFORM PUT-NEW-RECORD
       END-IF
    END-PERFORM
    MOVE 'X' TO bin-func
    PERFORM CALL-BINFILE.

*>  The next 100 bytes of the open file as one record of hex.
READ-BYTES-AS-HEX.
    MOVE SPACES TO hex-line
    MOVE 100 TO bin-len
    MOVE 'R' TO bin-func
    PERFORM CALL-BINFILE
    IF bin-len = 0 THEN
       MOVE 'Y' TO bin-eof
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING hex-i FROM 1 BY 1 UNTIL hex-i > bin-len
       COMPUTE hex-byte = FUNCTION ORD(bin-data(hex-i:1)) - 1
       DIVIDE hex-byte BY 16 GIVING hex-hi REMAINDER hex-lo
       COMPUTE hex-pos = hex-i * 2 - 1
       MOVE hex-digits(hex-hi + 1:1) TO hex-line(hex-pos:1)
       MOVE hex-digits(hex-lo + 1:1) TO hex-line(hex-pos + 1:1)
    END-PERFORM.

CALL-BINFILE.
    CALL 'BINFILE' USING bin-func, bin-fname, bin-data, bin-len,
       bin-status.

CALL-ARTSUM.
    CALL 'ARTSUM' USING sum-func, sum-fname, sum-line, sum-a, sum-b,
       sum-recs, sum-hex.
