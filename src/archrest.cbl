IDENTIFICATION DIVISION.
PROGRAM-ID. ARCHREST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VOL-FILE ASSIGN TO DYNAMIC vol-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS vol-file-status.
    SELECT REST-FILE ASSIGN TO DYNAMIC rest-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rest-file-status.

DATA DIVISION.
    FILE SECTION.
    FD VOL-FILE.
    01 vol-rec PIC X(200).
    FD REST-FILE.
    01 rest-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 vol-file-status PIC X(2) VALUE '00'.
    01 rest-file-status PIC X(2) VALUE '00'.
    01 vol-fname PIC X(30) VALUE SPACES.
    01 rest-fname PIC X(40) VALUE SPACES.
    01 vol-eof PIC X(1) VALUE 'N'.
       88 vol-eof-yes VALUE 'Y'.

    01 rest-parm PIC X(40).
    01 rest-tok PIC X(12) OCCURS 3 TIMES.
    01 rest-date PIC 9(8) VALUE 0.
    01 rest-seq PIC 9(2) VALUE 0.
    01 rest-frame PIC 9(2) VALUE 0.
    01 has-frame PIC X(1) VALUE 'N'.
    01 ppm-base PIC X(30) VALUE SPACES.
    01 sys-base PIC X(30) VALUE SPACES.
    01 pfm-base PIC X(30) VALUE SPACES.
    01 want-name PIC X(40) VALUE SPACES.
    01 want-pfm PIC X(40) VALUE SPACES.
    01 base-len PIC S9(4) COMP VALUE 0.

*>  The volume's directory, as ARCHOFF wrote it.
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

    01 sect-name PIC X(40) VALUE SPACES.
    01 sect-i PIC S9(4) COMP VALUE 0.
    01 sect-count PIC S9(9) COMP VALUE 0.
    01 sect-mode PIC X(1) VALUE 'N'.
       88 sect-skip VALUE 'N'.
       88 sect-restore VALUE 'R'.
    01 sect-match PIC X(1) VALUE 'N'.

*>  A section ARCHOFF marked HEX (an HDR run's RENDPFM) goes back to
*>  its bytes through BINFILE rather than out as records.
    01 sect-hex PIC X(1) VALUE 'N'.
    01 bin-func PIC X(1) VALUE 'O'.
    01 bin-fname PIC X(40) VALUE SPACES.
    01 bin-data PIC X(512) VALUE LOW-VALUES.
    01 bin-len PIC S9(4) COMP VALUE 0.
    01 bin-status PIC X(2) VALUE '00'.
    01 hex-digits PIC X(16) VALUE '0123456789ABCDEF'.
    01 hex-i PIC S9(4) COMP VALUE 0.
    01 hex-pos PIC S9(4) COMP VALUE 0.
    01 hex-hi PIC S9(4) COMP VALUE 0.
    01 hex-lo PIC S9(4) COMP VALUE 0.

    01 sum-func PIC X(1) VALUE 'F'.
    01 sum-fname PIC X(40) VALUE SPACES.
    01 sum-line PIC X(256) VALUE SPACES.
    01 sum-a PIC S9(9) COMP VALUE 0.
    01 sum-b PIC S9(9) COMP VALUE 0.
    01 sum-recs PIC S9(9) COMP VALUE 0.
    01 sum-hex PIC X(8) VALUE SPACES.

    01 restored-count PIC S9(4) COMP VALUE 0.
    01 present-count PIC S9(4) COMP VALUE 0.
    01 bad-count PIC S9(4) COMP VALUE 0.
    01 cnt-ed PIC ZZZ9.
    01 recs-ed PIC ZZZZZZZZ9.

*>  Brings an offloaded archive back under its original names.
*>  PARM: "yyyymmdd nn [ff]" - the render date and sequence number
*>  from the archive name, and optionally a frame number. Without a
*>  frame, every file of that run on the volume comes back: the
*>  RENDPPM.yyyymmdd.nn image and its frame-suffixed variants, an HDR
*>  run's RENDPFM.yyyymmdd.nn radiance likewise, and the
*>  SYSOUT.yyyymmdd.nn report; with one, just RENDPPM.yyyymmdd.nnff
*>  and RENDPFM.yyyymmdd.nnff. A PFM comes back to its bytes from the
*>  hex records it was offloaded as. The volume is the month's
*>  ARCHVOL.yyyymm.
*>  A file still on disk is left alone rather than overwritten, and
*>  each restored file is checked against the count and ARTSUM
*>  checksum the volume's directory recorded - one that disagrees is
*>  reported and deleted again rather than passed off as the
*>  original. RC 8 when the volume is missing or holds nothing of
*>  that run; RC 4 when a file failed its check.
PROCEDURE DIVISION.
    ACCEPT rest-parm FROM COMMAND-LINE
    PERFORM VARYING dt-i FROM 1 BY 1 UNTIL dt-i > 3
       MOVE SPACES TO rest-tok(dt-i)
    END-PERFORM
    UNSTRING rest-parm DELIMITED BY ALL SPACES
       INTO rest-tok(1), rest-tok(2), rest-tok(3)
    IF FUNCTION TEST-NUMVAL(rest-tok(1)) NOT = 0
       OR FUNCTION TEST-NUMVAL(rest-tok(2)) NOT = 0
       OR rest-tok(1) = SPACES OR rest-tok(2) = SPACES THEN
       DISPLAY 'ARCHREST: PARM must be "yyyymmdd nn [ff]"'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    COMPUTE rest-date = FUNCTION NUMVAL(rest-tok(1))
    COMPUTE rest-seq = FUNCTION NUMVAL(rest-tok(2))
    IF FUNCTION TEST-DATE-YYYYMMDD(rest-date) NOT = 0 THEN
       DISPLAY 'ARCHREST: ' rest-tok(1) ' is not a date'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF rest-tok(3) NOT = SPACES THEN
       IF FUNCTION TEST-NUMVAL(rest-tok(3)) NOT = 0 THEN
          DISPLAY 'ARCHREST: frame ' rest-tok(3) ' is not a number'
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF
       COMPUTE rest-frame = FUNCTION NUMVAL(rest-tok(3))
       MOVE 'Y' TO has-frame
    END-IF

    MOVE SPACES TO ppm-base
    STRING 'RENDPPM.' DELIMITED BY SIZE
           rest-date DELIMITED BY SIZE
           '.' DELIMITED BY SIZE
           rest-seq DELIMITED BY SIZE
           INTO ppm-base
    MOVE SPACES TO sys-base
    STRING 'SYSOUT.' DELIMITED BY SIZE
           rest-date DELIMITED BY SIZE
           '.' DELIMITED BY SIZE
           rest-seq DELIMITED BY SIZE
           INTO sys-base
    MOVE SPACES TO pfm-base
    STRING 'RENDPFM.' DELIMITED BY SIZE
           rest-date DELIMITED BY SIZE
           '.' DELIMITED BY SIZE
           rest-seq DELIMITED BY SIZE
           INTO pfm-base
    MOVE SPACES TO want-name
    MOVE SPACES TO want-pfm
    IF has-frame = 'Y' THEN
       STRING FUNCTION TRIM(ppm-base) DELIMITED BY SIZE
              rest-frame DELIMITED BY SIZE
              INTO want-name
       STRING FUNCTION TRIM(pfm-base) DELIMITED BY SIZE
              rest-frame DELIMITED BY SIZE
              INTO want-pfm
    END-IF
    MOVE SPACES TO vol-fname
    STRING 'ARCHVOL.' DELIMITED BY SIZE
           rest-date(1:6) DELIMITED BY SIZE
           INTO vol-fname

    PERFORM LOAD-VOLUME-DIRECTORY
    IF vol-file-status NOT = '00' THEN
       DISPLAY 'ARCHREST: no ' FUNCTION TRIM(vol-fname)
          ' - nothing of ' rest-date ' was offloaded'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

*>  One pass over the volume: each wanted section is written out
*>  under its own name as it goes by.
    MOVE 'N' TO vol-eof
    MOVE 'N' TO sect-mode
    OPEN INPUT VOL-FILE
    PERFORM UNTIL vol-eof-yes
       READ VOL-FILE INTO vol-rec
          AT END MOVE 'Y' TO vol-eof
       END-READ
       IF NOT vol-eof-yes THEN
          EVALUATE TRUE
             WHEN vol-rec(1:6) = '=FILE '
                PERFORM END-SECTION
                PERFORM BEGIN-SECTION
             WHEN vol-rec(1:5) = '=END '
                PERFORM END-SECTION
             WHEN sect-restore
                IF sect-hex = 'Y' THEN
                   PERFORM WRITE-HEX-AS-BYTES
                ELSE
                   WRITE rest-rec FROM vol-rec
                END-IF
                ADD 1 TO sect-count
                MOVE vol-rec TO sum-line
                MOVE 'A' TO sum-func
                PERFORM CALL-ARTSUM
          END-EVALUATE
       END-IF
    END-PERFORM
    CLOSE VOL-FILE
    PERFORM END-SECTION

    MOVE restored-count TO cnt-ed
    DISPLAY 'ARCHREST: ' cnt-ed ' file(s) restored from '
       FUNCTION TRIM(vol-fname)
    IF present-count > 0 THEN
       MOVE present-count TO cnt-ed
       DISPLAY 'ARCHREST: ' cnt-ed ' file(s) already on disk - '
          'left as they are'
    END-IF
    IF bad-count > 0 THEN
       MOVE 4 TO RETURN-CODE
    ELSE
       IF restored-count = 0 AND present-count = 0 THEN
          DISPLAY 'ARCHREST: ' FUNCTION TRIM(vol-fname)
             ' holds nothing of ' rest-date ' sequence ' rest-seq
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF
    STOP RUN.

LOAD-VOLUME-DIRECTORY.
    MOVE 0 TO num-dir
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
             PERFORM SPLIT-DIR-RECORD
             ADD 1 TO num-dir
             MOVE dir-tok(2) TO dv-name(num-dir)
             COMPUTE dv-count(num-dir) = FUNCTION NUMVAL(dir-tok(3))
             MOVE dir-tok(4) TO dv-sum(num-dir)
          END-IF
       END-IF
    END-PERFORM
    CLOSE VOL-FILE
    MOVE '00' TO vol-file-status.

SPLIT-DIR-RECORD.
    PERFORM VARYING dt-i FROM 1 BY 1 UNTIL dt-i > 4
       MOVE SPACES TO dir-tok(dt-i)
    END-PERFORM
    UNSTRING vol-rec DELIMITED BY ALL SPACES
       INTO dir-tok(1), dir-tok(2), dir-tok(3), dir-tok(4).

*>  A =FILE separator: is this one of the run's files, and is it
*>  safe to write?
BEGIN-SECTION.
    PERFORM SPLIT-DIR-RECORD
    MOVE dir-tok(2) TO sect-name
    MOVE 'N' TO sect-match
    MOVE 'N' TO sect-hex
    IF dir-tok(4) = 'HEX' THEN
       MOVE 'Y' TO sect-hex
    END-IF
    IF has-frame = 'Y' THEN
       IF sect-name = want-name OR sect-name = want-pfm THEN
          MOVE 'Y' TO sect-match
       END-IF
    ELSE
       IF sect-name = sys-base THEN
          MOVE 'Y' TO sect-match
       END-IF
*>     The base image, or the base followed by just a frame number;
*>     the same for the radiance file.
       COMPUTE base-len = FUNCTION LENGTH(FUNCTION TRIM(ppm-base))
       IF sect-name(1:base-len) = ppm-base(1:base-len)
          AND (sect-name(base-len + 1:) = SPACES
               OR (sect-name(base-len + 1:2) IS NUMERIC
                   AND sect-name(base-len + 3:) = SPACES)) THEN
          MOVE 'Y' TO sect-match
       END-IF
       IF sect-name(1:base-len) = pfm-base(1:base-len)
          AND (sect-name(base-len + 1:) = SPACES
               OR (sect-name(base-len + 1:2) IS NUMERIC
                   AND sect-name(base-len + 3:) = SPACES)) THEN
          MOVE 'Y' TO sect-match
       END-IF
    END-IF
    IF sect-match = 'N' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE sect-name TO rest-fname
    OPEN INPUT REST-FILE
    IF rest-file-status = '00' THEN
       CLOSE REST-FILE
       ADD 1 TO present-count
       DISPLAY 'ARCHREST: ' FUNCTION TRIM(sect-name)
          ' is already on disk'
       EXIT PARAGRAPH
    END-IF
    IF sect-hex = 'Y' THEN
       MOVE sect-name TO bin-fname
       MOVE 'O' TO bin-func
       PERFORM CALL-BINFILE
       MOVE bin-status TO rest-file-status
    ELSE
       OPEN OUTPUT REST-FILE
    END-IF
    IF rest-file-status NOT = '00' THEN
       ADD 1 TO bad-count
       DISPLAY 'ARCHREST: cannot write ' FUNCTION TRIM(sect-name)
          ' - status ' rest-file-status
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO sect-count
    MOVE 'S' TO sum-func
    PERFORM CALL-ARTSUM
    MOVE 'R' TO sect-mode.

*>  Close off a restored file and hold it against the directory.
END-SECTION.
    IF NOT sect-restore THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO sect-mode
    IF sect-hex = 'Y' THEN
       MOVE 'C' TO bin-func
       PERFORM CALL-BINFILE
    ELSE
       CLOSE REST-FILE
    END-IF
    MOVE 'E' TO sum-func
    PERFORM CALL-ARTSUM
    MOVE 0 TO found-i
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > num-dir OR found-i > 0
       IF dv-name(di) = sect-name THEN
          MOVE di TO found-i
       END-IF
    END-PERFORM
    IF found-i = 0 THEN
       ADD 1 TO bad-count
       DISPLAY 'ARCHREST: ' FUNCTION TRIM(sect-name)
          ' is not in the volume directory - removed'
       DELETE FILE REST-FILE
       EXIT PARAGRAPH
    END-IF
    IF sect-count NOT = dv-count(found-i)
       OR (dv-sum(found-i) NOT = SPACES
           AND dv-sum(found-i) NOT = sum-hex) THEN
       ADD 1 TO bad-count
       DISPLAY 'ARCHREST: ' FUNCTION TRIM(sect-name)
          ' does not match the volume directory - removed'
       DELETE FILE REST-FILE
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO restored-count
    MOVE sect-count TO recs-ed
    DISPLAY 'ARCHREST: restored ' FUNCTION TRIM(sect-name) ' '
       FUNCTION TRIM(recs-ed) ' record(s)'.

*>  One hex record of the volume back into bytes on the open file.
WRITE-HEX-AS-BYTES.
    MOVE 0 TO bin-len
    PERFORM VARYING hex-pos FROM 1 BY 2 UNTIL hex-pos > 199
       OR vol-rec(hex-pos:1) = SPACE
       MOVE 0 TO hex-hi
       MOVE 0 TO hex-lo
       PERFORM VARYING hex-i FROM 1 BY 1 UNTIL hex-i > 16
          IF hex-digits(hex-i:1) = vol-rec(hex-pos:1) THEN
             COMPUTE hex-hi = hex-i - 1
          END-IF
          IF hex-digits(hex-i:1) = vol-rec(hex-pos + 1:1) THEN
             COMPUTE hex-lo = hex-i - 1
          END-IF
       END-PERFORM
       ADD 1 TO bin-len
       MOVE FUNCTION CHAR(hex-hi * 16 + hex-lo + 1)
          TO bin-data(bin-len:1)
    END-PERFORM
    IF bin-len > 0 THEN
       MOVE 'W' TO bin-func
       PERFORM CALL-BINFILE
    END-IF.

CALL-BINFILE.
    CALL 'BINFILE' USING bin-func, bin-fname, bin-data, bin-len,
       bin-status.

CALL-ARTSUM.
    CALL 'ARTSUM' USING sum-func, sum-fname, sum-line, sum-a, sum-b,
       sum-recs, sum-hex.
