    SELECT BASELINE-FILE ASSIGN TO "RENDBASE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS baseline-file-status.
    SELECT PART-VEC-FILE ASSIGN TO DYNAMIC part-vec-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS part-vec-status.
    SELECT VEC-FILE ASSIGN TO DYNAMIC vec-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS vec-file-status.

DATA DIVISION.
    FILE SECTION.
    FD SYSOUT-FILE.
    01 sysout-rec PIC X(200).
    FD LOCK-FILE.
    01 lock-rec PIC X(160).
    FD AUDIT-FILE.
    01 audit-rec PIC X(200).
    FD BASELINE-FILE.
    01 base-rec PIC X(80).
    FD PART-VEC-FILE.
    01 part-vec-rec PIC X(200).
    FD VEC-FILE.
    01 vec-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 part-ppm-status     PIC X(2) VALUE '00'.
    01 audit-file-status   PIC X(2) VALUE '00'.
    01 lock-file-status    PIC X(2) VALUE '00'.
    01 baseline-file-status PIC X(2) VALUE '00'.
    01 part-vec-status     PIC X(2) VALUE '00'.
    01 vec-file-status     PIC X(2) VALUE '00'.

    01 merge-parm    PIC X(40).
    01 merge-tok1    PIC X(16).
    01 audit-date    PIC 9(8).
    01 audit-operator PIC X(20) VALUE SPACES.
    01 audit-steps-ed PIC ZZZ9.
    01 audit-ptr     PIC S9(4) COMP VALUE 1.
*>  The run id from the first band's "# run" comment - the merged
*>  frame carries that one, so its AUDITLOG entries name it too.
    01 merge-run     PIC X(30) VALUE SPACES.

*>  The stitched frame is a finished artifact like any whole-frame
*>  run's, so it gets the same AUDITLOG CKSUM entries (ARTSUM's sum).
    01 cks-func PIC X(1) VALUE 'F'.
    01 cks-fname PIC X(40) VALUE SPACES.
    01 cks-line PIC X(256) VALUE SPACES.
    01 cks-a PIC S9(9) COMP VALUE 0.
    01 cks-b PIC S9(9) COMP VALUE 0.
    01 cks-recs PIC S9(9) COMP VALUE 0.
    01 cks-hex PIC X(8) VALUE SPACES.
    01 cks-recs-ed PIC Z(8)9.

    01 cmp-pos        PIC S9(4) COMP VALUE IS 0.
    01 cmp-changed    PIC S9(8) COMP VALUE IS 0.
    01 cmp-no-baseline PIC X(1) VALUE IS 'N'.
       88 cmp-no-baseline-yes VALUE 'Y'.

*>  VECTOR bands: each band's RENDSVGnnnn and RENDPLTnnnn is a whole
*>  drawing of its own rows - header, polylines, title block. The
*>  stitched file takes the first band's header, every band's
*>  polylines in row order and the first band's title block, held
*>  back in vec-tail until the last band is in. vec-head-mark is the
*>  line that ends a header, vec-tail-mark the line that starts a
*>  title block (compared over their first vec-head-len and
*>  vec-tail-len characters).
    01 part-vec-fname PIC X(20) VALUE SPACES.
    01 vec-fname     PIC X(20) VALUE SPACES.
    01 vec-base      PIC X(10) VALUE SPACES.
    01 vec-head-mark PIC X(20) VALUE SPACES.
    01 vec-head-len  PIC S9(4) COMP VALUE IS 0.
    01 vec-tail-mark PIC X(20) VALUE SPACES.
    01 vec-tail-len  PIC S9(4) COMP VALUE IS 0.
    01 vec-state     PIC X(1) VALUE 'H'.
    01 vec-first     PIC X(1) VALUE 'Y'.
    01 vec-bands     PIC S9(4) COMP VALUE IS 0.
    01 vec-bands-ed  PIC ZZZ9.
    01 vec-tail-n    PIC S9(4) COMP VALUE IS 0.
    01 vec-tail-i    PIC S9(4) COMP VALUE IS 0.
    01 vec-tail-table.
       02 vec-tail PIC X(200) OCCURS 40 TIMES.

*>      Records are 80 bytes wide now that COBOLRAYCASTER can pack
*>      several pixel triplets per record (its PACK option) - packed
*>      records never span a row boundary, so the band-by-band copy
*>      the whole frame (the frame's own ROWHI, i.e. h). Bands are
*>      read in ascending starting-row order, so the merged RENDPPM and
*>      SYSOUT come out in the same row-major order a single whole-
*>      frame run would have produced. A VECTOR job's RENDSVGnnnn and
*>      RENDPLTnnnn bands are stitched into RENDSVG and RENDPLT the
*>      same way, one drawing with one header and one title block.
PROCEDURE DIVISION.
    ACCEPT merge-parm FROM COMMAND-LINE
    UNSTRING merge-parm DELIMITED BY ALL SPACES
*>         same as a plain whole-frame run would write once; every
*>         band after the first one drops those three lines so the
*>         merged file ends up with exactly one header in front of the
*>         stitched-together rows. The "# run" comment line inside the
*>         header isn't one of the three; the merged frame keeps the
*>         first band's.
          MOVE 'N' TO part-eof
          PERFORM VARYING cmp-pos FROM 1 BY 1
             UNTIL cmp-pos > 3 OR part-eof-yes
             END-READ
             IF NOT part-eof-yes AND band-is-first THEN
                WRITE ppm-rec FROM part-ppm-rec
                IF part-ppm-rec(1:6) = '# run ' THEN
                   MOVE part-ppm-rec(7:30) TO merge-run
                END-IF
             END-IF
             IF NOT part-eof-yes AND part-ppm-rec(1:1) = '#' THEN
                SUBTRACT 1 FROM cmp-pos
             END-IF
          END-PERFORM
          MOVE 'N' TO part-eof
       READ PPM-FILE INTO ppm-rec
          AT END MOVE 'Y' TO ppmin-eof
       END-READ
       IF NOT ppmin-eof-yes AND ppm-rec(1:1) NOT = '#' THEN
          IF NOT cmp-no-baseline-yes AND NOT base-eof-yes THEN
             PERFORM WITH TEST AFTER
                UNTIL base-eof-yes OR base-rec(1:1) NOT = '#'
                READ BASELINE-FILE INTO base-rec
                   AT END MOVE 'Y' TO base-eof
                END-READ
             END-PERFORM
          END-IF
          IF cmp-no-baseline-yes OR base-eof-yes THEN
             ADD 80 TO cmp-changed
       READ PPM-FILE INTO ppm-rec
          AT END MOVE 'Y' TO ppmin-eof
       END-READ
       IF NOT ppmin-eof-yes AND ppm-rec(1:1) NOT = '#' THEN
          WRITE base-rec FROM ppm-rec
       END-IF
    END-PERFORM
    END-IF
    COMPUTE audit-steps-ed = (row-total / row-step) + 1
    MOVE SPACES TO audit-rec
    MOVE 1 TO audit-ptr
    STRING FUNCTION TRIM(audit-date) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
           ' MERGEROWS bands=' DELIMITED BY SIZE
           FUNCTION TRIM(audit-steps-ed) DELIMITED BY SIZE
           INTO audit-rec WITH POINTER audit-ptr
    PERFORM ADD-RUN-ID
    OPEN EXTEND AUDIT-FILE
    IF audit-file-status = '35' THEN
       OPEN OUTPUT AUDIT-FILE
    END-IF
    WRITE audit-rec
    CLOSE AUDIT-FILE
    MOVE 'RENDPPM' TO cks-fname
    PERFORM LOG-ARTIFACT-SUM
    MOVE 'SYSOUT' TO cks-fname
    PERFORM LOG-ARTIFACT-SUM

    MOVE 'RENDSVG' TO vec-base
    MOVE '<!-- drawing -->' TO vec-head-mark
    MOVE 16 TO vec-head-len
    MOVE '<!-- title block -->' TO vec-tail-mark
    MOVE 20 TO vec-tail-len
    PERFORM STITCH-VECTOR
    MOVE 'RENDPLT' TO vec-base
    MOVE 'IN;' TO vec-head-mark
    MOVE 3 TO vec-head-len
    MOVE 'DT' TO vec-tail-mark
    MOVE 2 TO vec-tail-len
    PERFORM STITCH-VECTOR

*>  The frame the row-range steps were sharing is whole now - release
*>  the ROWS run lock those steps left held for this merge.
    OPEN OUTPUT LOCK-FILE
    CLOSE LOCK-FILE.
STOP RUN.

*>  One vector format's bands into its whole-frame file, skipping
*>  band suffixes with nothing on disk the same way the PPM pass
*>  does. A run without VECTOR has no such bands and writes nothing.
STITCH-VECTOR.
    MOVE 'Y' TO vec-first
    MOVE 0 TO vec-bands
    MOVE 0 TO vec-tail-n
    MOVE SPACES TO vec-fname
    MOVE vec-base TO vec-fname
    PERFORM VARYING suffix-idx FROM 0 BY row-step
       UNTIL suffix-idx > row-total
       MOVE suffix-idx TO row-suffix
       MOVE SPACES TO part-vec-fname
       STRING FUNCTION TRIM(vec-base) DELIMITED BY SIZE
              row-suffix DELIMITED BY SIZE
              INTO part-vec-fname
       OPEN INPUT PART-VEC-FILE
       IF part-vec-status NOT = '35' THEN
          IF vec-first = 'Y' THEN
             OPEN OUTPUT VEC-FILE
          END-IF
          PERFORM STITCH-VECTOR-BAND
          CLOSE PART-VEC-FILE
          ADD 1 TO vec-bands
          MOVE 'N' TO vec-first
       END-IF
    END-PERFORM
    IF vec-bands = 0 THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING vec-tail-i FROM 1 BY 1
       UNTIL vec-tail-i > vec-tail-n
       WRITE vec-rec FROM vec-tail(vec-tail-i)
    END-PERFORM
    CLOSE VEC-FILE
    MOVE vec-bands TO vec-bands-ed
    DISPLAY 'MERGE-ROWS: ' FUNCTION TRIM(vec-bands-ed) ' '
       FUNCTION TRIM(vec-base) ' bands stitched'
    MOVE vec-fname TO cks-fname
    PERFORM LOG-ARTIFACT-SUM.

*>  H while still in the band's header, B through its polylines, T
*>  once its title block starts; only the first band's header and
*>  title block are kept.
STITCH-VECTOR-BAND.
    MOVE 'H' TO vec-state
    MOVE 'N' TO part-eof
    PERFORM UNTIL part-eof-yes
       READ PART-VEC-FILE INTO part-vec-rec
          AT END MOVE 'Y' TO part-eof
       END-READ
       IF NOT part-eof-yes THEN
          EVALUATE vec-state
             WHEN 'H'
                IF vec-first = 'Y' THEN
                   WRITE vec-rec FROM part-vec-rec
                END-IF
                IF part-vec-rec(1:vec-head-len) =
                   vec-head-mark(1:vec-head-len) THEN
                   MOVE 'B' TO vec-state
                END-IF
             WHEN 'B'
                IF part-vec-rec(1:vec-tail-len) =
                   vec-tail-mark(1:vec-tail-len) THEN
                   MOVE 'T' TO vec-state
                ELSE
                   WRITE vec-rec FROM part-vec-rec
                END-IF
          END-EVALUATE
          IF vec-state = 'T' AND vec-first = 'Y'
             AND vec-tail-n < 40 THEN
             ADD 1 TO vec-tail-n
             MOVE part-vec-rec TO vec-tail(vec-tail-n)
          END-IF
       END-IF
    END-PERFORM.

LOG-ARTIFACT-SUM.
    CALL 'ARTSUM' USING cks-func, cks-fname, cks-line, cks-a, cks-b,
       cks-recs, cks-hex
    IF cks-recs < 0 THEN
       EXIT PARAGRAPH
    END-IF
    MOVE cks-recs TO cks-recs-ed
    MOVE SPACES TO audit-rec
    MOVE 1 TO audit-ptr
    STRING FUNCTION TRIM(audit-date) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
           ' CKSUM file=' DELIMITED BY SIZE
           FUNCTION TRIM(cks-fname) DELIMITED BY SIZE
           ' sum=' DELIMITED BY SIZE
           cks-hex DELIMITED BY SIZE
           ' recs=' DELIMITED BY SIZE
           FUNCTION TRIM(cks-recs-ed) DELIMITED BY SIZE
           INTO audit-rec WITH POINTER audit-ptr
    PERFORM ADD-RUN-ID
    OPEN EXTEND AUDIT-FILE
    IF audit-file-status = '35' THEN
       OPEN OUTPUT AUDIT-FILE
    END-IF
    WRITE audit-rec
    CLOSE AUDIT-FILE.

*>  " run=id" on the end of the AUDITLOG line being built, when the
*>  first band carried one.
ADD-RUN-ID.
    IF merge-run NOT = SPACES THEN
       STRING ' run=' DELIMITED BY SIZE
              FUNCTION TRIM(merge-run) DELIMITED BY SIZE
              INTO audit-rec WITH POINTER audit-ptr
    END-IF.
