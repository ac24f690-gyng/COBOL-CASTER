IDENTIFICATION DIVISION.
PROGRAM-ID. PPM2BMP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PPM-IN-FILE ASSIGN TO DYNAMIC ppm-in-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ppm-in-status.

DATA DIVISION.
    FILE SECTION.
    FD PPM-IN-FILE.
    01 ppm-in-rec PIC X(80).

    WORKING-STORAGE SECTION.
    01 ppm-in-status PIC X(2) VALUE '00'.
    01 ppm-in-fname PIC X(30) VALUE SPACES.
    01 ppm-eof PIC X(1) VALUE 'N'.
       88 ppm-eof-yes VALUE 'Y'.

    01 conv-parm PIC X(60).
    01 conv-tok1 PIC X(30).
    01 conv-tok2 PIC X(30).
    01 frame-base PIC X(30) VALUE SPACES.
    01 frame-suffix PIC 9(2) VALUE 0.
    01 fi PIC S9(4) COMP VALUE 0.

    01 src-w PIC S9(8) COMP VALUE 0.
    01 src-h PIC S9(8) COMP VALUE 0.
    01 src-max PIC S9(8) COMP VALUE 255.
    01 row-bytes PIC S9(8) COMP VALUE 0.
    01 img-bytes PIC S9(9) COMP VALUE 0.
    01 file-bytes PIC S9(9) COMP VALUE 0.
    01 pix-index PIC S9(9) COMP VALUE 0.
    01 pix-total PIC S9(9) COMP VALUE 0.
    01 pix-row PIC S9(8) COMP VALUE 0.
    01 pix-col PIC S9(8) COMP VALUE 0.
    01 pix-pos PIC S9(9) COMP VALUE 0.
    01 too-big PIC X(1) VALUE 'N'.

*>  The whole picture, already in BMP order within each row (blue,
*>  green, red, then the pad to a four-byte boundary), since the
*>  rows must go out bottom first and the PPM arrives top first.
    01 max-img PIC S9(9) COMP VALUE 6291456.
    01 img-buf PIC X(6291456) VALUE LOW-VALUES.

    01 tok-buf PIC X(16).
    01 tok-len PIC S9(4) COMP VALUE 0.
    01 tok-pos PIC S9(4) COMP VALUE 0.
    01 tok-ch PIC X(1).
    01 tok-val PIC S9(8) COMP VALUE 0.
    01 hdr-count PIC S9(8) COMP VALUE 0.
    01 rgb-phase PIC S9(4) COMP VALUE 0.
    01 magic-tok PIC X(16) VALUE SPACES.

*>  The 54-byte file and info headers, little-endian throughout.
    01 bmp-hdr PIC X(54) VALUE LOW-VALUES.
    01 le-val PIC S9(9) COMP VALUE 0.
    01 le-pos PIC S9(4) COMP VALUE 0.
    01 le-byte PIC S9(4) COMP VALUE 0.
    01 le-i PIC S9(4) COMP VALUE 0.

    01 bin-func PIC X(1) VALUE 'O'.
    01 bin-fname PIC X(40) VALUE SPACES.
    01 bin-data PIC X(512) VALUE LOW-VALUES.
    01 bin-len PIC S9(4) COMP VALUE 0.
    01 bin-status PIC X(2) VALUE '00'.
    01 out-row PIC S9(8) COMP VALUE 0.
    01 row-start PIC S9(9) COMP VALUE 0.
    01 row-done PIC S9(8) COMP VALUE 0.

    01 conv-count PIC S9(4) COMP VALUE 0.
    01 fail-count PIC S9(4) COMP VALUE 0.
    01 conv-ok PIC X(1) VALUE 'N'.
    01 w-ed PIC ZZZZ9.
    01 h-ed PIC ZZZZ9.
    01 cnt-ed PIC ZZZ9.

*>  The marketing and facilities desktops cannot open a P3 PPM, so
*>  frames were being converted by hand on somebody's PC. This reads
*>  any RENDPPM - plain or PACK record layout, through the same
*>  whitespace token stream FLIPBOOK and PPMVIEW read - and writes a
*>  standard uncompressed 24-bit BMP beside it under the same name
*>  with ".bmp" added: rows bottom-up, blue-green-red, each row
*>  padded to a multiple of four bytes. A PPM whose maxval is not 255
*>  is scaled to 255. PARM:
*>    "filename"          one file - RENDPPM, RENDPPMnn,
*>                        RENDPPM.yyyymmdd.nn[ff], jobid.RENDPPM ...
*>    "FRAMES [base]"     the numbered set a FRAMESn run leaves,
*>                        base01, base02 ... until a number is
*>                        missing (base defaults to RENDPPM)
*>  TRANSMIT PACK ... BMP ships the .bmp files with their PPMs.
*>  RC 4 when any file could not be converted, RC 8 when nothing was.
PROCEDURE DIVISION.
    ACCEPT conv-parm FROM COMMAND-LINE
    MOVE SPACES TO conv-tok1, conv-tok2
    UNSTRING conv-parm DELIMITED BY ALL SPACES
       INTO conv-tok1, conv-tok2
    IF conv-tok1 = SPACES THEN
       DISPLAY 'PPM2BMP: usage: PPM2BMP filename | FRAMES [base]'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF conv-tok1 = 'FRAMES' OR conv-tok1 = 'frames' THEN
       MOVE conv-tok2 TO frame-base
       IF frame-base = SPACES THEN
          MOVE 'RENDPPM' TO frame-base
       END-IF
       PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > 99
          MOVE fi TO frame-suffix
          MOVE SPACES TO ppm-in-fname
          STRING FUNCTION TRIM(frame-base) DELIMITED BY SIZE
                 frame-suffix DELIMITED BY SIZE
                 INTO ppm-in-fname
          OPEN INPUT PPM-IN-FILE
          IF ppm-in-status NOT = '00' THEN
             EXIT PERFORM
          END-IF
          CLOSE PPM-IN-FILE
          PERFORM CONVERT-ONE-FILE
       END-PERFORM
       IF conv-count = 0 AND fail-count = 0 THEN
          DISPLAY 'PPM2BMP: no ' FUNCTION TRIM(frame-base)
             '01 - no frame set to convert'
       END-IF
    ELSE
       MOVE conv-tok1 TO ppm-in-fname
       PERFORM CONVERT-ONE-FILE
    END-IF

    MOVE conv-count TO cnt-ed
    DISPLAY 'PPM2BMP: ' FUNCTION TRIM(cnt-ed) ' file(s) converted'
    IF conv-count = 0 THEN
       MOVE 8 TO RETURN-CODE
    ELSE
       IF fail-count > 0 THEN
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF
    STOP RUN.

*>  One PPM in, one BMP out.
CONVERT-ONE-FILE.
    MOVE 'N' TO conv-ok
    MOVE 0 TO src-w
    MOVE 0 TO src-h
    MOVE 255 TO src-max
    MOVE 0 TO hdr-count
    MOVE 0 TO rgb-phase
    MOVE 0 TO pix-index
    MOVE 0 TO pix-total
    MOVE 'N' TO too-big
    MOVE SPACES TO magic-tok
    MOVE 'N' TO ppm-eof
    OPEN INPUT PPM-IN-FILE
    IF ppm-in-status NOT = '00' THEN
       DISPLAY 'PPM2BMP: cannot open ' FUNCTION TRIM(ppm-in-fname)
       ADD 1 TO fail-count
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL ppm-eof-yes OR too-big = 'Y'
       READ PPM-IN-FILE INTO ppm-in-rec
          AT END MOVE 'Y' TO ppm-eof
       END-READ
       IF NOT ppm-eof-yes THEN
          PERFORM PARSE-PPM-RECORD
       END-IF
    END-PERFORM
    CLOSE PPM-IN-FILE
    IF too-big = 'Y' THEN
       DISPLAY 'PPM2BMP: ' FUNCTION TRIM(ppm-in-fname)
          ' is too large to convert'
       ADD 1 TO fail-count
       EXIT PARAGRAPH
    END-IF
    IF magic-tok NOT = 'P3' OR src-w < 1 OR src-h < 1 THEN
       DISPLAY 'PPM2BMP: ' FUNCTION TRIM(ppm-in-fname)
          ' has no P3 header - not a PPM?'
       ADD 1 TO fail-count
       EXIT PARAGRAPH
    END-IF
    IF pix-index < pix-total THEN
       DISPLAY 'PPM2BMP: ' FUNCTION TRIM(ppm-in-fname)
          ' is short of pixels - an unfinished frame?'
       ADD 1 TO fail-count
       EXIT PARAGRAPH
    END-IF
    PERFORM WRITE-BMP-FILE
    IF conv-ok = 'Y' THEN
       ADD 1 TO conv-count
       MOVE src-w TO w-ed
       MOVE src-h TO h-ed
       DISPLAY 'PPM2BMP: ' FUNCTION TRIM(ppm-in-fname) ' -> '
          FUNCTION TRIM(bin-fname) ' ' FUNCTION TRIM(w-ed) 'x'
          FUNCTION TRIM(h-ed)
    ELSE
       ADD 1 TO fail-count
    END-IF.

*>  A '#' record is a PPM comment (the renderer's run id line), not
*>  part of the image.
PARSE-PPM-RECORD.
    IF ppm-in-rec(1:1) = '#' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO tok-len
    MOVE SPACES TO tok-buf
    PERFORM VARYING tok-pos FROM 1 BY 1 UNTIL tok-pos > 80
       MOVE ppm-in-rec(tok-pos:1) TO tok-ch
       IF tok-ch = SPACE THEN
          IF tok-len > 0 THEN
             PERFORM TAKE-PPM-VALUE
             MOVE 0 TO tok-len
             MOVE SPACES TO tok-buf
          END-IF
       ELSE
          IF tok-len < 16 THEN
             ADD 1 TO tok-len
             MOVE tok-ch TO tok-buf(tok-len:1)
          END-IF
       END-IF
    END-PERFORM
    IF tok-len > 0 THEN
       PERFORM TAKE-PPM-VALUE
    END-IF.

*>  Magic, width, height, maxval, then r/g/b per pixel - each sample
*>  dropped straight into its place in the BMP row.
TAKE-PPM-VALUE.
    ADD 1 TO hdr-count
    IF hdr-count = 1 THEN
       MOVE tok-buf TO magic-tok
       EXIT PARAGRAPH
    END-IF
    COMPUTE tok-val = FUNCTION NUMVAL(tok-buf)
    EVALUATE TRUE
       WHEN hdr-count = 2
          MOVE tok-val TO src-w
       WHEN hdr-count = 3
          MOVE tok-val TO src-h
          COMPUTE row-bytes = src-w * 3
          PERFORM UNTIL FUNCTION MOD(row-bytes, 4) = 0
             ADD 1 TO row-bytes
          END-PERFORM
          COMPUTE img-bytes = row-bytes * src-h
          COMPUTE pix-total = src-w * src-h
          IF img-bytes > max-img THEN
             MOVE 'Y' TO too-big
          ELSE
             IF img-bytes > 0 THEN
                MOVE LOW-VALUES TO img-buf(1:img-bytes)
             END-IF
          END-IF
       WHEN hdr-count = 4
          MOVE tok-val TO src-max
          IF src-max < 1 THEN MOVE 255 TO src-max END-IF
       WHEN OTHER
          IF pix-index >= pix-total THEN
             EXIT PARAGRAPH
          END-IF
          IF src-max NOT = 255 THEN
             COMPUTE tok-val ROUNDED = tok-val * 255 / src-max
          END-IF
          IF tok-val < 0 THEN MOVE 0 TO tok-val END-IF
          IF tok-val > 255 THEN MOVE 255 TO tok-val END-IF
          DIVIDE pix-index BY src-w GIVING pix-row
             REMAINDER pix-col
          COMPUTE pix-pos = pix-row * row-bytes + pix-col * 3
             + 3 - rgb-phase
          MOVE FUNCTION CHAR(tok-val + 1) TO img-buf(pix-pos:1)
          ADD 1 TO rgb-phase
          IF rgb-phase = 3 THEN
             MOVE 0 TO rgb-phase
             ADD 1 TO pix-index
          END-IF
    END-EVALUATE.

*>  Headers, then the rows from the bottom of the picture up.
WRITE-BMP-FILE.
    MOVE SPACES TO bin-fname
    STRING FUNCTION TRIM(ppm-in-fname) DELIMITED BY SIZE
           '.bmp' DELIMITED BY SIZE
           INTO bin-fname
    MOVE LOW-VALUES TO bmp-hdr
    MOVE 'BM' TO bmp-hdr(1:2)
    COMPUTE file-bytes = 54 + img-bytes
    MOVE file-bytes TO le-val
    MOVE 3 TO le-pos
    PERFORM PUT-LE32
    MOVE 54 TO le-val
    MOVE 11 TO le-pos
    PERFORM PUT-LE32
    MOVE 40 TO le-val
    MOVE 15 TO le-pos
    PERFORM PUT-LE32
    MOVE src-w TO le-val
    MOVE 19 TO le-pos
    PERFORM PUT-LE32
    MOVE src-h TO le-val
    MOVE 23 TO le-pos
    PERFORM PUT-LE32
    MOVE 1 TO le-val
    MOVE 27 TO le-pos
    PERFORM PUT-LE16
    MOVE 24 TO le-val
    MOVE 29 TO le-pos
    PERFORM PUT-LE16
    MOVE img-bytes TO le-val
    MOVE 35 TO le-pos
    PERFORM PUT-LE32
*>  2835 pixels per metre is 72 dpi, what desktop programs expect.
    MOVE 2835 TO le-val
    MOVE 39 TO le-pos
    PERFORM PUT-LE32
    MOVE 2835 TO le-val
    MOVE 43 TO le-pos
    PERFORM PUT-LE32

    MOVE 'O' TO bin-func
    PERFORM CALL-BINFILE
    IF bin-status NOT = '00' THEN
       DISPLAY 'PPM2BMP: cannot write ' FUNCTION TRIM(bin-fname)
          ' - status ' bin-status
       EXIT PARAGRAPH
    END-IF
    MOVE bmp-hdr TO bin-data
    MOVE 54 TO bin-len
    MOVE 'W' TO bin-func
    PERFORM CALL-BINFILE
    PERFORM VARYING out-row FROM src-h BY -1 UNTIL out-row < 1
       COMPUTE row-start = (out-row - 1) * row-bytes + 1
       MOVE 0 TO row-done
       PERFORM UNTIL row-done >= row-bytes
          COMPUTE bin-len = row-bytes - row-done
          IF bin-len > 512 THEN MOVE 512 TO bin-len END-IF
          MOVE img-buf(row-start + row-done:bin-len)
             TO bin-data(1:bin-len)
          MOVE 'W' TO bin-func
          PERFORM CALL-BINFILE
          ADD bin-len TO row-done
       END-PERFORM
    END-PERFORM
    MOVE 'C' TO bin-func
    PERFORM CALL-BINFILE
    MOVE 'Y' TO conv-ok.

PUT-LE32.
    PERFORM VARYING le-i FROM 0 BY 1 UNTIL le-i > 3
       DIVIDE le-val BY 256 GIVING le-val REMAINDER le-byte
       MOVE FUNCTION CHAR(le-byte + 1) TO bmp-hdr(le-pos + le-i:1)
    END-PERFORM.

PUT-LE16.
    PERFORM VARYING le-i FROM 0 BY 1 UNTIL le-i > 1
       DIVIDE le-val BY 256 GIVING le-val REMAINDER le-byte
       MOVE FUNCTION CHAR(le-byte + 1) TO bmp-hdr(le-pos + le-i:1)
    END-PERFORM.

CALL-BINFILE.
    CALL 'BINFILE' USING bin-func, bin-fname, bin-data, bin-len,
       bin-status.
