IDENTIFICATION DIVISION.
PROGRAM-ID. GIFANIM.

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

    01 gif-parm PIC X(80).
    01 gif-tok PIC X(16) OCCURS 5 TIMES.
    01 gt-i PIC S9(4) COMP VALUE 0.
    01 num-tok PIC X(12).
    01 frame-base PIC X(20) VALUE 'RENDPPM'.
*>  DELAYn and LOOPn read as they do for FLIPBOOK - tenths of a
*>  second per frame, and the number of times the sequence plays -
*>  with LOOP0 meaning play forever, which a file can do and a
*>  terminal replay cannot. SKIPk drops every k-th frame; RAMP uses
*>  a fixed 256-step grey ramp instead of colours taken from the
*>  frames.
    01 delay-tenths PIC S9(4) COMP VALUE IS 3.
    01 loop-count PIC S9(4) COMP VALUE IS 1.
    01 skip-every PIC S9(4) COMP VALUE IS 0.
    01 use-ramp PIC X(1) VALUE 'N'.

*>  The frames that will go in, by number, in order.
    01 num-frames PIC S9(4) COMP VALUE IS 0.
    01 frame-list.
       02 frame-num PIC 9(2) OCCURS 99 TIMES.
    01 frame-suffix PIC 9(2) VALUE 0.
    01 fi PIC S9(4) COMP VALUE 0.
    01 gif-w PIC S9(8) COMP VALUE 0.
    01 gif-h PIC S9(8) COMP VALUE 0.
    01 w-ed PIC ZZZZ9.
    01 h-ed PIC ZZZZ9.
    01 w2-ed PIC ZZZZ9.
    01 h2-ed PIC ZZZZ9.
    01 cnt-ed PIC ZZZZ9.

    01 src-w PIC S9(8) COMP VALUE 0.
    01 src-h PIC S9(8) COMP VALUE 0.
    01 src-max PIC S9(8) COMP VALUE 255.
    01 pix-index PIC S9(9) COMP VALUE 0.
    01 pix-total PIC S9(9) COMP VALUE 0.
    01 tok-buf PIC X(16).
    01 tok-len PIC S9(4) COMP VALUE 0.
    01 tok-pos PIC S9(4) COMP VALUE 0.
    01 tok-ch PIC X(1).
    01 tok-val PIC S9(8) COMP VALUE 0.
    01 hdr-count PIC S9(8) COMP VALUE 0.
    01 rgb-phase PIC S9(4) COMP VALUE 0.
    01 pix-r PIC S9(4) COMP VALUE 0.
    01 pix-g PIC S9(4) COMP VALUE 0.
    01 pix-b PIC S9(4) COMP VALUE 0.
    01 pix-bin PIC S9(8) COMP VALUE 0.
    01 bin-r PIC S9(4) COMP VALUE 0.
    01 bin-g PIC S9(4) COMP VALUE 0.
    01 bin-b PIC S9(4) COMP VALUE 0.
*>  'H' on the first pass over the frames (sizes and the colour
*>  histogram), 'E' on the second (encoding).
    01 read-pass PIC X(1) VALUE 'H'.

*>  Colours are binned at five bits a channel; the palette is the
*>  256 busiest bins (each the average of the colours that fell in
*>  it) and every other bin goes to its nearest palette entry.
    01 hist-table.
       02 hist-ent OCCURS 32768 TIMES.
          03 hist-count PIC S9(9) COMP.
          03 hist-r PIC S9(12) COMP.
          03 hist-g PIC S9(12) COMP.
          03 hist-b PIC S9(12) COMP.
          03 hist-map PIC S9(4) COMP.
    01 num-used PIC S9(8) COMP VALUE 0.
    01 used-table.
       02 used-bin PIC S9(8) COMP OCCURS 32768 TIMES.
    01 used-taken PIC X(32768) VALUE SPACES.
    01 pal-count PIC S9(4) COMP VALUE 0.
    01 pal-table.
       02 pal-ent OCCURS 256 TIMES.
          03 pal-r PIC S9(4) COMP.
          03 pal-g PIC S9(4) COMP.
          03 pal-b PIC S9(4) COMP.
    01 hi PIC S9(8) COMP VALUE 0.
    01 ui PIC S9(8) COMP VALUE 0.
    01 pi PIC S9(4) COMP VALUE 0.
    01 best-i PIC S9(8) COMP VALUE 0.
    01 best-n PIC S9(9) COMP VALUE 0.
    01 best-d PIC S9(9) COMP VALUE 0.
    01 cur-d PIC S9(9) COMP VALUE 0.
    01 dr PIC S9(8) COMP VALUE 0.
    01 dg PIC S9(8) COMP VALUE 0.
    01 db PIC S9(8) COMP VALUE 0.

*>  LZW: the string table is hashed on prefix code and next index.
*>  Codes start at nine bits after the clear code, grow to twelve,
*>  and a full table is cleared and started over.
    01 lz-first PIC X(1) VALUE 'Y'.
    01 lz-w PIC S9(8) COMP VALUE 0.
    01 lz-k PIC S9(8) COMP VALUE 0.
    01 lz-key PIC S9(9) COMP VALUE 0.
    01 lz-next PIC S9(8) COMP VALUE 0.
    01 lz-width PIC S9(4) COMP VALUE 9.
    01 lz-limit PIC S9(8) COMP VALUE 512.
    01 lz-code PIC S9(8) COMP VALUE 0.
    01 lz-found PIC X(1) VALUE 'N'.
    01 hash-size PIC S9(8) COMP VALUE 5003.
    01 hash-table.
       02 hash-ent OCCURS 5003 TIMES.
          03 hash-key PIC S9(9) COMP.
          03 hash-code PIC S9(4) COMP.
    01 hash-i PIC S9(8) COMP VALUE 0.
    01 bit-buf PIC S9(18) COMP VALUE 0.
    01 bit-count PIC S9(4) COMP VALUE 0.
    01 bit-byte PIC S9(4) COMP VALUE 0.
    01 sub-blk PIC X(255) VALUE LOW-VALUES.
    01 sub-len PIC S9(4) COMP VALUE 0.
    01 sb-i PIC S9(4) COMP VALUE 0.

    01 out-byte PIC S9(8) COMP VALUE 0.
    01 le-val PIC S9(9) COMP VALUE 0.
    01 le-byte PIC S9(4) COMP VALUE 0.
    01 bin-func PIC X(1) VALUE 'O'.
    01 bin-fname PIC X(40) VALUE SPACES.
    01 bin-data PIC X(512) VALUE LOW-VALUES.
    01 bin-len PIC S9(4) COMP VALUE 0.
    01 bin-status PIC X(2) VALUE '00'.

*>  Customers approving a fly-through, or an OBJKEYS/LIGHTKEYS
*>  animation, had only a screen recording of FLIPBOOK to look at.
*>  This reads a run's numbered frames - RENDPPM01, RENDPPM02 ...
*>  until a number is missing, through the same whitespace token
*>  reader FLIPBOOK uses - and writes them as one animated GIF89a,
*>  base.gif (RENDPPM.gif), with a 256-colour palette and LZW
*>  compressed frames. Frames whose resolution differs from the
*>  first are refused outright, as COMPOSIT refuses them, rather than
*>  built into a broken animation. PARM, in any order:
*>    "[DELAYn] [LOOPn] [SKIPk] [RAMP] [base]"
*>  DELAYn tenths of a second per frame (default 3); LOOPn plays the
*>  sequence n times, LOOP0 for ever (default once); SKIPk leaves out
*>  frames k, 2k, 3k ...; RAMP a fixed grey palette; base the frame
*>  set's name (default RENDPPM, e.g. ORD00012.RENDPPM).
*>  RC 8 when there are no frames or they cannot be combined.
PROCEDURE DIVISION.
    ACCEPT gif-parm FROM COMMAND-LINE
    PERFORM VARYING gt-i FROM 1 BY 1 UNTIL gt-i > 5
       MOVE SPACES TO gif-tok(gt-i)
    END-PERFORM
    UNSTRING gif-parm DELIMITED BY ALL SPACES
       INTO gif-tok(1), gif-tok(2), gif-tok(3), gif-tok(4),
            gif-tok(5)
    PERFORM VARYING gt-i FROM 1 BY 1 UNTIL gt-i > 5
       PERFORM TAKE-PARM-TOKEN
    END-PERFORM
    IF delay-tenths < 1 THEN MOVE 1 TO delay-tenths END-IF
    IF loop-count < 0 THEN MOVE 1 TO loop-count END-IF
    IF skip-every < 2 THEN MOVE 0 TO skip-every END-IF

*>  First pass: every frame's size against the first one's, and the
*>  colours they use.
    PERFORM VARYING hi FROM 1 BY 1 UNTIL hi > 32768
       MOVE 0 TO hist-count(hi)
       MOVE 0 TO hist-r(hi)
       MOVE 0 TO hist-g(hi)
       MOVE 0 TO hist-b(hi)
       MOVE 0 TO hist-map(hi)
    END-PERFORM
    MOVE 'H' TO read-pass
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > 99
       MOVE fi TO frame-suffix
       PERFORM SET-FRAME-NAME
       OPEN INPUT PPM-IN-FILE
       IF ppm-in-status NOT = '00' THEN
          EXIT PERFORM
       END-IF
       CLOSE PPM-IN-FILE
       IF skip-every = 0 OR FUNCTION MOD(fi, skip-every) NOT = 0 THEN
          PERFORM READ-ONE-FRAME
          PERFORM CHECK-FRAME-SIZE
          ADD 1 TO num-frames
          MOVE fi TO frame-num(num-frames)
       END-IF
    END-PERFORM
    IF num-frames = 0 THEN
       DISPLAY 'GIFANIM: nothing to animate - no '
          FUNCTION TRIM(frame-base) '01 frame file found'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    IF use-ramp = 'Y' THEN
       PERFORM BUILD-RAMP-PALETTE
    ELSE
       PERFORM BUILD-FRAME-PALETTE
    END-IF

    MOVE SPACES TO bin-fname
    STRING FUNCTION TRIM(frame-base) DELIMITED BY SIZE
           '.gif' DELIMITED BY SIZE
           INTO bin-fname
    MOVE 'O' TO bin-func
    CALL 'BINFILE' USING bin-func, bin-fname, bin-data, bin-len,
       bin-status
    IF bin-status NOT = '00' THEN
       DISPLAY 'GIFANIM: cannot write ' FUNCTION TRIM(bin-fname)
          ' - status ' bin-status
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 0 TO bin-len
    PERFORM WRITE-GIF-HEADER

*>  Second pass: each frame behind its delay and image descriptor.
    MOVE 'E' TO read-pass
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-frames
       MOVE frame-num(fi) TO frame-suffix
       PERFORM SET-FRAME-NAME
       PERFORM WRITE-FRAME-HEADER
       PERFORM START-LZW
       PERFORM READ-ONE-FRAME
       PERFORM FINISH-LZW
    END-PERFORM
    MOVE 59 TO out-byte
    PERFORM PUT-BYTE
    PERFORM FLUSH-OUT
    MOVE 'C' TO bin-func
    CALL 'BINFILE' USING bin-func, bin-fname, bin-data, bin-len,
       bin-status

    MOVE num-frames TO cnt-ed
    MOVE gif-w TO w-ed
    MOVE gif-h TO h-ed
    DISPLAY 'GIFANIM: ' FUNCTION TRIM(cnt-ed) ' frame(s) '
       FUNCTION TRIM(w-ed) 'x' FUNCTION TRIM(h-ed) ' written to '
       FUNCTION TRIM(bin-fname)
    STOP RUN.

TAKE-PARM-TOKEN.
    MOVE FUNCTION UPPER-CASE(gif-tok(gt-i)) TO num-tok
    EVALUATE TRUE
       WHEN gif-tok(gt-i) = SPACES
          CONTINUE
       WHEN num-tok(1:5) = 'DELAY'
          COMPUTE delay-tenths = FUNCTION NUMVAL(num-tok(6:7))
       WHEN num-tok(1:4) = 'LOOP'
          COMPUTE loop-count = FUNCTION NUMVAL(num-tok(5:8))
       WHEN num-tok(1:4) = 'SKIP'
          COMPUTE skip-every = FUNCTION NUMVAL(num-tok(5:8))
       WHEN num-tok = 'RAMP'
          MOVE 'Y' TO use-ramp
       WHEN OTHER
          MOVE gif-tok(gt-i) TO frame-base
    END-EVALUATE.

SET-FRAME-NAME.
    MOVE SPACES TO ppm-in-fname
    STRING FUNCTION TRIM(frame-base) DELIMITED BY SIZE
           frame-suffix DELIMITED BY SIZE
           INTO ppm-in-fname.

*>  The first frame sets the animation's size; any other size, or a
*>  frame short of pixels, stops the run before anything is written.
CHECK-FRAME-SIZE.
    IF num-frames = 0 THEN
       MOVE src-w TO gif-w
       MOVE src-h TO gif-h
    END-IF
    IF src-w NOT = gif-w OR src-h NOT = gif-h THEN
       MOVE gif-w TO w-ed
       MOVE gif-h TO h-ed
       MOVE src-w TO w2-ed
       MOVE src-h TO h2-ed
       DISPLAY 'GIFANIM: resolutions differ (' FUNCTION TRIM(
          ppm-in-fname) ' ' FUNCTION TRIM(w2-ed) 'x'
          FUNCTION TRIM(h2-ed) ' against ' FUNCTION TRIM(w-ed) 'x'
          FUNCTION TRIM(h-ed) ') - refusing to animate'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF src-w < 1 OR src-h < 1 OR pix-index < pix-total THEN
       DISPLAY 'GIFANIM: ' FUNCTION TRIM(ppm-in-fname)
          ' holds fewer pixels than its own header claims - '
          'refusing to animate'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

READ-ONE-FRAME.
    MOVE 0 TO src-w
    MOVE 0 TO src-h
    MOVE 255 TO src-max
    MOVE 0 TO hdr-count
    MOVE 0 TO rgb-phase
    MOVE 0 TO pix-index
    MOVE 0 TO pix-total
    MOVE 'N' TO ppm-eof
    OPEN INPUT PPM-IN-FILE
    PERFORM UNTIL ppm-eof-yes
       READ PPM-IN-FILE INTO ppm-in-rec
          AT END MOVE 'Y' TO ppm-eof
       END-READ
       IF NOT ppm-eof-yes THEN
          PERFORM PARSE-PPM-RECORD
       END-IF
    END-PERFORM
    CLOSE PPM-IN-FILE.

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

*>  The magic "P3" is value one, then width, height, maxval, then an
*>  r/g/b triple per pixel.
TAKE-PPM-VALUE.
    ADD 1 TO hdr-count
    IF hdr-count = 1 THEN
       EXIT PARAGRAPH
    END-IF
    COMPUTE tok-val = FUNCTION NUMVAL(tok-buf)
    EVALUATE TRUE
       WHEN hdr-count = 2
          MOVE tok-val TO src-w
       WHEN hdr-count = 3
          MOVE tok-val TO src-h
          COMPUTE pix-total = src-w * src-h
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
          EVALUATE rgb-phase
             WHEN 0 MOVE tok-val TO pix-r
             WHEN 1 MOVE tok-val TO pix-g
             WHEN 2 MOVE tok-val TO pix-b
          END-EVALUATE
          ADD 1 TO rgb-phase
          IF rgb-phase = 3 THEN
             MOVE 0 TO rgb-phase
             ADD 1 TO pix-index
             PERFORM TAKE-PIXEL
          END-IF
    END-EVALUATE.

TAKE-PIXEL.
    DIVIDE pix-r BY 8 GIVING bin-r
    DIVIDE pix-g BY 8 GIVING bin-g
    DIVIDE pix-b BY 8 GIVING bin-b
    COMPUTE pix-bin = bin-r * 1024 + bin-g * 32 + bin-b + 1
    IF read-pass = 'H' THEN
       ADD 1 TO hist-count(pix-bin)
       ADD pix-r TO hist-r(pix-bin)
       ADD pix-g TO hist-g(pix-bin)
       ADD pix-b TO hist-b(pix-bin)
       EXIT PARAGRAPH
    END-IF
    IF use-ramp = 'Y' THEN
       COMPUTE lz-k = (pix-r * 299 + pix-g * 587 + pix-b * 114)
          / 1000
    ELSE
       MOVE hist-map(pix-bin) TO lz-k
    END-IF
    PERFORM LZW-PIXEL.

BUILD-RAMP-PALETTE.
    PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 256
       COMPUTE pal-r(pi) = pi - 1
       COMPUTE pal-g(pi) = pi - 1
       COMPUTE pal-b(pi) = pi - 1
    END-PERFORM
    MOVE 256 TO pal-count.

*>  The busiest bins become the palette; each bin then records the
*>  palette index its pixels will be written as.
BUILD-FRAME-PALETTE.
    MOVE 0 TO num-used
    PERFORM VARYING hi FROM 1 BY 1 UNTIL hi > 32768
       IF hist-count(hi) > 0 THEN
          ADD 1 TO num-used
          MOVE hi TO used-bin(num-used)
       END-IF
    END-PERFORM
    MOVE SPACES TO used-taken
    MOVE 0 TO pal-count
    PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 256
       OR pi > num-used
       MOVE 0 TO best-i
       MOVE 0 TO best-n
       PERFORM VARYING ui FROM 1 BY 1 UNTIL ui > num-used
          IF used-taken(ui:1) = SPACE
             AND hist-count(used-bin(ui)) > best-n THEN
             MOVE ui TO best-i
             MOVE hist-count(used-bin(ui)) TO best-n
          END-IF
       END-PERFORM
       MOVE 'Y' TO used-taken(best-i:1)
       MOVE used-bin(best-i) TO hi
       ADD 1 TO pal-count
       COMPUTE pal-r(pal-count) ROUNDED = hist-r(hi) / hist-count(hi)
       COMPUTE pal-g(pal-count) ROUNDED = hist-g(hi) / hist-count(hi)
       COMPUTE pal-b(pal-count) ROUNDED = hist-b(hi) / hist-count(hi)
       COMPUTE hist-map(hi) = pal-count - 1
    END-PERFORM
    PERFORM VARYING ui FROM 1 BY 1 UNTIL ui > num-used
       IF used-taken(ui:1) = SPACE THEN
          MOVE used-bin(ui) TO hi
          PERFORM MAP-TO-NEAREST
       END-IF
    END-PERFORM
    PERFORM VARYING pi FROM pal-count BY 1 UNTIL pi >= 256
       MOVE 0 TO pal-r(pi + 1)
       MOVE 0 TO pal-g(pi + 1)
       MOVE 0 TO pal-b(pi + 1)
    END-PERFORM.

MAP-TO-NEAREST.
    MOVE 999999999 TO best-d
    PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > pal-count
       COMPUTE dr = hist-r(hi) / hist-count(hi) - pal-r(pi)
       COMPUTE dg = hist-g(hi) / hist-count(hi) - pal-g(pi)
       COMPUTE db = hist-b(hi) / hist-count(hi) - pal-b(pi)
       COMPUTE cur-d = dr * dr + dg * dg + db * db
       IF cur-d < best-d THEN
          MOVE cur-d TO best-d
          COMPUTE hist-map(hi) = pi - 1
       END-IF
    END-PERFORM.

*>  Signature, logical screen with a 256-entry global colour table,
*>  and - unless the sequence plays just once - the NETSCAPE2.0
*>  block every viewer reads the loop count from (0 is for ever).
WRITE-GIF-HEADER.
    MOVE 71 TO out-byte
    PERFORM PUT-BYTE
    MOVE 73 TO out-byte
    PERFORM PUT-BYTE
    MOVE 70 TO out-byte
    PERFORM PUT-BYTE
    MOVE 56 TO out-byte
    PERFORM PUT-BYTE
    MOVE 57 TO out-byte
    PERFORM PUT-BYTE
    MOVE 97 TO out-byte
    PERFORM PUT-BYTE
    MOVE gif-w TO le-val
    PERFORM PUT-LE16
    MOVE gif-h TO le-val
    PERFORM PUT-LE16
    MOVE 247 TO out-byte
    PERFORM PUT-BYTE
    MOVE 0 TO out-byte
    PERFORM PUT-BYTE
    PERFORM PUT-BYTE
    PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 256
       MOVE pal-r(pi) TO out-byte
       PERFORM PUT-BYTE
       MOVE pal-g(pi) TO out-byte
       PERFORM PUT-BYTE
       MOVE pal-b(pi) TO out-byte
       PERFORM PUT-BYTE
    END-PERFORM
    IF loop-count = 1 THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 33 TO out-byte
    PERFORM PUT-BYTE
    MOVE 255 TO out-byte
    PERFORM PUT-BYTE
    MOVE 11 TO out-byte
    PERFORM PUT-BYTE
    MOVE 'NETSCAPE2.0' TO sub-blk(1:11)
    PERFORM VARYING sb-i FROM 1 BY 1 UNTIL sb-i > 11
       COMPUTE out-byte = FUNCTION ORD(sub-blk(sb-i:1)) - 1
       PERFORM PUT-BYTE
    END-PERFORM
    MOVE 3 TO out-byte
    PERFORM PUT-BYTE
    MOVE 1 TO out-byte
    PERFORM PUT-BYTE
    IF loop-count = 0 THEN
       MOVE 0 TO le-val
    ELSE
       COMPUTE le-val = loop-count - 1
    END-IF
    PERFORM PUT-LE16
    MOVE 0 TO out-byte
    PERFORM PUT-BYTE.

*>  Graphic control block (the delay, in hundredths), then an image
*>  descriptor covering the whole screen, then the LZW code size.
WRITE-FRAME-HEADER.
    MOVE 33 TO out-byte
    PERFORM PUT-BYTE
    MOVE 249 TO out-byte
    PERFORM PUT-BYTE
    MOVE 4 TO out-byte
    PERFORM PUT-BYTE
    MOVE 4 TO out-byte
    PERFORM PUT-BYTE
    COMPUTE le-val = delay-tenths * 10
    PERFORM PUT-LE16
    MOVE 0 TO out-byte
    PERFORM PUT-BYTE
    PERFORM PUT-BYTE
    MOVE 44 TO out-byte
    PERFORM PUT-BYTE
    MOVE 0 TO le-val
    PERFORM PUT-LE16
    PERFORM PUT-LE16
    MOVE gif-w TO le-val
    PERFORM PUT-LE16
    MOVE gif-h TO le-val
    PERFORM PUT-LE16
    MOVE 0 TO out-byte
    PERFORM PUT-BYTE
    MOVE 8 TO out-byte
    PERFORM PUT-BYTE.

START-LZW.
    MOVE 0 TO bit-buf
    MOVE 0 TO bit-count
    MOVE 0 TO sub-len
    MOVE 'Y' TO lz-first
    MOVE 256 TO lz-code
    MOVE 9 TO lz-width
    PERFORM PUT-CODE
    PERFORM RESET-LZW-TABLE.

RESET-LZW-TABLE.
    PERFORM VARYING hash-i FROM 1 BY 1 UNTIL hash-i > hash-size
       MOVE 0 TO hash-key(hash-i)
    END-PERFORM
    MOVE 258 TO lz-next
    MOVE 9 TO lz-width
    MOVE 512 TO lz-limit.

*>  One palette index into the string being matched; when the
*>  string plus this index is not in the table, the string's code
*>  goes out and the longer string is added (or, with 4096 codes
*>  used, the table is cleared).
LZW-PIXEL.
    IF lz-first = 'Y' THEN
       MOVE lz-k TO lz-w
       MOVE 'N' TO lz-first
       EXIT PARAGRAPH
    END-IF
    COMPUTE lz-key = lz-w * 256 + lz-k + 1
    COMPUTE hash-i = FUNCTION MOD(lz-key, hash-size) + 1
    MOVE 'N' TO lz-found
    PERFORM UNTIL hash-key(hash-i) = 0 OR lz-found = 'Y'
       IF hash-key(hash-i) = lz-key THEN
          MOVE 'Y' TO lz-found
       ELSE
          ADD 1 TO hash-i
          IF hash-i > hash-size THEN MOVE 1 TO hash-i END-IF
       END-IF
    END-PERFORM
    IF lz-found = 'Y' THEN
       MOVE hash-code(hash-i) TO lz-w
       EXIT PARAGRAPH
    END-IF
    MOVE lz-w TO lz-code
    PERFORM PUT-CODE
    IF lz-next < 4096 THEN
       MOVE lz-key TO hash-key(hash-i)
       MOVE lz-next TO hash-code(hash-i)
       ADD 1 TO lz-next
       IF lz-next > lz-limit AND lz-width < 12 THEN
          ADD 1 TO lz-width
          COMPUTE lz-limit = lz-limit * 2
       END-IF
    ELSE
       MOVE 256 TO lz-code
       PERFORM PUT-CODE
       PERFORM RESET-LZW-TABLE
    END-IF
    MOVE lz-k TO lz-w.

*>  Last string, end-of-information, the odd bits, the last
*>  sub-block and the zero-length block that ends the image.
FINISH-LZW.
    IF lz-first = 'N' THEN
       MOVE lz-w TO lz-code
       PERFORM PUT-CODE
    END-IF
    MOVE 257 TO lz-code
    PERFORM PUT-CODE
    IF bit-count > 0 THEN
       MOVE bit-buf TO bit-byte
       PERFORM PUT-DATA-BYTE
    END-IF
    PERFORM FLUSH-SUB-BLOCK
    MOVE 0 TO out-byte
    PERFORM PUT-BYTE.

*>  Codes are packed least significant bit first.
PUT-CODE.
    COMPUTE bit-buf = bit-buf + lz-code * (2 ** bit-count)
    ADD lz-width TO bit-count
    PERFORM UNTIL bit-count < 8
       DIVIDE bit-buf BY 256 GIVING bit-buf REMAINDER bit-byte
       PERFORM PUT-DATA-BYTE
       SUBTRACT 8 FROM bit-count
    END-PERFORM.

PUT-DATA-BYTE.
    ADD 1 TO sub-len
    MOVE FUNCTION CHAR(bit-byte + 1) TO sub-blk(sub-len:1)
    IF sub-len = 255 THEN
       PERFORM FLUSH-SUB-BLOCK
    END-IF.

FLUSH-SUB-BLOCK.
    IF sub-len = 0 THEN
       EXIT PARAGRAPH
    END-IF
    MOVE sub-len TO out-byte
    PERFORM PUT-BYTE
    PERFORM VARYING sb-i FROM 1 BY 1 UNTIL sb-i > sub-len
       COMPUTE out-byte = FUNCTION ORD(sub-blk(sb-i:1)) - 1
       PERFORM PUT-BYTE
    END-PERFORM
    MOVE 0 TO sub-len.

PUT-LE16.
    DIVIDE le-val BY 256 GIVING le-val REMAINDER le-byte
    MOVE le-byte TO out-byte
    PERFORM PUT-BYTE
    MOVE le-val TO out-byte
    PERFORM PUT-BYTE.

*>  Output is gathered here and handed to BINFILE 512 bytes at a
*>  time.
PUT-BYTE.
    ADD 1 TO bin-len
    MOVE FUNCTION CHAR(out-byte + 1) TO bin-data(bin-len:1)
    IF bin-len = 512 THEN
       PERFORM FLUSH-OUT
    END-IF.

FLUSH-OUT.
    IF bin-len = 0 THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'W' TO bin-func
    CALL 'BINFILE' USING bin-func, bin-fname, bin-data, bin-len,
       bin-status
    MOVE 0 TO bin-len.
