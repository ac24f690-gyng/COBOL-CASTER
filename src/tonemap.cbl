IDENTIFICATION DIVISION.
PROGRAM-ID. TONEMAP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OUT-FILE ASSIGN TO DYNAMIC out-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS out-file-status.

DATA DIVISION.
    FILE SECTION.
    FD OUT-FILE.
    01 out-rec PIC X(80).

    WORKING-STORAGE SECTION.
    01 out-file-status PIC X(2) VALUE '00'.
    01 out-fname PIC X(40) VALUE SPACES.
    01 out-line PIC X(80) VALUE SPACES.

    01 tm-parm PIC X(100).
    01 tm-toks.
       02 tm-tok PIC X(40) OCCURS 5 TIMES.
    01 tm-t PIC S9(4) COMP VALUE 0.
    01 tm-arg PIC X(40).
    01 tm-num-tok PIC X(20).
    01 in-fname PIC X(40) VALUE SPACES.
    01 out-given PIC X(40) VALUE SPACES.
    01 parm-bad PIC X(1) VALUE 'N'.
       88 parm-bad-yes VALUE 'Y'.

*>  The exposure: EV in stops (each one doubles or halves the light),
*>  the tone curve that brings it into 0..1 and the display gamma.
    01 tm-ev PIC S9(2)V9(2) VALUE 0.
    01 tm-gamma PIC 9(1)V9(2) VALUE 1.
    01 tm-tone PIC X(8) VALUE 'CLAMP'.
       88 tone-clamp VALUE 'CLAMP'.
       88 tone-reinhard VALUE 'REINHARD'.
    01 tm-scale PIC S9(5)V9(8) VALUE 1.
    01 tm-inv-gamma PIC S9(1)V9(8) VALUE 1.
    01 tm-v PIC S9(7)V9(8) VALUE 0.
    01 tm-out PIC S9(4) COMP VALUE 0.
    01 tm-clipped PIC S9(8) COMP VALUE 0.
    01 tm-peak PIC S9(7)V9(4) VALUE 0.

*>  The output is named the way DENOISE names RENDDN: whatever goes
*>  round "RENDPFM" in the input's name goes round RENDTM.
    01 nm-lead PIC S9(4) COMP VALUE 0.
    01 nm-len PIC S9(4) COMP VALUE 0.
    01 nm-head PIC X(40) VALUE SPACES.
    01 nm-tail PIC X(40) VALUE SPACES.

    01 bin-func PIC X(1).
    01 bin-data PIC X(512).
    01 bin-len PIC S9(4) COMP VALUE 0.
    01 bin-status PIC X(2) VALUE '00'.
    01 bin-eof PIC X(1) VALUE 'N'.
       88 bin-eof-yes VALUE 'Y'.

*>  The PFM header: three text lines, "PF" (colour), "w h" and the
*>  scale, whose sign gives the byte order - negative for low byte
*>  first, as the renderer writes, positive for high byte first.
    01 hd-line PIC X(40) VALUE SPACES.
    01 hd-len PIC S9(4) COMP VALUE 0.
    01 hd-byte PIC S9(4) COMP VALUE 0.
    01 hd-w-tok PIC X(20) VALUE SPACES.
    01 hd-h-tok PIC X(20) VALUE SPACES.
    01 pf-w PIC S9(8) COMP VALUE 0.
    01 pf-h PIC S9(8) COMP VALUE 0.
    01 pf-little PIC X(1) VALUE 'Y'.
    01 pf-count PIC S9(10) COMP VALUE 0.

*>  The frame in storage: PFM rows come bottom first and a PPM wants
*>  them top first.
    01 max-px PIC S9(8) COMP VALUE 100000.
    01 px-tbl.
       02 px OCCURS 100000 TIMES.
          03 px-r PIC 9(3) COMP.
          03 px-g PIC 9(3) COMP.
          03 px-b PIC 9(3) COMP.
    01 pf-row PIC S9(8) COMP VALUE 0.
    01 pf-col PIC S9(8) COMP VALUE 0.
    01 px-i PIC S9(8) COMP VALUE 0.
    01 px-chan PIC S9(4) COMP VALUE 0.

*>  One IEEE single: sign, 8 exponent bits, 23 fraction bits. Zero,
*>  tiny (denormal) and negative values come out 0; infinity and NaN
*>  come out as the brightest value this holds.
    01 fl-bytes.
       02 fl-b PIC 9(3) COMP OCCURS 4 TIMES.
    01 fl-k PIC S9(4) COMP VALUE 0.
    01 fl-sign PIC 9(1) COMP VALUE 0.
    01 fl-exp PIC S9(4) COMP VALUE 0.
    01 fl-frac PIC 9(9) COMP VALUE 0.
    01 fl-hi PIC 9(3) COMP VALUE 0.
    01 fl-val PIC S9(7)V9(8) VALUE 0.

    01 w-ed PIC Z(7)9.
    01 h-ed PIC Z(7)9.
    01 n-ed PIC Z(7)9.
    01 out-r-ed PIC 999.
    01 out-g-ed PIC 999.
    01 out-b-ed PIC 999.
    01 ev-ed PIC -Z9.99.
    01 gamma-ed PIC 9.99.
    01 peak-ed PIC Z(6)9.9999.

*>  The renderer's HDR option keeps each frame's light unclamped in
*>  RENDPFM beside the PPM, so a frame that came out too dark or
*>  blown out can be re-exposed here instead of rendered again. This
*>  reads a PFM (the renderer's, or any colour PFM), scales it by EV
*>  stops, brings it into range with the chosen curve and gamma and
*>  writes a plain P3 PPM, top row first, one triplet a record.
*>  PARM:
*>    "filename [EV=n] [GAMMA=g] [TONE=CLAMP|REINHARD] [OUT=name]"
*>  EV defaults to 0 and may be fractional and negative (-8 to 8).
*>  TONE=CLAMP (default) cuts everything above full white; REINHARD
*>  rolls highlights off with v/(1+v) so nothing clips. GAMMA (0.1 to
*>  9.99, default 1.0, the renderer's own straight mapping) is
*>  applied last. So EV=0 TONE=CLAMP GAMMA=1 gives the frame's PPM
*>  back. The output name is the input's with RENDPFM replaced by
*>  RENDTM (RENDTM, RENDTM03, jobid.RENDTM ...), or RENDTM for a name
*>  without RENDPFM in it, unless OUT= names it. The PPM header gives
*>  the true width and height.
*>  RC 0 written, 4 written but some pixels clipped at white, 8 bad
*>  PARM or the file is not a colour PFM.
PROCEDURE DIVISION.
    ACCEPT tm-parm FROM COMMAND-LINE
    PERFORM PARSE-TONEMAP-PARM
    IF parm-bad-yes THEN
       DISPLAY 'TONEMAP: usage: TONEMAP filename [EV=n] [GAMMA=g] '
          '[TONE=CLAMP|REINHARD] [OUT=name]'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM NAME-OUTPUT

    MOVE 'I' TO bin-func
    CALL 'BINFILE' USING bin-func, in-fname, bin-data, bin-len,
       bin-status
    IF bin-status NOT = '00' THEN
       DISPLAY 'TONEMAP: cannot read ' FUNCTION TRIM(in-fname)
          ' (status ' bin-status ')'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM READ-PFM-HEADER
    IF parm-bad-yes THEN
       MOVE 'X' TO bin-func
       CALL 'BINFILE' USING bin-func, in-fname, bin-data, bin-len,
          bin-status
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

*>  2**EV, and the gamma as the power it is applied with.
    COMPUTE tm-scale = 2 ** tm-ev
    COMPUTE tm-inv-gamma = 1 / tm-gamma
    PERFORM READ-PFM-PIXELS
    MOVE 'X' TO bin-func
    CALL 'BINFILE' USING bin-func, in-fname, bin-data, bin-len,
       bin-status
    IF parm-bad-yes THEN
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM WRITE-TONED-PPM
    IF parm-bad-yes THEN
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE tm-ev TO ev-ed
    MOVE tm-gamma TO gamma-ed
    MOVE tm-peak TO peak-ed
    DISPLAY 'TONEMAP: ' FUNCTION TRIM(in-fname) ' -> '
       FUNCTION TRIM(out-fname) ' EV ' FUNCTION TRIM(ev-ed) ' '
       FUNCTION TRIM(tm-tone) ' gamma ' gamma-ed ', peak '
       FUNCTION TRIM(peak-ed)
    IF tm-clipped > 0 THEN
       MOVE tm-clipped TO n-ed
       DISPLAY 'TONEMAP: ' FUNCTION TRIM(n-ed)
          ' channel value(s) clipped at white - a lower EV or '
          'TONE=REINHARD keeps them'
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

PARSE-TONEMAP-PARM.
    MOVE SPACES TO tm-toks
    UNSTRING tm-parm DELIMITED BY ALL SPACES
       INTO tm-tok(1), tm-tok(2), tm-tok(3), tm-tok(4), tm-tok(5)
    PERFORM VARYING tm-t FROM 1 BY 1 UNTIL tm-t > 5
       MOVE tm-tok(tm-t) TO tm-arg
       EVALUATE TRUE
          WHEN tm-arg = SPACES
             CONTINUE
          WHEN tm-arg(1:3) = 'EV=' OR tm-arg(1:3) = 'ev='
             MOVE tm-arg(4:20) TO tm-num-tok
             IF tm-num-tok = SPACES
                OR FUNCTION TEST-NUMVAL(tm-num-tok) NOT = 0 THEN
                DISPLAY 'TONEMAP: EV wants a number of stops, -8 to 8'
                MOVE 'Y' TO parm-bad
             ELSE
                IF FUNCTION NUMVAL(tm-num-tok) < -8
                   OR FUNCTION NUMVAL(tm-num-tok) > 8 THEN
                   DISPLAY 'TONEMAP: EV runs -8 to 8'
                   MOVE 'Y' TO parm-bad
                ELSE
                   COMPUTE tm-ev = FUNCTION NUMVAL(tm-num-tok)
                END-IF
             END-IF
          WHEN tm-arg(1:6) = 'GAMMA=' OR tm-arg(1:6) = 'gamma='
             MOVE tm-arg(7:20) TO tm-num-tok
             IF tm-num-tok = SPACES
                OR FUNCTION TEST-NUMVAL(tm-num-tok) NOT = 0 THEN
                DISPLAY 'TONEMAP: GAMMA wants a number, 0.1 to 9.99'
                MOVE 'Y' TO parm-bad
             ELSE
                IF FUNCTION NUMVAL(tm-num-tok) < 0.1
                   OR FUNCTION NUMVAL(tm-num-tok) > 9.99 THEN
                   DISPLAY 'TONEMAP: GAMMA runs 0.1 to 9.99'
                   MOVE 'Y' TO parm-bad
                ELSE
                   COMPUTE tm-gamma = FUNCTION NUMVAL(tm-num-tok)
                END-IF
             END-IF
          WHEN tm-arg(1:5) = 'TONE=' OR tm-arg(1:5) = 'tone='
             MOVE FUNCTION UPPER-CASE(tm-arg(6:8)) TO tm-tone
             IF NOT tone-clamp AND NOT tone-reinhard THEN
                DISPLAY 'TONEMAP: TONE is CLAMP or REINHARD'
                MOVE 'Y' TO parm-bad
             END-IF
          WHEN tm-arg(1:4) = 'OUT=' OR tm-arg(1:4) = 'out='
             MOVE tm-arg(5:36) TO out-given
          WHEN in-fname = SPACES
             MOVE tm-arg TO in-fname
          WHEN OTHER
             DISPLAY 'TONEMAP: unexpected PARM token "'
                FUNCTION TRIM(tm-arg) '"'
             MOVE 'Y' TO parm-bad
       END-EVALUATE
    END-PERFORM
    IF in-fname = SPACES THEN
       MOVE 'Y' TO parm-bad
    END-IF.

NAME-OUTPUT.
    IF out-given NOT = SPACES THEN
       MOVE out-given TO out-fname
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO nm-lead
    INSPECT in-fname TALLYING nm-lead
       FOR CHARACTERS BEFORE INITIAL 'RENDPFM'
    COMPUTE nm-len = FUNCTION LENGTH(FUNCTION TRIM(in-fname))
    IF nm-lead >= nm-len THEN
       MOVE 'RENDTM' TO out-fname
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO nm-head
    MOVE SPACES TO nm-tail
    IF nm-lead > 0 THEN
       MOVE in-fname(1:nm-lead) TO nm-head
    END-IF
    IF nm-lead + 7 < nm-len THEN
       MOVE in-fname(nm-lead + 8:) TO nm-tail
    END-IF
    MOVE SPACES TO out-fname
    STRING FUNCTION TRIM(nm-head) DELIMITED BY SIZE
           'RENDTM' DELIMITED BY SIZE
           FUNCTION TRIM(nm-tail) DELIMITED BY SIZE
           INTO out-fname.

*>  "PF", "w h", the scale - anything else is refused.
READ-PFM-HEADER.
    PERFORM READ-HEADER-LINE
    IF hd-line NOT = 'PF' THEN
       DISPLAY 'TONEMAP: ' FUNCTION TRIM(in-fname)
          ' has no PF header - not a colour PFM?'
       MOVE 'Y' TO parm-bad
       EXIT PARAGRAPH
    END-IF
    PERFORM READ-HEADER-LINE
    MOVE SPACES TO hd-w-tok
    MOVE SPACES TO hd-h-tok
    UNSTRING hd-line DELIMITED BY ALL SPACES
       INTO hd-w-tok, hd-h-tok
    IF hd-w-tok = SPACES OR hd-h-tok = SPACES
       OR FUNCTION TEST-NUMVAL(hd-w-tok) NOT = 0
       OR FUNCTION TEST-NUMVAL(hd-h-tok) NOT = 0 THEN
       DISPLAY 'TONEMAP: ' FUNCTION TRIM(in-fname)
          ' has no width and height in its header'
       MOVE 'Y' TO parm-bad
       EXIT PARAGRAPH
    END-IF
    COMPUTE pf-w = FUNCTION NUMVAL(hd-w-tok)
    COMPUTE pf-h = FUNCTION NUMVAL(hd-h-tok)
    COMPUTE pf-count = pf-w * pf-h
    IF pf-w < 1 OR pf-h < 1 OR pf-count > max-px THEN
       MOVE max-px TO n-ed
       DISPLAY 'TONEMAP: ' FUNCTION TRIM(in-fname)
          ' is empty or over ' FUNCTION TRIM(n-ed) ' pixels'
       MOVE 'Y' TO parm-bad
       EXIT PARAGRAPH
    END-IF
    PERFORM READ-HEADER-LINE
    IF hd-line = SPACES
       OR FUNCTION TEST-NUMVAL(hd-line) NOT = 0 THEN
       DISPLAY 'TONEMAP: ' FUNCTION TRIM(in-fname)
          ' has no scale in its header'
       MOVE 'Y' TO parm-bad
       EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(hd-line) < 0 THEN
       MOVE 'Y' TO pf-little
    ELSE
       MOVE 'N' TO pf-little
    END-IF.

*>  Bytes up to the next line-feed.
READ-HEADER-LINE.
    MOVE SPACES TO hd-line
    MOVE 0 TO hd-len
    PERFORM UNTIL bin-eof-yes
       MOVE 1 TO bin-len
       MOVE 'R' TO bin-func
       CALL 'BINFILE' USING bin-func, in-fname, bin-data, bin-len,
          bin-status
       IF bin-len = 0 THEN
          MOVE 'Y' TO bin-eof
          EXIT PERFORM
       END-IF
       COMPUTE hd-byte = FUNCTION ORD(bin-data(1:1)) - 1
       IF hd-byte = 10 THEN
          EXIT PERFORM
       END-IF
       IF hd-len < 40 THEN
          ADD 1 TO hd-len
          MOVE bin-data(1:1) TO hd-line(hd-len:1)
       END-IF
    END-PERFORM.

*>  Three floats a pixel, bottom row first, each exposed and toned
*>  on the way into the frame.
READ-PFM-PIXELS.
    PERFORM VARYING pf-row FROM pf-h BY -1 UNTIL pf-row < 1
       PERFORM VARYING pf-col FROM 1 BY 1 UNTIL pf-col > pf-w
          COMPUTE px-i = pf-row - 1
          COMPUTE px-i = px-i * pf-w
          ADD pf-col TO px-i
          PERFORM VARYING px-chan FROM 1 BY 1 UNTIL px-chan > 3
             PERFORM READ-FLOAT
             IF bin-eof-yes THEN
                MOVE px-i TO n-ed
                DISPLAY 'TONEMAP: ' FUNCTION TRIM(in-fname)
                   ' ends at pixel ' FUNCTION TRIM(n-ed)
                   ' - short of its header''s size'
                MOVE 'Y' TO parm-bad
                EXIT PARAGRAPH
             END-IF
             PERFORM TONE-VALUE
             EVALUATE px-chan
                WHEN 1
                   MOVE tm-out TO px-r(px-i)
                WHEN 2
                   MOVE tm-out TO px-g(px-i)
                WHEN 3
                   MOVE tm-out TO px-b(px-i)
             END-EVALUATE
          END-PERFORM
       END-PERFORM
    END-PERFORM.

*>  Four bytes into fl-val, put back in high-to-low order first.
READ-FLOAT.
    MOVE 4 TO bin-len
    MOVE 'R' TO bin-func
    CALL 'BINFILE' USING bin-func, in-fname, bin-data, bin-len,
       bin-status
    IF bin-len < 4 THEN
       MOVE 'Y' TO bin-eof
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING fl-k FROM 1 BY 1 UNTIL fl-k > 4
       IF pf-little = 'Y' THEN
          COMPUTE fl-b(5 - fl-k) = FUNCTION ORD(bin-data(fl-k:1)) - 1
       ELSE
          COMPUTE fl-b(fl-k) = FUNCTION ORD(bin-data(fl-k:1)) - 1
       END-IF
    END-PERFORM
    DIVIDE fl-b(1) BY 128 GIVING fl-sign REMAINDER fl-exp
    COMPUTE fl-exp = fl-exp * 2
    DIVIDE fl-b(2) BY 128 GIVING fl-hi REMAINDER fl-frac
    ADD fl-hi TO fl-exp
    COMPUTE fl-frac = fl-frac * 256
    ADD fl-b(3) TO fl-frac
    COMPUTE fl-frac = fl-frac * 256
    ADD fl-b(4) TO fl-frac
    EVALUATE TRUE
       WHEN fl-sign = 1 OR fl-exp = 0
          MOVE 0 TO fl-val
          EXIT PARAGRAPH
       WHEN fl-exp = 255
          MOVE 9999999 TO fl-val
          EXIT PARAGRAPH
    END-EVALUATE
    COMPUTE fl-val = fl-frac / 8388608
    ADD 1 TO fl-val
    SUBTRACT 127 FROM fl-exp
    PERFORM UNTIL fl-exp = 0
       IF fl-exp > 0 THEN
          IF fl-val > 4999999 THEN
             MOVE 9999999 TO fl-val
             EXIT PARAGRAPH
          END-IF
          COMPUTE fl-val = fl-val * 2
          SUBTRACT 1 FROM fl-exp
       ELSE
          IF fl-val < 0.00000001 THEN
             MOVE 0 TO fl-val
             EXIT PARAGRAPH
          END-IF
          COMPUTE fl-val = fl-val / 2
          ADD 1 TO fl-exp
       END-IF
    END-PERFORM.

*>  fl-val exposed, curved, gamma'd and scaled to 0..255.
TONE-VALUE.
    IF fl-val > tm-peak THEN
       MOVE fl-val TO tm-peak
    END-IF
    COMPUTE tm-v = fl-val * tm-scale
    IF tone-reinhard THEN
       COMPUTE tm-v = tm-v / (1 + tm-v)
    ELSE
       IF tm-v > 1 THEN
          IF tm-v * 255 >= 255.5 THEN
             ADD 1 TO tm-clipped
          END-IF
          MOVE 1 TO tm-v
       END-IF
    END-IF
    IF tm-gamma NOT = 1 AND tm-v > 0 THEN
       COMPUTE tm-v = tm-v ** tm-inv-gamma
    END-IF
    COMPUTE tm-out ROUNDED = tm-v * 255
    IF tm-out > 255 THEN
       MOVE 255 TO tm-out
    END-IF.

WRITE-TONED-PPM.
    OPEN OUTPUT OUT-FILE
    IF out-file-status NOT = '00' THEN
       DISPLAY 'TONEMAP: cannot write ' FUNCTION TRIM(out-fname)
          ' (status ' out-file-status ')'
       MOVE 'Y' TO parm-bad
       EXIT PARAGRAPH
    END-IF
    MOVE 'P3' TO out-line
    WRITE out-rec FROM out-line
    MOVE pf-w TO w-ed
    MOVE pf-h TO h-ed
    MOVE SPACES TO out-line
    STRING FUNCTION TRIM(w-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(h-ed) DELIMITED BY SIZE
           INTO out-line
    WRITE out-rec FROM out-line
    MOVE '255' TO out-line
    WRITE out-rec FROM out-line
    PERFORM VARYING px-i FROM 1 BY 1 UNTIL px-i > pf-count
       MOVE px-r(px-i) TO out-r-ed
       MOVE px-g(px-i) TO out-g-ed
       MOVE px-b(px-i) TO out-b-ed
       MOVE SPACES TO out-line
       STRING out-r-ed DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              out-g-ed DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              out-b-ed DELIMITED BY SIZE
              INTO out-line
       WRITE out-rec FROM out-line
    END-PERFORM
    CLOSE OUT-FILE.
