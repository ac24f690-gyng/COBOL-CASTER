IDENTIFICATION DIVISION.
PROGRAM-ID. DNFILTER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PPM-IN-FILE ASSIGN TO DYNAMIC ppm-in-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ppm-in-status.
    SELECT DEPTH-IN-FILE ASSIGN TO DYNAMIC depth-in-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS depth-in-status.
    SELECT MASK-IN-FILE ASSIGN TO DYNAMIC mask-in-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS mask-in-status.
    SELECT OUT-FILE ASSIGN TO DYNAMIC out-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS out-file-status.

DATA DIVISION.
    FILE SECTION.
    FD PPM-IN-FILE.
    01 ppm-in-rec PIC X(80).
    FD DEPTH-IN-FILE.
    01 depth-in-rec PIC X(20).
    FD MASK-IN-FILE.
    01 mask-in-rec PIC X(20).
    FD OUT-FILE.
    01 out-rec PIC X(80).

    WORKING-STORAGE SECTION.
    01 ppm-in-status PIC X(2) VALUE '00'.
    01 depth-in-status PIC X(2) VALUE '00'.
    01 mask-in-status PIC X(2) VALUE '00'.
    01 out-file-status PIC X(2) VALUE '00'.
    01 ppm-in-fname PIC X(40) VALUE SPACES.
    01 depth-in-fname PIC X(40) VALUE SPACES.
    01 mask-in-fname PIC X(40) VALUE SPACES.
    01 out-fname PIC X(40) VALUE SPACES.
    01 in-eof PIC X(1) VALUE 'N'.
       88 in-eof-yes VALUE 'Y'.

*>  The whole frame in storage - colour, depth and object id side by
*>  side - since every output pixel reads its neighbours on the rows
*>  above and below.
    01 max-px PIC S9(8) COMP VALUE 100000.
    01 px-tbl.
       02 px OCCURS 100000 TIMES.
          03 px-r PIC 9(3) COMP.
          03 px-g PIC 9(3) COMP.
          03 px-b PIC 9(3) COMP.
          03 px-dp PIC S9(8)V9(2) COMP-3.
          03 px-id PIC 9(4) COMP.
    01 out-tbl.
       02 out-px OCCURS 100000 TIMES.
          03 out-r PIC 9(3) COMP.
          03 out-g PIC 9(3) COMP.
          03 out-b PIC 9(3) COMP.
    01 px-count PIC S9(8) COMP VALUE 0.
    01 dp-count PIC S9(8) COMP VALUE 0.
    01 id-count PIC S9(8) COMP VALUE 0.

*>  The PPM as it came in: header values, the '#' comment records
*>  (run id, timecode, a HIGHLIGHT legend) to carry across, and
*>  whether pixels arrived one triplet a record or PACKed several to
*>  a record.
    01 hdr-w PIC S9(8) COMP VALUE 0.
    01 hdr-h PIC S9(8) COMP VALUE 0.
    01 hdr-max PIC S9(8) COMP VALUE 0.
    01 magic-tok PIC X(16) VALUE SPACES.
    01 num-notes PIC S9(4) COMP VALUE 0.
    01 notes.
       02 note-rec PIC X(80) OCCURS 64 TIMES.
    01 packed PIC X(1) VALUE 'N'.
       88 packed-yes VALUE 'Y'.
    01 rec-vals PIC S9(4) COMP VALUE 0.
    01 frame-w PIC S9(8) COMP VALUE 0.
    01 frame-h PIC S9(8) COMP VALUE 0.
    01 want-px PIC S9(10) COMP VALUE 0.

*>  FLIPBOOK's whitespace-token reader.
    01 tok-buf PIC X(16).
    01 tok-len PIC S9(4) COMP VALUE 0.
    01 tok-pos PIC S9(4) COMP VALUE 0.
    01 tok-ch PIC X(1).
    01 tok-val PIC S9(8) COMP VALUE 0.
    01 hdr-count PIC S9(8) COMP VALUE 0.
    01 rgb-phase PIC S9(4) COMP VALUE 0.

*>  The filter window and what a neighbour must share to join it.
    01 dn-rad PIC S9(4) COMP VALUE 1.
    01 dn-ctol PIC S9(4) COMP VALUE 96.
    01 dn-dtol PIC S9(8)V9(4) VALUE 0.
    01 dn-x PIC S9(8) COMP VALUE 0.
    01 dn-y PIC S9(8) COMP VALUE 0.
    01 dn-nx PIC S9(8) COMP VALUE 0.
    01 dn-ny PIC S9(8) COMP VALUE 0.
    01 dn-lo PIC S9(4) COMP VALUE 0.
    01 dn-ox PIC S9(4) COMP VALUE 0.
    01 dn-oy PIC S9(4) COMP VALUE 0.
    01 dn-i PIC S9(8) COMP VALUE 0.
    01 dn-j PIC S9(8) COMP VALUE 0.
    01 dn-n PIC S9(4) COMP VALUE 0.
    01 dn-sr PIC S9(8) COMP VALUE 0.
    01 dn-sg PIC S9(8) COMP VALUE 0.
    01 dn-sb PIC S9(8) COMP VALUE 0.
    01 dn-diff PIC S9(8) COMP VALUE 0.
    01 dn-part PIC S9(8) COMP VALUE 0.
    01 dn-dd PIC S9(8)V9(2) VALUE 0.

    01 out-line PIC X(80) VALUE SPACES.
    01 pack-line PIC X(80) VALUE SPACES.
    01 pack-col PIC S9(4) COMP VALUE 0.
    01 pack-len PIC S9(4) COMP VALUE 0.
    01 out-r-ed PIC 9(3).
    01 out-g-ed PIC 9(3).
    01 out-b-ed PIC 9(3).
    01 w-ed PIC ZZZZZ9.
    01 h-ed PIC ZZZZZ9.
    01 n-ed PIC ZZZZZZ9.
    01 m-ed PIC ZZZZZZ9.
    01 rw PIC S9(8) COMP VALUE 0.

    LINKAGE SECTION.
    01 dn-ppm PIC X(40).
    01 dn-depth PIC X(40).
    01 dn-mask PIC X(40).
    01 dn-out PIC X(40).
    01 dn-strength PIC S9(4) COMP.
    01 dn-result PIC X(1).
    01 dn-msg PIC X(80).
    01 dn-changed PIC S9(8) COMP.

*>  The edge-aware smoothing pass behind DENOISE, shared by the
*>  DENOISE program and the renderer's own DENOISE option. Each pixel
*>  becomes the plain average of itself and those neighbours in its
*>  window that carry the same RENDMASK object id, sit within a tenth
*>  of its RENDDEPTH distance, and differ from it in colour by no
*>  more than the tolerance - so grain inside a surface averages out
*>  while a silhouette (another id, or a jump in depth) and a hard
*>  material or shadow edge (a jump in colour) stay sharp. Strength
*>  1 to 3 is the window's reach (3x3, 5x5, 7x7) with the colour
*>  tolerance 96, 192 or 288 summed over the three channels.
*>    dn-ppm, dn-depth, dn-mask   the frame and its AUX pair
*>    dn-out      where the smoothed frame goes - the same name as
*>                dn-ppm is fine, the frame is wholly read first
*>  The output keeps the input's header, its '#' comment records and
*>  its plain or PACK record layout. Nothing is written when the
*>  three files disagree in size or the frame is short: dn-result
*>  comes back 'N' with the reason in dn-msg; 'Y' with dn-changed
*>  the count of pixels the pass altered.
PROCEDURE DIVISION USING dn-ppm, dn-depth, dn-mask, dn-out,
    dn-strength, dn-result, dn-msg, dn-changed.
    MOVE 'N' TO dn-result
    MOVE SPACES TO dn-msg
    MOVE 0 TO dn-changed
    MOVE dn-strength TO dn-rad
    IF dn-rad < 1 THEN MOVE 1 TO dn-rad END-IF
    IF dn-rad > 3 THEN MOVE 3 TO dn-rad END-IF
    COMPUTE dn-ctol = 96 * dn-rad

    PERFORM LOAD-FRAME
    IF dn-msg NOT = SPACES THEN
       EXIT PROGRAM
    END-IF
    PERFORM LOAD-DEPTH
    IF dn-msg NOT = SPACES THEN
       EXIT PROGRAM
    END-IF
    PERFORM LOAD-MASK
    IF dn-msg NOT = SPACES THEN
       EXIT PROGRAM
    END-IF
    PERFORM CHECK-SIZES
    IF dn-msg NOT = SPACES THEN
       EXIT PROGRAM
    END-IF

    PERFORM VARYING dn-y FROM 1 BY 1 UNTIL dn-y > frame-h
       PERFORM VARYING dn-x FROM 1 BY 1 UNTIL dn-x > frame-w
          PERFORM SMOOTH-PIXEL
       END-PERFORM
    END-PERFORM
    PERFORM WRITE-FRAME
    IF dn-msg = SPACES THEN
       MOVE 'Y' TO dn-result
    END-IF
    EXIT PROGRAM.

LOAD-FRAME.
    MOVE dn-ppm TO ppm-in-fname
    MOVE 'N' TO in-eof
    MOVE 0 TO hdr-count
    MOVE 0 TO rgb-phase
    MOVE 0 TO px-count
    MOVE 0 TO num-notes
    MOVE 0 TO hdr-w
    MOVE 0 TO hdr-h
    MOVE 255 TO hdr-max
    MOVE SPACES TO magic-tok
    MOVE 'N' TO packed
    OPEN INPUT PPM-IN-FILE
    IF ppm-in-status NOT = '00' THEN
       STRING 'cannot open ' DELIMITED BY SIZE
              FUNCTION TRIM(ppm-in-fname) DELIMITED BY SIZE
              INTO dn-msg
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL in-eof-yes OR dn-msg NOT = SPACES
       READ PPM-IN-FILE INTO ppm-in-rec
          AT END MOVE 'Y' TO in-eof
       END-READ
       IF NOT in-eof-yes THEN
          PERFORM PARSE-PPM-RECORD
       END-IF
    END-PERFORM
    CLOSE PPM-IN-FILE
    IF dn-msg = SPACES AND
       (magic-tok NOT = 'P3' OR hdr-w < 1 OR hdr-h < 1) THEN
       STRING FUNCTION TRIM(ppm-in-fname) DELIMITED BY SIZE
              ' has no P3 header - not a PPM?' DELIMITED BY SIZE
              INTO dn-msg
    END-IF.

*>  A '#' record is a PPM comment, kept for the output header.
PARSE-PPM-RECORD.
    IF ppm-in-rec(1:1) = '#' THEN
       IF num-notes < 64 THEN
          ADD 1 TO num-notes
          MOVE ppm-in-rec TO note-rec(num-notes)
       END-IF
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO rec-vals
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

*>  Magic, width, height, maxval, then r/g/b per pixel. More than one
*>  triplet's worth of samples in a record marks a PACKed file.
TAKE-PPM-VALUE.
    ADD 1 TO hdr-count
    IF hdr-count = 1 THEN
       MOVE tok-buf TO magic-tok
       EXIT PARAGRAPH
    END-IF
    COMPUTE tok-val = FUNCTION NUMVAL(tok-buf)
    EVALUATE TRUE
       WHEN hdr-count = 2
          MOVE tok-val TO hdr-w
       WHEN hdr-count = 3
          MOVE tok-val TO hdr-h
          COMPUTE want-px = hdr-w * hdr-h
          IF want-px > max-px THEN
             MOVE hdr-w TO w-ed
             MOVE hdr-h TO h-ed
             STRING FUNCTION TRIM(ppm-in-fname) DELIMITED BY SIZE
                    ' (' DELIMITED BY SIZE
                    FUNCTION TRIM(w-ed) DELIMITED BY SIZE
                    'x' DELIMITED BY SIZE
                    FUNCTION TRIM(h-ed) DELIMITED BY SIZE
                    ') is larger than the 100000-pixel frame tables'
                       DELIMITED BY SIZE
                    INTO dn-msg
          END-IF
       WHEN hdr-count = 4
          MOVE tok-val TO hdr-max
       WHEN OTHER
          ADD 1 TO rec-vals
          IF rec-vals > 3 THEN
             MOVE 'Y' TO packed
          END-IF
          IF px-count >= max-px THEN
             STRING FUNCTION TRIM(ppm-in-fname) DELIMITED BY SIZE
                    ' holds more pixels than the 100000-pixel frame '
                       DELIMITED BY SIZE
                    'tables' DELIMITED BY SIZE
                    INTO dn-msg
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO rgb-phase
          EVALUATE rgb-phase
             WHEN 1
                MOVE tok-val TO px-r(px-count + 1)
             WHEN 2
                MOVE tok-val TO px-g(px-count + 1)
             WHEN 3
                MOVE tok-val TO px-b(px-count + 1)
                MOVE 0 TO rgb-phase
                ADD 1 TO px-count
          END-EVALUATE
    END-EVALUATE.

*>  One edited depth value per record, straight off the AUX writer.
LOAD-DEPTH.
    MOVE dn-depth TO depth-in-fname
    MOVE 'N' TO in-eof
    MOVE 0 TO dp-count
    OPEN INPUT DEPTH-IN-FILE
    IF depth-in-status NOT = '00' THEN
       STRING 'cannot open ' DELIMITED BY SIZE
              FUNCTION TRIM(depth-in-fname) DELIMITED BY SIZE
              ' - was the frame rendered with AUX?' DELIMITED BY SIZE
              INTO dn-msg
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL in-eof-yes
       READ DEPTH-IN-FILE INTO depth-in-rec
          AT END MOVE 'Y' TO in-eof
       END-READ
       IF NOT in-eof-yes THEN
          ADD 1 TO dp-count
          IF dp-count <= px-count THEN
             COMPUTE px-dp(dp-count) = FUNCTION NUMVAL(depth-in-rec)
          END-IF
       END-IF
    END-PERFORM
    CLOSE DEPTH-IN-FILE.

*>  The object id, four digits a record.
LOAD-MASK.
    MOVE dn-mask TO mask-in-fname
    MOVE 'N' TO in-eof
    MOVE 0 TO id-count
    OPEN INPUT MASK-IN-FILE
    IF mask-in-status NOT = '00' THEN
       STRING 'cannot open ' DELIMITED BY SIZE
              FUNCTION TRIM(mask-in-fname) DELIMITED BY SIZE
              ' - was the frame rendered with AUX?' DELIMITED BY SIZE
              INTO dn-msg
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL in-eof-yes
       READ MASK-IN-FILE INTO mask-in-rec
          AT END MOVE 'Y' TO in-eof
       END-READ
       IF NOT in-eof-yes THEN
          ADD 1 TO id-count
          IF id-count <= px-count THEN
             COMPUTE px-id(id-count) =
                FUNCTION NUMVAL(mask-in-rec(1:4))
          END-IF
       END-IF
    END-PERFORM
    CLOSE MASK-IN-FILE.

*>  The renderer's headers say "w h" for a (w+1) by (h+1) frame;
*>  anything else writing P3 means w by h. Either is taken, off the
*>  pixel count, and the depth and mask files must hold exactly one
*>  value per pixel - COMPOSIT's refusal, for the same reason.
CHECK-SIZES.
    COMPUTE want-px = (hdr-w + 1) * (hdr-h + 1)
    IF px-count = want-px THEN
       COMPUTE frame-w = hdr-w + 1
       COMPUTE frame-h = hdr-h + 1
    ELSE
       COMPUTE want-px = hdr-w * hdr-h
       IF px-count = want-px THEN
          MOVE hdr-w TO frame-w
          MOVE hdr-h TO frame-h
       ELSE
          MOVE px-count TO n-ed
          STRING FUNCTION TRIM(ppm-in-fname) DELIMITED BY SIZE
                 ' holds ' DELIMITED BY SIZE
                 FUNCTION TRIM(n-ed) DELIMITED BY SIZE
                 ' pixels, not what its header promises - '
                    DELIMITED BY SIZE
                 'truncated file?' DELIMITED BY SIZE
                 INTO dn-msg
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF dp-count NOT = px-count THEN
       MOVE dp-count TO n-ed
       MOVE px-count TO m-ed
       STRING FUNCTION TRIM(depth-in-fname) DELIMITED BY SIZE
              ' holds ' DELIMITED BY SIZE
              FUNCTION TRIM(n-ed) DELIMITED BY SIZE
              ' values against ' DELIMITED BY SIZE
              FUNCTION TRIM(m-ed) DELIMITED BY SIZE
              ' pixels - refusing to filter' DELIMITED BY SIZE
              INTO dn-msg
       EXIT PARAGRAPH
    END-IF
    IF id-count NOT = px-count THEN
       MOVE id-count TO n-ed
       MOVE px-count TO m-ed
       STRING FUNCTION TRIM(mask-in-fname) DELIMITED BY SIZE
              ' holds ' DELIMITED BY SIZE
              FUNCTION TRIM(n-ed) DELIMITED BY SIZE
              ' values against ' DELIMITED BY SIZE
              FUNCTION TRIM(m-ed) DELIMITED BY SIZE
              ' pixels - refusing to filter' DELIMITED BY SIZE
              INTO dn-msg
    END-IF.

*>  Pixel (dn-x, dn-y) from itself and every neighbour in reach that
*>  passes all three tests. A miss (id 0, depth 0) only ever pools
*>  with other misses.
SMOOTH-PIXEL.
    COMPUTE dn-i = (dn-y - 1) * frame-w + dn-x
    MOVE px-r(dn-i) TO dn-sr
    MOVE px-g(dn-i) TO dn-sg
    MOVE px-b(dn-i) TO dn-sb
    MOVE 1 TO dn-n
    COMPUTE dn-dtol = px-dp(dn-i) / 10
    IF dn-dtol < 0.05 THEN
       MOVE 0.05 TO dn-dtol
    END-IF
    COMPUTE dn-lo = 0 - dn-rad
    PERFORM VARYING dn-oy FROM dn-lo BY 1 UNTIL dn-oy > dn-rad
       COMPUTE dn-ny = dn-y + dn-oy
       IF dn-ny >= 1 AND dn-ny <= frame-h THEN
          PERFORM VARYING dn-ox FROM dn-lo BY 1 UNTIL dn-ox > dn-rad
             COMPUTE dn-nx = dn-x + dn-ox
             IF dn-nx >= 1 AND dn-nx <= frame-w
                AND (dn-ox NOT = 0 OR dn-oy NOT = 0) THEN
                COMPUTE dn-j = (dn-ny - 1) * frame-w + dn-nx
                PERFORM TRY-NEIGHBOUR
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    COMPUTE out-r(dn-i) ROUNDED = dn-sr / dn-n
    COMPUTE out-g(dn-i) ROUNDED = dn-sg / dn-n
    COMPUTE out-b(dn-i) ROUNDED = dn-sb / dn-n
    IF out-r(dn-i) NOT = px-r(dn-i) OR out-g(dn-i) NOT = px-g(dn-i)
       OR out-b(dn-i) NOT = px-b(dn-i) THEN
       ADD 1 TO dn-changed
    END-IF.

TRY-NEIGHBOUR.
    IF px-id(dn-j) NOT = px-id(dn-i) THEN
       EXIT PARAGRAPH
    END-IF
    COMPUTE dn-dd = px-dp(dn-j) - px-dp(dn-i)
    IF dn-dd < 0 THEN
       COMPUTE dn-dd = 0 - dn-dd
    END-IF
    IF dn-dd > dn-dtol THEN
       EXIT PARAGRAPH
    END-IF
    COMPUTE dn-diff = px-r(dn-j) - px-r(dn-i)
    IF dn-diff < 0 THEN
       COMPUTE dn-diff = 0 - dn-diff
    END-IF
    COMPUTE dn-part = px-g(dn-j) - px-g(dn-i)
    IF dn-part < 0 THEN
       COMPUTE dn-part = 0 - dn-part
    END-IF
    ADD dn-part TO dn-diff
    COMPUTE dn-part = px-b(dn-j) - px-b(dn-i)
    IF dn-part < 0 THEN
       COMPUTE dn-part = 0 - dn-part
    END-IF
    ADD dn-part TO dn-diff
    IF dn-diff > dn-ctol THEN
       EXIT PARAGRAPH
    END-IF
    ADD px-r(dn-j) TO dn-sr
    ADD px-g(dn-j) TO dn-sg
    ADD px-b(dn-j) TO dn-sb
    ADD 1 TO dn-n.

*>  Header as read, then the pixels: one zero-padded triplet a record
*>  the way the renderer writes them, or PACKed into 80-byte records
*>  flushed at each row's end as the renderer's PACK does.
WRITE-FRAME.
    MOVE dn-out TO out-fname
    OPEN OUTPUT OUT-FILE
    IF out-file-status NOT = '00' THEN
       STRING 'cannot write ' DELIMITED BY SIZE
              FUNCTION TRIM(out-fname) DELIMITED BY SIZE
              ' (status ' DELIMITED BY SIZE
              out-file-status DELIMITED BY SIZE
              ')' DELIMITED BY SIZE
              INTO dn-msg
       EXIT PARAGRAPH
    END-IF
    MOVE 'P3' TO out-line
    WRITE out-rec FROM out-line
    PERFORM VARYING dn-i FROM 1 BY 1 UNTIL dn-i > num-notes
       WRITE out-rec FROM note-rec(dn-i)
    END-PERFORM
    MOVE hdr-w TO w-ed
    MOVE hdr-h TO h-ed
    MOVE SPACES TO out-line
    STRING FUNCTION TRIM(w-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(h-ed) DELIMITED BY SIZE
           INTO out-line
    WRITE out-rec FROM out-line
    MOVE hdr-max TO n-ed
    MOVE SPACES TO out-line
    MOVE FUNCTION TRIM(n-ed) TO out-line
    WRITE out-rec FROM out-line
    MOVE SPACES TO pack-line
    MOVE 0 TO pack-col
    MOVE 0 TO rw
    PERFORM VARYING dn-i FROM 1 BY 1 UNTIL dn-i > px-count
       MOVE out-r(dn-i) TO out-r-ed
       MOVE out-g(dn-i) TO out-g-ed
       MOVE out-b(dn-i) TO out-b-ed
       MOVE SPACES TO out-line
       STRING out-r-ed DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              out-g-ed DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              out-b-ed DELIMITED BY SIZE
              INTO out-line
       IF packed-yes THEN
          MOVE 11 TO pack-len
          IF pack-col + pack-len + 1 > 80 THEN
             WRITE out-rec FROM pack-line
             MOVE SPACES TO pack-line
             MOVE 0 TO pack-col
          END-IF
          MOVE out-line(1:pack-len)
             TO pack-line(pack-col + 1:pack-len)
          COMPUTE pack-col = pack-col + pack-len + 1
          ADD 1 TO rw
          IF rw >= frame-w THEN
             WRITE out-rec FROM pack-line
             MOVE SPACES TO pack-line
             MOVE 0 TO pack-col
             MOVE 0 TO rw
          END-IF
       ELSE
          WRITE out-rec FROM out-line
       END-IF
    END-PERFORM
    IF pack-col > 0 THEN
       WRITE out-rec FROM pack-line
    END-IF
    CLOSE OUT-FILE.
