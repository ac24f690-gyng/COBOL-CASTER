IDENTIFICATION DIVISION.
PROGRAM-ID. DENOISE.

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
    01 ppm-in-fname PIC X(40) VALUE SPACES.

    01 dn-parm PIC X(100).
    01 dn-toks.
       02 dn-tok PIC X(40) OCCURS 4 TIMES.
    01 dn-t PIC S9(4) COMP VALUE 0.
    01 dn-arg PIC X(40).
    01 dn-num-tok PIC X(10).
    01 frames-mode PIC X(1) VALUE 'N'.
       88 frames-mode-on VALUE 'Y'.
    01 frame-base PIC X(30) VALUE SPACES.
    01 frame-suffix PIC 9(2) VALUE 0.
    01 fi PIC S9(4) COMP VALUE 0.
    01 one-fname PIC X(40) VALUE SPACES.
    01 out-given PIC X(40) VALUE SPACES.
    01 parm-bad PIC X(1) VALUE 'N'.
       88 parm-bad-yes VALUE 'Y'.

*>  A frame's companions are found the way the renderer names them:
*>  whatever precedes and follows "RENDPPM" in the frame's name
*>  (a job id in front, a frame number, archive stamp or row behind)
*>  goes round RENDDEPTH, RENDMASK and, for the output, RENDDN.
    01 nm-lead PIC S9(4) COMP VALUE 0.
    01 nm-len PIC S9(4) COMP VALUE 0.
    01 nm-head PIC X(40) VALUE SPACES.
    01 nm-tail PIC X(40) VALUE SPACES.

    01 dn-ppm PIC X(40) VALUE SPACES.
    01 dn-depth PIC X(40) VALUE SPACES.
    01 dn-mask PIC X(40) VALUE SPACES.
    01 dn-out PIC X(40) VALUE SPACES.
    01 dn-strength PIC S9(4) COMP VALUE 1.
    01 dn-result PIC X(1) VALUE 'N'.
    01 dn-msg PIC X(80) VALUE SPACES.
    01 dn-changed PIC S9(8) COMP VALUE 0.

    01 done-count PIC S9(4) COMP VALUE 0.
    01 fail-count PIC S9(4) COMP VALUE 0.
    01 cnt-ed PIC ZZZ9.
    01 chg-ed PIC ZZZZZZ9.
    01 str-ed PIC 9.

*>  Soft shadows, AO and depth of field come out grainy at AA1, and
*>  turning AA up to hide it costs the batch window four times over.
*>  This runs the edge-aware pass (DNFILTER) over frames already
*>  rendered with AUX: each pixel is averaged with the neighbours that
*>  share its RENDMASK object id, sit at much the same RENDDEPTH
*>  distance and are close to it in colour, so the grain inside a
*>  surface smooths out and silhouettes and material edges stay
*>  sharp. The result goes beside the frame under RENDDN in place of
*>  RENDPPM (RENDDN, RENDDN03, jobid.RENDDN ...) in the same plain or
*>  PACK layout; the frame itself is left alone. The renderer's own
*>  DENOISE option runs the same pass on each frame as it is written.
*>  PARM:
*>    "filename [STRENGTHn] [OUT=name]"   one frame - RENDPPM,
*>                        RENDPPMnn, jobid.RENDPPM, an archive name
*>    "FRAMES [base] [STRENGTHn]"   the numbered set a FRAMESn run
*>                        leaves, base01, base02 ... until a number
*>                        is missing (base defaults to RENDPPM)
*>  STRENGTH1 (default) to STRENGTH3 widens the window from 3x3 to
*>  7x7 and lets more colour difference count as grain. A frame whose
*>  RENDDEPTH or RENDMASK doesn't hold one value per pixel is refused,
*>  as COMPOSIT refuses mismatched runs.
*>  RC 4 when any frame was refused, RC 8 when none was filtered.
PROCEDURE DIVISION.
    ACCEPT dn-parm FROM COMMAND-LINE
    PERFORM PARSE-DENOISE-PARM
    IF parm-bad-yes THEN
       DISPLAY 'DENOISE: usage: DENOISE filename [STRENGTHn] '
          '[OUT=name] | FRAMES [base] [STRENGTHn]'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    IF frames-mode-on THEN
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
          MOVE SPACES TO out-given
          PERFORM FILTER-ONE-FRAME
       END-PERFORM
       IF done-count = 0 AND fail-count = 0 THEN
          DISPLAY 'DENOISE: no ' FUNCTION TRIM(frame-base)
             '01 - no frame set to filter'
       END-IF
    ELSE
       MOVE one-fname TO ppm-in-fname
       PERFORM FILTER-ONE-FRAME
    END-IF

    MOVE done-count TO cnt-ed
    DISPLAY 'DENOISE: ' FUNCTION TRIM(cnt-ed) ' frame(s) filtered'
    IF done-count = 0 THEN
       MOVE 8 TO RETURN-CODE
    ELSE
       IF fail-count > 0 THEN
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF
    STOP RUN.

PARSE-DENOISE-PARM.
    MOVE SPACES TO dn-toks
    UNSTRING dn-parm DELIMITED BY ALL SPACES
       INTO dn-tok(1), dn-tok(2), dn-tok(3), dn-tok(4)
    PERFORM VARYING dn-t FROM 1 BY 1 UNTIL dn-t > 4
       MOVE dn-tok(dn-t) TO dn-arg
       EVALUATE TRUE
          WHEN dn-arg = SPACES
             CONTINUE
          WHEN dn-arg = 'FRAMES' OR dn-arg = 'frames'
             MOVE 'Y' TO frames-mode
          WHEN dn-arg(1:8) = 'STRENGTH' OR dn-arg(1:8) = 'strength'
             MOVE dn-arg(9:10) TO dn-num-tok
             IF dn-num-tok = SPACES
                OR FUNCTION TEST-NUMVAL(dn-num-tok) NOT = 0 THEN
                DISPLAY 'DENOISE: STRENGTH wants a number, 1 to 3'
                MOVE 'Y' TO parm-bad
             ELSE
                COMPUTE dn-strength = FUNCTION NUMVAL(dn-num-tok)
                IF dn-strength < 1 OR dn-strength > 3 THEN
                   DISPLAY 'DENOISE: STRENGTH runs 1 to 3'
                   MOVE 'Y' TO parm-bad
                END-IF
             END-IF
          WHEN dn-arg(1:4) = 'OUT=' OR dn-arg(1:4) = 'out='
             MOVE dn-arg(5:36) TO out-given
          WHEN frames-mode-on AND frame-base = SPACES
             MOVE dn-arg TO frame-base
          WHEN NOT frames-mode-on AND one-fname = SPACES
             MOVE dn-arg TO one-fname
          WHEN OTHER
             DISPLAY 'DENOISE: unexpected PARM token "'
                FUNCTION TRIM(dn-arg) '"'
             MOVE 'Y' TO parm-bad
       END-EVALUATE
    END-PERFORM
    IF frames-mode-on AND (one-fname NOT = SPACES
       OR out-given NOT = SPACES) THEN
       DISPLAY 'DENOISE: FRAMES takes a base name, not a file or OUT='
       MOVE 'Y' TO parm-bad
    END-IF
    IF NOT frames-mode-on AND one-fname = SPACES THEN
       MOVE 'Y' TO parm-bad
    END-IF.

*>  ppm-in-fname through DNFILTER, its companions named from it.
FILTER-ONE-FRAME.
    MOVE 0 TO nm-lead
    INSPECT ppm-in-fname TALLYING nm-lead
       FOR CHARACTERS BEFORE INITIAL 'RENDPPM'
    COMPUTE nm-len = FUNCTION LENGTH(FUNCTION TRIM(ppm-in-fname))
    IF nm-lead >= nm-len THEN
       DISPLAY 'DENOISE: ' FUNCTION TRIM(ppm-in-fname)
          ' is not a RENDPPM name - cannot tell its RENDDEPTH and '
          'RENDMASK'
       ADD 1 TO fail-count
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO nm-head
    MOVE SPACES TO nm-tail
    IF nm-lead > 0 THEN
       MOVE ppm-in-fname(1:nm-lead) TO nm-head
    END-IF
    IF nm-lead + 7 < nm-len THEN
       MOVE ppm-in-fname(nm-lead + 8:) TO nm-tail
    END-IF
    MOVE ppm-in-fname TO dn-ppm
    MOVE SPACES TO dn-depth
    STRING FUNCTION TRIM(nm-head) DELIMITED BY SIZE
           'RENDDEPTH' DELIMITED BY SIZE
           FUNCTION TRIM(nm-tail) DELIMITED BY SIZE
           INTO dn-depth
    MOVE SPACES TO dn-mask
    STRING FUNCTION TRIM(nm-head) DELIMITED BY SIZE
           'RENDMASK' DELIMITED BY SIZE
           FUNCTION TRIM(nm-tail) DELIMITED BY SIZE
           INTO dn-mask
    IF out-given NOT = SPACES THEN
       MOVE out-given TO dn-out
    ELSE
       MOVE SPACES TO dn-out
       STRING FUNCTION TRIM(nm-head) DELIMITED BY SIZE
              'RENDDN' DELIMITED BY SIZE
              FUNCTION TRIM(nm-tail) DELIMITED BY SIZE
              INTO dn-out
    END-IF
    CALL 'DNFILTER' USING dn-ppm, dn-depth, dn-mask, dn-out,
       dn-strength, dn-result, dn-msg, dn-changed
    IF dn-result = 'Y' THEN
       ADD 1 TO done-count
       MOVE dn-changed TO chg-ed
       MOVE dn-strength TO str-ed
       DISPLAY 'DENOISE: ' FUNCTION TRIM(dn-ppm) ' -> '
          FUNCTION TRIM(dn-out) ' strength ' str-ed ', '
          FUNCTION TRIM(chg-ed) ' pixel(s) smoothed'
    ELSE
       ADD 1 TO fail-count
       DISPLAY 'DENOISE: ' FUNCTION TRIM(dn-msg)
    END-IF.
