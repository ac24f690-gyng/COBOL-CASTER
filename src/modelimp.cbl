IDENTIFICATION DIVISION.
PROGRAM-ID. MODELIMP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IMPORT-FILE ASSIGN TO DYNAMIC import-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS import-file-status.
    SELECT MODEL-FILE ASSIGN TO "MODELDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS model-file-status.

DATA DIVISION.
    FILE SECTION.
    FD IMPORT-FILE.
    01 import-rec PIC X(256).
    FD MODEL-FILE.
    01 model-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 import-file-status PIC X(2) VALUE '00'.
    01 model-file-status PIC X(2) VALUE '00'.
    01 import-fname PIC X(60) VALUE SPACES.
    01 import-eof PIC X(1) VALUE 'N'.
       88 import-eof-yes VALUE 'Y'.
    01 model-eof PIC X(1) VALUE 'N'.
       88 model-eof-yes VALUE 'Y'.

    01 imp-parm PIC X(160).
    01 parm-tok-tbl.
       02 parm-tok PIC X(40) OCCURS 12 TIMES.
    01 pk PIC S9(4) COMP VALUE 0.
    01 num-tok PIC X(40).
    01 imp-format PIC X(3) VALUE SPACES.
    01 imp-scale PIC S9(6)V9(6) VALUE 1.
    01 weld-tol PIC S9(2)V9(6) VALUE 0.0001.
    01 off-x PIC S9(8)V9(4) VALUE 0.
    01 off-y PIC S9(8)V9(4) VALUE 0.
    01 off-z PIC S9(8)V9(4) VALUE 0.
    01 yup-mode PIC X(1) VALUE 'N'.
    01 center-mode PIC X(1) VALUE 'N'.
    01 append-mode PIC X(1) VALUE 'N'.
    01 imp-color PIC X(1) VALUE 'W'.

*>  One input line, tabs and carriage returns blanked and the
*>  leading indent dropped, split into words. An OBJ face can carry
*>  a corner per word, so the table runs well past STL's five.
    01 line-work PIC X(256).
    01 line-tok-tbl.
       02 line-tok PIC X(40) OCCURS 18 TIMES.
    01 ti PIC S9(4) COMP VALUE 0.
    01 key-word PIC X(16).
    01 ref-tok PIC X(40).
    01 ref-part PIC X(40).
    01 ref-val PIC S9(8) COMP VALUE 0.

    01 rx PIC S9(8)V9(6) VALUE 0.
    01 ry PIC S9(8)V9(6) VALUE 0.
    01 rz PIC S9(8)V9(6) VALUE 0.
    01 px PIC S9(8)V9(6) VALUE 0.
    01 py PIC S9(8)V9(6) VALUE 0.
    01 pz PIC S9(8)V9(6) VALUE 0.
    01 dd PIC S9(8)V9(6) VALUE 0.

*>  Welded vertices - every incoming corner lands on the first
*>  banked vertex within weld-tol on each axis, so the facets of a
*>  surface share corners again and the renderer's vertex-normal
*>  build sees one smooth part instead of a heap of loose facets.
*>  The tables run to eight times what the renderer holds, so an
*>  oversize part can be measured and reported, not just cut off.
    01 max-weld PIC S9(4) COMP VALUE 4096.
    01 num-weld PIC S9(4) COMP VALUE 0.
    01 weld-table.
       02 weld-ent OCCURS 4096 TIMES.
          03 wv-x PIC S9(8)V9(6).
          03 wv-y PIC S9(8)V9(6).
          03 wv-z PIC S9(8)V9(6).
          03 wv-used PIC X(1).
          03 wv-out PIC S9(4) COMP.
    01 wi PIC S9(4) COMP VALUE 0.
    01 weld-idx PIC S9(4) COMP VALUE 0.
    01 weld-full PIC X(1) VALUE 'N'.

*>  OBJ "v" records in file order, each pointing at its welded slot;
*>  the face records index this list, not the welded one.
    01 max-raw PIC S9(4) COMP VALUE 4096.
    01 num-raw PIC S9(8) COMP VALUE 0.
    01 raw-table.
       02 raw-weld PIC S9(4) COMP OCCURS 4096 TIMES.

*>  Corners of the polygon in hand (an STL loop or an OBJ face),
*>  fanned into triangles once it closes.
    01 max-corners PIC S9(4) COMP VALUE 16.
    01 num-corners PIC S9(4) COMP VALUE 0.
    01 corner-tbl.
       02 corner PIC S9(4) COMP OCCURS 16 TIMES.
    01 ci PIC S9(4) COMP VALUE 0.
    01 corner-bad PIC X(1) VALUE 'N'.

    01 max-itris PIC S9(4) COMP VALUE 4096.
    01 num-itris PIC S9(4) COMP VALUE 0.
    01 itri-table.
       02 itri-ent OCCURS 4096 TIMES.
          03 it-a PIC S9(4) COMP.
          03 it-b PIC S9(4) COMP.
          03 it-c PIC S9(4) COMP.
    01 itri-full PIC X(1) VALUE 'N'.

    01 facet-count PIC S9(8) COMP VALUE 0.
    01 corner-count PIC S9(8) COMP VALUE 0.
    01 need-tris PIC S9(8) COMP VALUE 0.
    01 degen-count PIC S9(8) COMP VALUE 0.
    01 bad-face-count PIC S9(8) COMP VALUE 0.
    01 out-verts PIC S9(8) COMP VALUE 0.
    01 have-verts PIC S9(8) COMP VALUE 0.
    01 have-tris PIC S9(8) COMP VALUE 0.
    01 total-verts PIC S9(8) COMP VALUE 0.
    01 total-tris PIC S9(8) COMP VALUE 0.

    01 min-x PIC S9(8)V9(6) VALUE 0.
    01 max-x PIC S9(8)V9(6) VALUE 0.
    01 min-y PIC S9(8)V9(6) VALUE 0.
    01 max-y PIC S9(8)V9(6) VALUE 0.
    01 min-z PIC S9(8)V9(6) VALUE 0.
    01 max-z PIC S9(8)V9(6) VALUE 0.
    01 shift-x PIC S9(8)V9(6) VALUE 0.
    01 shift-y PIC S9(8)V9(6) VALUE 0.
    01 shift-z PIC S9(8)V9(6) VALUE 0.
    01 bbox-set PIC X(1) VALUE 'N'.

    01 vx-ed PIC ------9.9999.
    01 vy-ed PIC ------9.9999.
    01 vz-ed PIC ------9.9999.
    01 i1-ed PIC ZZZ9.
    01 i2-ed PIC ZZZ9.
    01 i3-ed PIC ZZZ9.
    01 out-line PIC X(160) VALUE SPACES.
    01 cnt-ed PIC ZZZZZZ9.
    01 cnt2-ed PIC ZZZZZZ9.
    01 cnt3-ed PIC ZZZZZZ9.

*>  Engineering's parts arrive as STL exports and the design
*>  agency's as Wavefront OBJ; until now someone retyped the corners
*>  into MODELDAT by hand. This reads either (ASCII STL is told
*>  apart by its "solid" opening line; anything else is taken as
*>  OBJ), welds the repeated corners into the V/F record form the
*>  renderer's smooth shading wants, and writes MODELDAT.
*>  PARM: "file [SCALEn] [YUP] [CENTER] [DXn] [DYn] [DZn] [COLORc]
*>  [WELDn] [APPEND]" -
*>    SCALEn  multiplies every coordinate (millimetre exports into
*>            scene units, say SCALE0.001)
*>    YUP     the source is Y-up, as most modelling packages write;
*>            its Y becomes our Z and its Z our -Y
*>    CENTER  moves the part's bounding-box centre to the origin
*>    DXn DYn DZn  then shifts it by that much
*>    COLORc  the material code on every face (W by default)
*>    WELDn   the weld distance per axis, after scaling (0.0001 -
*>            the precision MODELDAT records carry)
*>    APPEND  adds to MODELDAT instead of replacing it; the new F
*>            ordinals are numbered past the V records already there.
*>  The renderer holds 512 vertices and 512 triangles, MODELDAT's
*>  existing contents included when appending - a part past either
*>  is refused whole with the numbers shown, never cut short.
PROCEDURE DIVISION.
    ACCEPT imp-parm FROM COMMAND-LINE
    PERFORM VARYING pk FROM 1 BY 1 UNTIL pk > 12
       MOVE SPACES TO parm-tok(pk)
    END-PERFORM
    UNSTRING imp-parm DELIMITED BY ALL SPACES
       INTO parm-tok(1), parm-tok(2), parm-tok(3), parm-tok(4),
            parm-tok(5), parm-tok(6), parm-tok(7), parm-tok(8),
            parm-tok(9), parm-tok(10), parm-tok(11), parm-tok(12)
    IF parm-tok(1) = SPACES THEN
       DISPLAY 'MODELIMP: usage: MODELIMP file [SCALEn] [YUP] '
          '[CENTER] [DXn] [DYn] [DZn] [COLORc] [WELDn] [APPEND]'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE parm-tok(1) TO import-fname
    PERFORM VARYING pk FROM 2 BY 1 UNTIL pk > 12
       PERFORM TAKE-IMP-TOKEN
    END-PERFORM
    IF imp-scale <= 0 THEN
       MOVE 1 TO imp-scale
    END-IF
    IF weld-tol < 0 THEN
       MOVE 0 TO weld-tol
    END-IF

    PERFORM DETECT-FORMAT
    OPEN INPUT IMPORT-FILE
    MOVE 'N' TO import-eof
    IF imp-format = 'STL' THEN
       PERFORM LOAD-STL
    ELSE
       PERFORM LOAD-OBJ
    END-IF
    CLOSE IMPORT-FILE

    IF need-tris = 0 THEN
       IF imp-format = 'STL' THEN
          DISPLAY 'MODELIMP: no facets in ' FUNCTION TRIM(import-fname)
             ' - a binary STL must be re-exported as ASCII'
       ELSE
          DISPLAY 'MODELIMP: no faces in ' FUNCTION TRIM(import-fname)
       END-IF
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

*>  Only vertices a surviving face uses are written, numbered in
*>  first-use order past whatever MODELDAT already holds.
    IF append-mode = 'Y' THEN
       PERFORM COUNT-EXISTING-MODEL
    END-IF
    PERFORM NUMBER-USED-VERTICES

*>  A table that filled mid-read means the true counts are larger
*>  still; either way the part cannot fit and nothing is written.
    COMPUTE total-verts = have-verts + out-verts
    COMPUTE total-tris = have-tris + num-itris
    IF weld-full = 'Y' OR itri-full = 'Y' OR total-verts > 512
       OR total-tris > 512 THEN
       PERFORM REPORT-OVERRUN
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM PLACE-PART

    IF append-mode = 'Y' THEN
       OPEN EXTEND MODEL-FILE
       IF model-file-status = '35' THEN
          OPEN OUTPUT MODEL-FILE
       END-IF
    ELSE
       OPEN OUTPUT MODEL-FILE
    END-IF
    IF model-file-status NOT = '00' THEN
       DISPLAY 'MODELIMP: cannot open MODELDAT, status '
          model-file-status
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > num-weld
       IF wv-used(wi) = 'Y' THEN
          PERFORM WRITE-V-RECORD
       END-IF
    END-PERFORM
    PERFORM VARYING ti FROM 1 BY 1 UNTIL ti > num-itris
       PERFORM WRITE-F-RECORD
    END-PERFORM
    CLOSE MODEL-FILE

    MOVE facet-count TO cnt-ed
    MOVE corner-count TO cnt2-ed
    MOVE out-verts TO cnt3-ed
    IF imp-format = 'STL' THEN
       DISPLAY 'MODELIMP: STL ' FUNCTION TRIM(import-fname) ': '
          FUNCTION TRIM(cnt-ed) ' facets, ' FUNCTION TRIM(cnt2-ed)
          ' corners welded to ' FUNCTION TRIM(cnt3-ed) ' vertices'
    ELSE
       DISPLAY 'MODELIMP: OBJ ' FUNCTION TRIM(import-fname) ': '
          FUNCTION TRIM(cnt-ed) ' faces, ' FUNCTION TRIM(cnt2-ed)
          ' v records welded to ' FUNCTION TRIM(cnt3-ed)
          ' vertices'
    END-IF
    IF degen-count > 0 THEN
       MOVE degen-count TO cnt-ed
       DISPLAY 'MODELIMP: ' FUNCTION TRIM(cnt-ed)
          ' triangle(s) with no area once welded - dropped'
    END-IF
    IF bad-face-count > 0 THEN
       MOVE bad-face-count TO cnt-ed
       DISPLAY 'MODELIMP: ' FUNCTION TRIM(cnt-ed)
          ' face(s) named a vertex the file never gave - dropped'
       MOVE 4 TO RETURN-CODE
    END-IF
    MOVE out-verts TO cnt-ed
    MOVE num-itris TO cnt2-ed
    IF append-mode = 'Y' THEN
       MOVE have-verts TO cnt3-ed
       DISPLAY 'MODELIMP: appended ' FUNCTION TRIM(cnt-ed) ' V and '
          FUNCTION TRIM(cnt2-ed) ' F records to MODELDAT after '
          FUNCTION TRIM(cnt3-ed) ' existing V records'
    ELSE
       DISPLAY 'MODELIMP: wrote ' FUNCTION TRIM(cnt-ed) ' V and '
          FUNCTION TRIM(cnt2-ed) ' F records to MODELDAT'
    END-IF
    STOP RUN.

TAKE-IMP-TOKEN.
    MOVE FUNCTION UPPER-CASE(parm-tok(pk)) TO num-tok
    EVALUATE TRUE
       WHEN num-tok = SPACES
          CONTINUE
       WHEN num-tok(1:5) = 'SCALE'
          COMPUTE imp-scale = FUNCTION NUMVAL(num-tok(6:30))
       WHEN num-tok = 'YUP'
          MOVE 'Y' TO yup-mode
       WHEN num-tok = 'CENTER' OR num-tok = 'CENTRE'
          MOVE 'Y' TO center-mode
       WHEN num-tok(1:2) = 'DX'
          COMPUTE off-x = FUNCTION NUMVAL(num-tok(3:30))
       WHEN num-tok(1:2) = 'DY'
          COMPUTE off-y = FUNCTION NUMVAL(num-tok(3:30))
       WHEN num-tok(1:2) = 'DZ'
          COMPUTE off-z = FUNCTION NUMVAL(num-tok(3:30))
       WHEN num-tok(1:5) = 'COLOR'
          MOVE num-tok(6:1) TO imp-color
       WHEN num-tok(1:4) = 'WELD'
          COMPUTE weld-tol = FUNCTION NUMVAL(num-tok(5:30))
       WHEN num-tok = 'APPEND'
          MOVE 'Y' TO append-mode
       WHEN OTHER
          DISPLAY 'MODELIMP: PARM token ignored: '
             FUNCTION TRIM(parm-tok(pk))
    END-EVALUATE.

*>  The first non-blank line decides: ASCII STL always opens with
*>  "solid name".
DETECT-FORMAT.
    OPEN INPUT IMPORT-FILE
    IF import-file-status NOT = '00' THEN
       DISPLAY 'MODELIMP: cannot open ' FUNCTION TRIM(import-fname)
          ', status ' import-file-status
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'OBJ' TO imp-format
    MOVE 'N' TO import-eof
    PERFORM UNTIL import-eof-yes
       READ IMPORT-FILE
          AT END MOVE 'Y' TO import-eof
       END-READ
       IF NOT import-eof-yes THEN
          PERFORM SPLIT-LINE
          IF key-word NOT = SPACES THEN
             IF key-word = 'solid' THEN
                MOVE 'STL' TO imp-format
             END-IF
             MOVE 'Y' TO import-eof
          END-IF
       END-IF
    END-PERFORM
    CLOSE IMPORT-FILE.

*>  Blank tabs and carriage returns (PC exports end lines CR LF),
*>  drop the indent, and split into words; key-word is the first,
*>  lower-cased, so "VERTEX" and "vertex" read alike.
SPLIT-LINE.
    MOVE import-rec TO line-work
    INSPECT line-work REPLACING ALL X'09' BY SPACE
    INSPECT line-work REPLACING ALL X'0D' BY SPACE
    MOVE FUNCTION TRIM(line-work LEADING) TO line-work
    PERFORM VARYING ti FROM 1 BY 1 UNTIL ti > 18
       MOVE SPACES TO line-tok(ti)
    END-PERFORM
    UNSTRING line-work DELIMITED BY ALL SPACES
       INTO line-tok(1), line-tok(2), line-tok(3), line-tok(4),
            line-tok(5), line-tok(6), line-tok(7), line-tok(8),
            line-tok(9), line-tok(10), line-tok(11), line-tok(12),
            line-tok(13), line-tok(14), line-tok(15), line-tok(16),
            line-tok(17), line-tok(18)
    MOVE FUNCTION LOWER-CASE(line-tok(1)) TO key-word.

*>  "facet normal ..." / "outer loop" / "vertex x y z" (three, or
*>  more from some exporters) / "endloop" / "endfacet". The facet
*>  normal is not kept - the renderer takes face normals from the
*>  winding and vertex normals from the welded mesh.
LOAD-STL.
    PERFORM UNTIL import-eof-yes
       READ IMPORT-FILE
          AT END MOVE 'Y' TO import-eof
       END-READ
       IF NOT import-eof-yes THEN
          PERFORM SPLIT-LINE
          EVALUATE key-word
             WHEN 'outer'
                MOVE 0 TO num-corners
                MOVE 'N' TO corner-bad
             WHEN 'vertex'
                ADD 1 TO corner-count
                COMPUTE rx = FUNCTION NUMVAL-F(line-tok(2))
                COMPUTE ry = FUNCTION NUMVAL-F(line-tok(3))
                COMPUTE rz = FUNCTION NUMVAL-F(line-tok(4))
                PERFORM TRANSFORM-POINT
                PERFORM WELD-POINT
                PERFORM ADD-CORNER
             WHEN 'endloop'
                ADD 1 TO facet-count
                PERFORM FAN-CORNERS
                MOVE 0 TO num-corners
          END-EVALUATE
       END-IF
    END-PERFORM.

*>  "v x y z [w]" banks a vertex; "f a b c ..." builds a polygon from
*>  them, each corner "i", "i/t", "i//n" or "i/t/n", negative i
*>  counting back from the latest v. Texture coordinates, normals,
*>  groups and materials are not ours to use and are passed over.
LOAD-OBJ.
    PERFORM UNTIL import-eof-yes
       READ IMPORT-FILE
          AT END MOVE 'Y' TO import-eof
       END-READ
       IF NOT import-eof-yes THEN
          PERFORM SPLIT-LINE
          EVALUATE key-word
             WHEN 'v'
                ADD 1 TO corner-count
                ADD 1 TO num-raw
                COMPUTE rx = FUNCTION NUMVAL-F(line-tok(2))
                COMPUTE ry = FUNCTION NUMVAL-F(line-tok(3))
                COMPUTE rz = FUNCTION NUMVAL-F(line-tok(4))
                PERFORM TRANSFORM-POINT
                PERFORM WELD-POINT
                IF num-raw <= max-raw THEN
                   MOVE weld-idx TO raw-weld(num-raw)
                ELSE
                   MOVE 'Y' TO weld-full
                END-IF
             WHEN 'f'
                ADD 1 TO facet-count
                MOVE 0 TO num-corners
                MOVE 'N' TO corner-bad
                PERFORM VARYING ti FROM 2 BY 1 UNTIL ti > 18
                   OR line-tok(ti) = SPACES
                   PERFORM TAKE-OBJ-CORNER
                END-PERFORM
                IF corner-bad = 'Y' THEN
                   ADD 1 TO bad-face-count
                ELSE
                   PERFORM FAN-CORNERS
                END-IF
                MOVE 0 TO num-corners
          END-EVALUATE
       END-IF
    END-PERFORM.

TAKE-OBJ-CORNER.
    MOVE line-tok(ti) TO ref-tok
    MOVE SPACES TO ref-part
    UNSTRING ref-tok DELIMITED BY '/' INTO ref-part
    COMPUTE ref-val = FUNCTION NUMVAL(ref-part)
    IF ref-val < 0 THEN
       COMPUTE ref-val = num-raw + 1 + ref-val
    END-IF
    IF ref-val < 1 OR ref-val > num-raw THEN
       MOVE 'Y' TO corner-bad
    ELSE
       IF ref-val > max-raw THEN
          MOVE 0 TO weld-idx
       ELSE
          MOVE raw-weld(ref-val) TO weld-idx
       END-IF
       PERFORM ADD-CORNER
    END-IF.

*>  Scale first so WELDn is in scene units, then the Y-up turn:
*>  a quarter turn about X takes the modeller's up axis onto ours.
TRANSFORM-POINT.
    COMPUTE rx = rx * imp-scale
    COMPUTE ry = ry * imp-scale
    COMPUTE rz = rz * imp-scale
    IF yup-mode = 'Y' THEN
       MOVE rx TO px
       COMPUTE py = 0 - rz
       MOVE ry TO pz
    ELSE
       MOVE rx TO px
       MOVE ry TO py
       MOVE rz TO pz
    END-IF.

*>  weld-idx comes back 0 when a new vertex finds the table full;
*>  the corner still counts toward the overrun report.
WELD-POINT.
    MOVE 0 TO weld-idx
    PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > num-weld
       OR weld-idx > 0
       COMPUTE dd = wv-x(wi) - px
       IF dd < 0 THEN
          COMPUTE dd = 0 - dd
       END-IF
       IF dd <= weld-tol THEN
          COMPUTE dd = wv-y(wi) - py
          IF dd < 0 THEN
             COMPUTE dd = 0 - dd
          END-IF
          IF dd <= weld-tol THEN
             COMPUTE dd = wv-z(wi) - pz
             IF dd < 0 THEN
                COMPUTE dd = 0 - dd
             END-IF
             IF dd <= weld-tol THEN
                MOVE wi TO weld-idx
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF weld-idx = 0 THEN
       IF num-weld < max-weld THEN
          ADD 1 TO num-weld
          MOVE px TO wv-x(num-weld)
          MOVE py TO wv-y(num-weld)
          MOVE pz TO wv-z(num-weld)
          MOVE 'N' TO wv-used(num-weld)
          MOVE 0 TO wv-out(num-weld)
          MOVE num-weld TO weld-idx
       ELSE
          MOVE 'Y' TO weld-full
       END-IF
    END-IF.

ADD-CORNER.
    IF num-corners < max-corners THEN
       ADD 1 TO num-corners
       MOVE weld-idx TO corner(num-corners)
    END-IF.

*>  A polygon of n corners fans into n-2 triangles from its first
*>  corner, winding kept. A triangle the weld collapsed (two corners
*>  on one vertex) has no area and is dropped.
FAN-CORNERS.
    IF num-corners < 3 THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ci FROM 3 BY 1 UNTIL ci > num-corners
       ADD 1 TO need-tris
       EVALUATE TRUE
          WHEN corner(1) = 0 OR corner(ci - 1) = 0 OR corner(ci) = 0
             CONTINUE
          WHEN corner(1) = corner(ci - 1)
             OR corner(1) = corner(ci)
             OR corner(ci - 1) = corner(ci)
             ADD 1 TO degen-count
          WHEN num-itris >= max-itris
             MOVE 'Y' TO itri-full
          WHEN OTHER
             ADD 1 TO num-itris
             MOVE corner(1) TO it-a(num-itris)
             MOVE corner(ci - 1) TO it-b(num-itris)
             MOVE corner(ci) TO it-c(num-itris)
       END-EVALUATE
    END-PERFORM.

*>  What an APPEND lands behind: V records (the ordinals our F
*>  records must number past) and triangles of either record form.
COUNT-EXISTING-MODEL.
    OPEN INPUT MODEL-FILE
    IF model-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO model-eof
    PERFORM UNTIL model-eof-yes
       READ MODEL-FILE
          AT END MOVE 'Y' TO model-eof
       END-READ
       IF NOT model-eof-yes AND model-rec NOT = SPACES THEN
          MOVE SPACES TO key-word
          UNSTRING model-rec DELIMITED BY ALL SPACES INTO key-word
          IF key-word = 'V' THEN
             ADD 1 TO have-verts
          ELSE
             ADD 1 TO have-tris
          END-IF
       END-IF
    END-PERFORM
    CLOSE MODEL-FILE.

NUMBER-USED-VERTICES.
    PERFORM VARYING ti FROM 1 BY 1 UNTIL ti > num-itris
       MOVE 'Y' TO wv-used(it-a(ti))
       MOVE 'Y' TO wv-used(it-b(ti))
       MOVE 'Y' TO wv-used(it-c(ti))
    END-PERFORM
*>  V records go out in welded-table order, so number them that way.
    MOVE 0 TO out-verts
    PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > num-weld
       IF wv-used(wi) = 'Y' THEN
          ADD 1 TO out-verts
          COMPUTE wv-out(wi) = have-verts + out-verts
       END-IF
    END-PERFORM.

*>  Counts past a full table are floors, said so.
REPORT-OVERRUN.
    EVALUATE TRUE
       WHEN weld-full = 'Y'
          COMPUTE total-verts = have-verts + num-weld
          MOVE total-verts TO cnt-ed
          DISPLAY 'MODELIMP: more than ' FUNCTION TRIM(cnt-ed)
             ' vertices after welding'
       WHEN itri-full = 'Y'
          MOVE total-verts TO cnt-ed
          DISPLAY 'MODELIMP: at least ' FUNCTION TRIM(cnt-ed)
             ' vertices after welding'
       WHEN OTHER
          MOVE total-verts TO cnt-ed
          DISPLAY 'MODELIMP: ' FUNCTION TRIM(cnt-ed)
             ' vertices after welding'
    END-EVALUATE
    COMPUTE total-tris = have-tris + need-tris
    MOVE total-tris TO cnt-ed
    DISPLAY 'MODELIMP: ' FUNCTION TRIM(cnt-ed) ' triangles'
    IF append-mode = 'Y' THEN
       MOVE have-verts TO cnt-ed
       MOVE have-tris TO cnt2-ed
       DISPLAY 'MODELIMP: (counting ' FUNCTION TRIM(cnt-ed)
          ' vertices and ' FUNCTION TRIM(cnt2-ed)
          ' triangles already in MODELDAT)'
    END-IF
    DISPLAY 'MODELIMP: the renderer''s tables hold 512 vertices '
       'and 512 triangles - decimate the part or raise WELD; '
       'nothing written'.

*>  Centre on the bounding box of the vertices actually written,
*>  then the DX/DY/DZ shift.
PLACE-PART.
    MOVE 0 TO shift-x shift-y shift-z
    IF center-mode = 'Y' THEN
       MOVE 'N' TO bbox-set
       PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > num-weld
          IF wv-used(wi) = 'Y' THEN
             PERFORM TAKE-BBOX-POINT
          END-IF
       END-PERFORM
       COMPUTE shift-x = min-x + max-x
       COMPUTE shift-x = 0 - (shift-x / 2)
       COMPUTE shift-y = min-y + max-y
       COMPUTE shift-y = 0 - (shift-y / 2)
       COMPUTE shift-z = min-z + max-z
       COMPUTE shift-z = 0 - (shift-z / 2)
    END-IF
    ADD off-x TO shift-x
    ADD off-y TO shift-y
    ADD off-z TO shift-z
    PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > num-weld
       ADD shift-x TO wv-x(wi)
       ADD shift-y TO wv-y(wi)
       ADD shift-z TO wv-z(wi)
    END-PERFORM.

TAKE-BBOX-POINT.
    IF bbox-set = 'N' THEN
       MOVE 'Y' TO bbox-set
       MOVE wv-x(wi) TO min-x max-x
       MOVE wv-y(wi) TO min-y max-y
       MOVE wv-z(wi) TO min-z max-z
       EXIT PARAGRAPH
    END-IF
    IF wv-x(wi) < min-x THEN MOVE wv-x(wi) TO min-x END-IF
    IF wv-x(wi) > max-x THEN MOVE wv-x(wi) TO max-x END-IF
    IF wv-y(wi) < min-y THEN MOVE wv-y(wi) TO min-y END-IF
    IF wv-y(wi) > max-y THEN MOVE wv-y(wi) TO max-y END-IF
    IF wv-z(wi) < min-z THEN MOVE wv-z(wi) TO min-z END-IF
    IF wv-z(wi) > max-z THEN MOVE wv-z(wi) TO max-z END-IF.

WRITE-V-RECORD.
    MOVE wv-x(wi) TO vx-ed
    MOVE wv-y(wi) TO vy-ed
    MOVE wv-z(wi) TO vz-ed
    MOVE SPACES TO out-line
    STRING 'V ' DELIMITED BY SIZE
           FUNCTION TRIM(vx-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(vy-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(vz-ed) DELIMITED BY SIZE
           INTO out-line
    WRITE model-rec FROM out-line.

WRITE-F-RECORD.
    MOVE wv-out(it-a(ti)) TO i1-ed
    MOVE wv-out(it-b(ti)) TO i2-ed
    MOVE wv-out(it-c(ti)) TO i3-ed
    MOVE SPACES TO out-line
    STRING 'F ' DELIMITED BY SIZE
           FUNCTION TRIM(i1-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(i2-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(i3-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           imp-color DELIMITED BY SIZE
           INTO out-line
    WRITE model-rec FROM out-line.
