IDENTIFICATION DIVISION.
PROGRAM-ID. MODELLINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MODEL-FILE ASSIGN TO "MODELDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS model-file-status.
    SELECT BAK-FILE ASSIGN TO "MODELBAK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS bak-file-status.

DATA DIVISION.
    FILE SECTION.
    FD MODEL-FILE.
    01 model-rec PIC X(160).
    FD BAK-FILE.
    01 bak-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 model-file-status PIC X(2) VALUE '00'.
    01 bak-file-status PIC X(2) VALUE '00'.
    01 model-eof PIC X(1) VALUE 'N'.
       88 model-eof-yes VALUE 'Y'.

    01 lint-parm PIC X(60).
    01 lint-tok1 PIC X(20).
    01 lint-tok2 PIC X(20).
    01 num-tok PIC X(20).
    01 repair-mode PIC X(1) VALUE 'N'.
    01 weld-tol PIC S9(2)V9(4) VALUE 0.

    01 rec-no PIC S9(8) COMP VALUE 0.
    01 tri-tok-tbl.
       02 tri-tok PIC X(16) OCCURS 10 TIMES.
    01 tk PIC S9(4) COMP VALUE 0.
    01 tok-ok PIC X(1) VALUE 'Y'.
    01 nv-tok PIC X(16).
    01 nv-i PIC S9(4) COMP VALUE 0.
    01 nv-ch PIC X(1).
    01 nv-digits PIC S9(4) COMP VALUE 0.
    01 nv-dots PIC S9(4) COMP VALUE 0.

*>  Every distinct corner position in the file - V records and the
*>  corners of nine-coordinate triangles alike - since the renderer
*>  matches corners by position when it builds vertex normals, and
*>  an edge two faces share is two shared positions whichever record
*>  form spelled them. Two positions within weld-tol on every axis
*>  (exact at MODELDAT's four decimals by default) are one.
    01 max-pos PIC S9(4) COMP VALUE 4096.
    01 num-pos PIC S9(4) COMP VALUE 0.
    01 pos-table.
       02 pos-ent OCCURS 4096 TIMES.
          03 ps-x PIC S9(8)V9(4).
          03 ps-y PIC S9(8)V9(4).
          03 ps-z PIC S9(8)V9(4).
          03 ps-vrec PIC S9(8) COMP.
          03 ps-used PIC X(1).
          03 ps-out PIC S9(4) COMP.
    01 pj PIC S9(4) COMP VALUE 0.
    01 pos-hit PIC S9(4) COMP VALUE 0.
    01 px PIC S9(8)V9(4) VALUE 0.
    01 py PIC S9(8)V9(4) VALUE 0.
    01 pz PIC S9(8)V9(4) VALUE 0.
    01 dd PIC S9(8)V9(4) VALUE 0.

*>  The V records in file order - the list F ordinals count through.
    01 max-vl PIC S9(4) COMP VALUE 2048.
    01 num-vl PIC S9(4) COMP VALUE 0.
    01 vl-table.
       02 vl-ent OCCURS 2048 TIMES.
          03 vl-pos PIC S9(4) COMP.
          03 vl-rec PIC S9(8) COMP.
          03 vl-used PIC X(1).

*>  Faces: the record they came from, their three corner positions,
*>  color, and what the checks made of them -
*>    K kept, D degenerate or zero-area, X names a missing vertex,
*>    U repeats an earlier face.
    01 max-fc PIC S9(4) COMP VALUE 2048.
    01 num-fc PIC S9(4) COMP VALUE 0.
    01 fc-table.
       02 fc-ent OCCURS 2048 TIMES.
          03 fc-rec PIC S9(8) COMP.
          03 fc-p1 PIC S9(4) COMP.
          03 fc-p2 PIC S9(4) COMP.
          03 fc-p3 PIC S9(4) COMP.
          03 fc-color PIC X(1).
          03 fc-state PIC X(1).
    01 fi PIC S9(4) COMP VALUE 0.
    01 fj PIC S9(4) COMP VALUE 0.
    01 fv1 PIC S9(8) COMP VALUE 0.
    01 fv2 PIC S9(8) COMP VALUE 0.
    01 fv3 PIC S9(8) COMP VALUE 0.
    01 sa PIC S9(4) COMP VALUE 0.
    01 sb PIC S9(4) COMP VALUE 0.
    01 sc PIC S9(4) COMP VALUE 0.
    01 sw PIC S9(4) COMP VALUE 0.
    01 ta PIC S9(4) COMP VALUE 0.
    01 tb PIC S9(4) COMP VALUE 0.
    01 tc PIC S9(4) COMP VALUE 0.
    01 e1x PIC S9(8)V9(4) VALUE 0.
    01 e1y PIC S9(8)V9(4) VALUE 0.
    01 e1z PIC S9(8)V9(4) VALUE 0.
    01 e2x PIC S9(8)V9(4) VALUE 0.
    01 e2y PIC S9(8)V9(4) VALUE 0.
    01 e2z PIC S9(8)V9(4) VALUE 0.
    01 cxx PIC S9(8)V9(8) VALUE 0.
    01 cxy PIC S9(8)V9(8) VALUE 0.
    01 cxz PIC S9(8)V9(8) VALUE 0.
    01 cprod PIC S9(8)V9(8) VALUE 0.
    01 area2 PIC S9(13)V9(8) VALUE 0.

*>  Undirected edges of the kept faces, endpoints as position
*>  ordinals low first, with how many faces use each: one is an
*>  open (boundary) edge, more than two a non-manifold one.
    01 max-ed PIC S9(4) COMP VALUE 6144.
    01 num-ed PIC S9(4) COMP VALUE 0.
    01 ed-table.
       02 ed-ent OCCURS 6144 TIMES.
          03 ed-a PIC S9(4) COMP.
          03 ed-b PIC S9(4) COMP.
          03 ed-uses PIC S9(4) COMP.
          03 ed-rec PIC S9(8) COMP.
    01 ei PIC S9(4) COMP VALUE 0.
    01 ed-hit PIC S9(4) COMP VALUE 0.
    01 ea PIC S9(4) COMP VALUE 0.
    01 eb PIC S9(4) COMP VALUE 0.
    01 table-full PIC X(1) VALUE 'N'.

*>  Findings by category, the first twenty of each listed in full
*>  and the rest rolled up - an open-ended lathe part has a boundary
*>  edge per segment, and a hundred of those would bury the page.
*>  Categories 1-2 are errors (the render loses geometry or loads
*>  junk); the rest are warnings.
    01 cat-no PIC S9(4) COMP VALUE 0.
    01 cat-table.
       02 cat-ent OCCURS 8 TIMES.
          03 cat-count PIC S9(8) COMP.
          03 cat-name PIC X(30).
    01 ci PIC S9(4) COMP VALUE 0.
    01 find-line PIC X(100) VALUE SPACES.
    01 err-count PIC S9(8) COMP VALUE 0.
    01 warn-count PIC S9(8) COMP VALUE 0.
    01 tri-total PIC S9(8) COMP VALUE 0.
    01 out-verts PIC S9(8) COMP VALUE 0.
    01 out-faces PIC S9(8) COMP VALUE 0.

    01 rec-ed PIC ZZZZ9.
    01 rec2-ed PIC ZZZZ9.
    01 rec3-ed PIC ZZZZ9.
    01 cnt-ed PIC ZZZZZZ9.
    01 cnt2-ed PIC ZZZZZZ9.
    01 vx-ed PIC ------9.9999.
    01 vy-ed PIC ------9.9999.
    01 vz-ed PIC ------9.9999.
    01 i1-ed PIC ZZZ9.
    01 i2-ed PIC ZZZ9.
    01 i3-ed PIC ZZZ9.
    01 out-line PIC X(160) VALUE SPACES.

*>  MODELDAT is fed by LATHEGEN, SIGNGEN, MODELIMP and hand edits,
*>  and nothing checked it: a bad face only showed up as a black
*>  sliver or a hole after the render window was spent. This reads
*>  MODELDAT the way the renderer's loader does and reports, by
*>  record number:
*>    errors   - a record that is not V, F or a nine-coordinate
*>               triangle (the loader reads junk as zeros); an F
*>               naming a vertex no V record before it gave (dropped
*>               at load); more than 512 V records or triangles (the
*>               renderer's tables - the rest never load)
*>    warnings - degenerate or zero-area faces; V records repeating
*>               another's position, or never used by an F; faces
*>               repeating an earlier face; open (boundary) edges
*>               and edges shared by more than two faces
*>  PARM: "[REPAIR] [WELDn]". REPAIR rewrites MODELDAT in V/F form
*>  (after copying it to MODELBAK): positions welded, only used
*>  vertices kept, degenerate, duplicate, unreadable and
*>  out-of-range faces dropped, colors kept. Open and non-manifold
*>  edges are reported but not "repaired" - only a person knows
*>  whether that hole belongs. WELDn welds positions within n per
*>  axis instead of exact matches.
*>  RC 0 clean, 4 warnings only, 8 errors - the queue step ahead of
*>  the render gates on it. After a REPAIR that rewrote the file
*>  the errors it removed no longer count; RC 4 says it changed.
PROCEDURE DIVISION.
    ACCEPT lint-parm FROM COMMAND-LINE
    MOVE SPACES TO lint-tok1, lint-tok2
    UNSTRING lint-parm DELIMITED BY ALL SPACES
       INTO lint-tok1, lint-tok2
    MOVE lint-tok1 TO num-tok
    PERFORM TAKE-LINT-TOKEN
    MOVE lint-tok2 TO num-tok
    PERFORM TAKE-LINT-TOKEN

    MOVE 'unreadable record' TO cat-name(1)
    MOVE 'F naming a missing vertex' TO cat-name(2)
    MOVE 'degenerate face' TO cat-name(3)
    MOVE 'duplicate vertex' TO cat-name(4)
    MOVE 'unused vertex' TO cat-name(5)
    MOVE 'duplicate face' TO cat-name(6)
    MOVE 'open edge' TO cat-name(7)
    MOVE 'non-manifold edge' TO cat-name(8)
    PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > 8
       MOVE 0 TO cat-count(ci)
    END-PERFORM

    DISPLAY '--- model lint report ---'
    OPEN INPUT MODEL-FILE
    IF model-file-status NOT = '00' THEN
       DISPLAY '  (no MODELDAT - the render carries no mesh)'
       DISPLAY '-------------------------'
       DISPLAY 'MODELLINT: clean - no findings'
       STOP RUN
    END-IF
    PERFORM UNTIL model-eof-yes
       READ MODEL-FILE
          AT END MOVE 'Y' TO model-eof
       END-READ
       IF NOT model-eof-yes THEN
          ADD 1 TO rec-no
          IF model-rec NOT = SPACES THEN
             PERFORM TAKE-MODEL-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE MODEL-FILE

    PERFORM CHECK-FACES
    PERFORM CHECK-VERTICES
    PERFORM CHECK-EDGES
    PERFORM ROLL-UP-CATEGORIES
    PERFORM CHECK-TABLE-SIZES

    IF repair-mode = 'Y' THEN
       PERFORM REPAIR-MODEL
    END-IF

    DISPLAY '-------------------------'
    MOVE err-count TO cnt-ed
    MOVE warn-count TO cnt2-ed
    EVALUATE TRUE
       WHEN err-count > 0
          DISPLAY 'MODELLINT: ' FUNCTION TRIM(cnt-ed) ' error(s), '
             FUNCTION TRIM(cnt2-ed) ' warning(s)'
          MOVE 8 TO RETURN-CODE
       WHEN warn-count > 0
          DISPLAY 'MODELLINT: ' FUNCTION TRIM(cnt2-ed)
             ' warning(s)'
          MOVE 4 TO RETURN-CODE
       WHEN OTHER
          DISPLAY 'MODELLINT: clean - no findings'
    END-EVALUATE
    STOP RUN.

TAKE-LINT-TOKEN.
    MOVE FUNCTION UPPER-CASE(num-tok) TO num-tok
    EVALUATE TRUE
       WHEN num-tok = 'REPAIR'
          MOVE 'Y' TO repair-mode
       WHEN num-tok(1:4) = 'WELD'
          COMPUTE weld-tol = FUNCTION NUMVAL(num-tok(5:16))
          IF weld-tol < 0 THEN
             MOVE 0 TO weld-tol
          END-IF
    END-EVALUATE.

*>  The loader's own three-way split: V, F, anything else taken as
*>  nine coordinates and an optional color.
TAKE-MODEL-RECORD.
    PERFORM VARYING tk FROM 1 BY 1 UNTIL tk > 10
       MOVE SPACES TO tri-tok(tk)
    END-PERFORM
    UNSTRING model-rec DELIMITED BY ALL SPACES
       INTO tri-tok(1), tri-tok(2), tri-tok(3), tri-tok(4),
            tri-tok(5), tri-tok(6), tri-tok(7), tri-tok(8),
            tri-tok(9), tri-tok(10)
    EVALUATE tri-tok(1)
       WHEN 'V'
          PERFORM CHECK-TOKENS-2-4
          IF tok-ok = 'N' THEN
             PERFORM NOTE-UNREADABLE
             EXIT PARAGRAPH
          END-IF
          COMPUTE px = FUNCTION NUMVAL(tri-tok(2))
          COMPUTE py = FUNCTION NUMVAL(tri-tok(3))
          COMPUTE pz = FUNCTION NUMVAL(tri-tok(4))
          PERFORM FIND-POSITION
          IF pos-hit = 0 OR num-vl >= max-vl THEN
             MOVE 'Y' TO table-full
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO num-vl
          MOVE pos-hit TO vl-pos(num-vl)
          MOVE rec-no TO vl-rec(num-vl)
          MOVE 'N' TO vl-used(num-vl)
          IF ps-vrec(pos-hit) = 0 THEN
             MOVE rec-no TO ps-vrec(pos-hit)
          ELSE
             MOVE rec-no TO rec-ed
             MOVE ps-vrec(pos-hit) TO rec2-ed
             MOVE SPACES TO find-line
             STRING 'record ' DELIMITED BY SIZE
                    FUNCTION TRIM(rec-ed) DELIMITED BY SIZE
                    ': V repeats the position of record '
                       DELIMITED BY SIZE
                    FUNCTION TRIM(rec2-ed) DELIMITED BY SIZE
                    INTO find-line
             MOVE 4 TO cat-no
             PERFORM NOTE-FINDING
          END-IF
       WHEN 'F'
          PERFORM CHECK-TOKENS-2-4
          IF tok-ok = 'N' THEN
             PERFORM NOTE-UNREADABLE
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO tri-total
          IF num-fc >= max-fc THEN
             MOVE 'Y' TO table-full
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO num-fc
          MOVE rec-no TO fc-rec(num-fc)
          MOVE 'K' TO fc-state(num-fc)
          MOVE 'W' TO fc-color(num-fc)
          IF tri-tok(5) NOT = SPACES THEN
             MOVE tri-tok(5)(1:1) TO fc-color(num-fc)
          END-IF
          COMPUTE fv1 = FUNCTION NUMVAL(tri-tok(2))
          COMPUTE fv2 = FUNCTION NUMVAL(tri-tok(3))
          COMPUTE fv3 = FUNCTION NUMVAL(tri-tok(4))
*>        The loader checks against the V records read so far, so
*>        an F ahead of its V is as missing as a typo.
          IF fv1 < 1 OR fv1 > num-vl OR fv2 < 1 OR fv2 > num-vl
             OR fv3 < 1 OR fv3 > num-vl THEN
             MOVE 'X' TO fc-state(num-fc)
             MOVE rec-no TO rec-ed
             MOVE num-vl TO rec2-ed
             MOVE SPACES TO find-line
             STRING 'record ' DELIMITED BY SIZE
                    FUNCTION TRIM(rec-ed) DELIMITED BY SIZE
                    ': F names a vertex past the ' DELIMITED BY SIZE
                    FUNCTION TRIM(rec2-ed) DELIMITED BY SIZE
                    ' V record(s) before it' DELIMITED BY SIZE
                    INTO find-line
             MOVE 2 TO cat-no
             PERFORM NOTE-FINDING
             EXIT PARAGRAPH
          END-IF
          MOVE 'Y' TO vl-used(fv1) vl-used(fv2) vl-used(fv3)
          MOVE vl-pos(fv1) TO fc-p1(num-fc)
          MOVE vl-pos(fv2) TO fc-p2(num-fc)
          MOVE vl-pos(fv3) TO fc-p3(num-fc)
       WHEN OTHER
          MOVE 'Y' TO tok-ok
          PERFORM VARYING tk FROM 1 BY 1 UNTIL tk > 9
             OR tok-ok = 'N'
             MOVE tri-tok(tk) TO nv-tok
             PERFORM CHECK-NUMBER-TOKEN
          END-PERFORM
          IF tok-ok = 'N' THEN
             PERFORM NOTE-UNREADABLE
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO tri-total
          IF num-fc >= max-fc THEN
             MOVE 'Y' TO table-full
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO num-fc
          MOVE rec-no TO fc-rec(num-fc)
          MOVE 'K' TO fc-state(num-fc)
          MOVE 'W' TO fc-color(num-fc)
          IF tri-tok(10) NOT = SPACES THEN
             MOVE tri-tok(10)(1:1) TO fc-color(num-fc)
          END-IF
          COMPUTE px = FUNCTION NUMVAL(tri-tok(1))
          COMPUTE py = FUNCTION NUMVAL(tri-tok(2))
          COMPUTE pz = FUNCTION NUMVAL(tri-tok(3))
          PERFORM FIND-POSITION
          MOVE pos-hit TO fc-p1(num-fc)
          COMPUTE px = FUNCTION NUMVAL(tri-tok(4))
          COMPUTE py = FUNCTION NUMVAL(tri-tok(5))
          COMPUTE pz = FUNCTION NUMVAL(tri-tok(6))
          PERFORM FIND-POSITION
          MOVE pos-hit TO fc-p2(num-fc)
          COMPUTE px = FUNCTION NUMVAL(tri-tok(7))
          COMPUTE py = FUNCTION NUMVAL(tri-tok(8))
          COMPUTE pz = FUNCTION NUMVAL(tri-tok(9))
          PERFORM FIND-POSITION
          MOVE pos-hit TO fc-p3(num-fc)
          IF fc-p1(num-fc) = 0 OR fc-p2(num-fc) = 0
             OR fc-p3(num-fc) = 0 THEN
             MOVE 'Y' TO table-full
             SUBTRACT 1 FROM num-fc
          END-IF
    END-EVALUATE.

CHECK-TOKENS-2-4.
    MOVE 'Y' TO tok-ok
    PERFORM VARYING tk FROM 2 BY 1 UNTIL tk > 4 OR tok-ok = 'N'
       MOVE tri-tok(tk) TO nv-tok
       PERFORM CHECK-NUMBER-TOKEN
    END-PERFORM.

*>  Signed decimal only - the same walk LIBMAINT's stage check makes.
CHECK-NUMBER-TOKEN.
    MOVE 0 TO nv-digits
    MOVE 0 TO nv-dots
    IF nv-tok = SPACES THEN
       MOVE 'N' TO tok-ok
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING nv-i FROM 1 BY 1 UNTIL nv-i > 16
       OR tok-ok = 'N'
       MOVE nv-tok(nv-i:1) TO nv-ch
       EVALUATE TRUE
          WHEN nv-ch = SPACE
             CONTINUE
          WHEN nv-ch >= '0' AND nv-ch <= '9'
             ADD 1 TO nv-digits
          WHEN nv-ch = '.'
             ADD 1 TO nv-dots
          WHEN (nv-ch = '-' OR nv-ch = '+') AND nv-i = 1
             CONTINUE
          WHEN OTHER
             MOVE 'N' TO tok-ok
       END-EVALUATE
    END-PERFORM
    IF nv-digits = 0 OR nv-dots > 1 THEN
       MOVE 'N' TO tok-ok
    END-IF.

NOTE-UNREADABLE.
    MOVE rec-no TO rec-ed
    MOVE SPACES TO find-line
    STRING 'record ' DELIMITED BY SIZE
           FUNCTION TRIM(rec-ed) DELIMITED BY SIZE
           ': not a V, F or nine-coordinate triangle - "'
              DELIMITED BY SIZE
           FUNCTION TRIM(model-rec(1:30)) DELIMITED BY SIZE
           '"' DELIMITED BY SIZE
           INTO find-line
    MOVE 1 TO cat-no
    PERFORM NOTE-FINDING.

*>  pos-hit comes back as the ordinal of the matching position,
*>  banked new when nothing matches; 0 only when the table is full.
FIND-POSITION.
    MOVE 0 TO pos-hit
    PERFORM VARYING pj FROM 1 BY 1 UNTIL pj > num-pos
       OR pos-hit > 0
       COMPUTE dd = ps-x(pj) - px
       IF dd < 0 THEN
          COMPUTE dd = 0 - dd
       END-IF
       IF dd <= weld-tol THEN
          COMPUTE dd = ps-y(pj) - py
          IF dd < 0 THEN
             COMPUTE dd = 0 - dd
          END-IF
          IF dd <= weld-tol THEN
             COMPUTE dd = ps-z(pj) - pz
             IF dd < 0 THEN
                COMPUTE dd = 0 - dd
             END-IF
             IF dd <= weld-tol THEN
                MOVE pj TO pos-hit
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF pos-hit = 0 AND num-pos < max-pos THEN
       ADD 1 TO num-pos
       MOVE px TO ps-x(num-pos)
       MOVE py TO ps-y(num-pos)
       MOVE pz TO ps-z(num-pos)
       MOVE 0 TO ps-vrec(num-pos)
       MOVE 'N' TO ps-used(num-pos)
       MOVE 0 TO ps-out(num-pos)
       MOVE num-pos TO pos-hit
    END-IF.

*>  Degenerate first (two corners on one position, or three in a
*>  line), then repeats of an earlier kept face in any corner order
*>  or winding.
CHECK-FACES.
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-fc
       IF fc-state(fi) = 'K' THEN
          PERFORM CHECK-ONE-FACE-AREA
       END-IF
    END-PERFORM
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-fc
       IF fc-state(fi) = 'K' THEN
          MOVE fc-p1(fi) TO sa
          MOVE fc-p2(fi) TO sb
          MOVE fc-p3(fi) TO sc
          PERFORM SORT-CORNERS
          MOVE sa TO ta
          MOVE sb TO tb
          MOVE sc TO tc
          MOVE 0 TO fj
          PERFORM VARYING ei FROM 1 BY 1 UNTIL ei >= fi OR fj > 0
             IF fc-state(ei) = 'K' THEN
                MOVE fc-p1(ei) TO sa
                MOVE fc-p2(ei) TO sb
                MOVE fc-p3(ei) TO sc
                PERFORM SORT-CORNERS
                IF sa = ta AND sb = tb AND sc = tc THEN
                   MOVE ei TO fj
                END-IF
             END-IF
          END-PERFORM
          IF fj > 0 THEN
             MOVE 'U' TO fc-state(fi)
             MOVE fc-rec(fi) TO rec-ed
             MOVE fc-rec(fj) TO rec2-ed
             MOVE SPACES TO find-line
             STRING 'record ' DELIMITED BY SIZE
                    FUNCTION TRIM(rec-ed) DELIMITED BY SIZE
                    ': repeats the face at record ' DELIMITED BY SIZE
                    FUNCTION TRIM(rec2-ed) DELIMITED BY SIZE
                    INTO find-line
             MOVE 6 TO cat-no
             PERFORM NOTE-FINDING
          END-IF
       END-IF
    END-PERFORM.

CHECK-ONE-FACE-AREA.
    MOVE fc-rec(fi) TO rec-ed
    IF fc-p1(fi) = fc-p2(fi) OR fc-p2(fi) = fc-p3(fi)
       OR fc-p1(fi) = fc-p3(fi) THEN
       MOVE 'D' TO fc-state(fi)
       MOVE SPACES TO find-line
       STRING 'record ' DELIMITED BY SIZE
              FUNCTION TRIM(rec-ed) DELIMITED BY SIZE
              ': degenerate face - two corners on one vertex'
                 DELIMITED BY SIZE
              INTO find-line
       MOVE 3 TO cat-no
       PERFORM NOTE-FINDING
       EXIT PARAGRAPH
    END-IF
    COMPUTE e1x = ps-x(fc-p2(fi)) - ps-x(fc-p1(fi))
    COMPUTE e1y = ps-y(fc-p2(fi)) - ps-y(fc-p1(fi))
    COMPUTE e1z = ps-z(fc-p2(fi)) - ps-z(fc-p1(fi))
    COMPUTE e2x = ps-x(fc-p3(fi)) - ps-x(fc-p1(fi))
    COMPUTE e2y = ps-y(fc-p3(fi)) - ps-y(fc-p1(fi))
    COMPUTE e2z = ps-z(fc-p3(fi)) - ps-z(fc-p1(fi))
    COMPUTE cxx = e1y * e2z
    COMPUTE cprod = e1z * e2y
    SUBTRACT cprod FROM cxx
    COMPUTE cxy = e1z * e2x
    COMPUTE cprod = e1x * e2z
    SUBTRACT cprod FROM cxy
    COMPUTE cxz = e1x * e2y
    COMPUTE cprod = e1y * e2x
    SUBTRACT cprod FROM cxz
    COMPUTE area2 = cxx * cxx
    COMPUTE area2 = area2 + (cxy * cxy)
    COMPUTE area2 = area2 + (cxz * cxz)
    IF area2 < 0.00000001 THEN
       MOVE 'D' TO fc-state(fi)
       MOVE SPACES TO find-line
       STRING 'record ' DELIMITED BY SIZE
              FUNCTION TRIM(rec-ed) DELIMITED BY SIZE
              ': zero-area face - corners in a line'
                 DELIMITED BY SIZE
              INTO find-line
       MOVE 3 TO cat-no
       PERFORM NOTE-FINDING
    END-IF.

SORT-CORNERS.
    IF sa > sb THEN
       MOVE sa TO sw
       MOVE sb TO sa
       MOVE sw TO sb
    END-IF
    IF sb > sc THEN
       MOVE sb TO sw
       MOVE sc TO sb
       MOVE sw TO sc
    END-IF
    IF sa > sb THEN
       MOVE sa TO sw
       MOVE sb TO sa
       MOVE sw TO sb
    END-IF.

CHECK-VERTICES.
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-vl
       IF vl-used(fi) = 'N' THEN
          MOVE vl-rec(fi) TO rec-ed
          MOVE fi TO rec2-ed
          MOVE SPACES TO find-line
          STRING 'record ' DELIMITED BY SIZE
                 FUNCTION TRIM(rec-ed) DELIMITED BY SIZE
                 ': V ' DELIMITED BY SIZE
                 FUNCTION TRIM(rec2-ed) DELIMITED BY SIZE
                 ' is used by no F record' DELIMITED BY SIZE
                 INTO find-line
          MOVE 5 TO cat-no
          PERFORM NOTE-FINDING
       END-IF
    END-PERFORM.

*>  Each kept face's three edges into the edge table, then the
*>  count per edge read back. The face named is the first to use
*>  the edge; the corners are the V records that gave the two
*>  positions (or "-" for a nine-coordinate corner).
CHECK-EDGES.
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-fc
       IF fc-state(fi) = 'K' THEN
          MOVE fc-p1(fi) TO ea
          MOVE fc-p2(fi) TO eb
          PERFORM ADD-EDGE
          MOVE fc-p2(fi) TO ea
          MOVE fc-p3(fi) TO eb
          PERFORM ADD-EDGE
          MOVE fc-p3(fi) TO ea
          MOVE fc-p1(fi) TO eb
          PERFORM ADD-EDGE
       END-IF
    END-PERFORM
    PERFORM VARYING ei FROM 1 BY 1 UNTIL ei > num-ed
       IF ed-uses(ei) = 1 OR ed-uses(ei) > 2 THEN
          MOVE ed-rec(ei) TO rec-ed
          MOVE SPACES TO find-line
          IF ed-uses(ei) = 1 THEN
             STRING 'record ' DELIMITED BY SIZE
                    FUNCTION TRIM(rec-ed) DELIMITED BY SIZE
                    ': open edge (one face only) from '
                       DELIMITED BY SIZE
                    INTO find-line
             MOVE 7 TO cat-no
          ELSE
             MOVE ed-uses(ei) TO rec2-ed
             STRING 'record ' DELIMITED BY SIZE
                    FUNCTION TRIM(rec-ed) DELIMITED BY SIZE
                    ': edge shared by ' DELIMITED BY SIZE
                    FUNCTION TRIM(rec2-ed) DELIMITED BY SIZE
                    ' faces, from ' DELIMITED BY SIZE
                    INTO find-line
             MOVE 8 TO cat-no
          END-IF
          MOVE ed-a(ei) TO pj
          PERFORM APPEND-EDGE-END
          STRING FUNCTION TRIM(find-line) DELIMITED BY SIZE
                 ' to' DELIMITED BY SIZE
                 INTO out-line
          MOVE out-line TO find-line
          MOVE ed-b(ei) TO pj
          PERFORM APPEND-EDGE-END
          PERFORM NOTE-FINDING
       END-IF
    END-PERFORM.

ADD-EDGE.
    IF ea > eb THEN
       MOVE ea TO sw
       MOVE eb TO ea
       MOVE sw TO eb
    END-IF
    MOVE 0 TO ed-hit
    PERFORM VARYING ei FROM 1 BY 1 UNTIL ei > num-ed OR ed-hit > 0
       IF ed-a(ei) = ea AND ed-b(ei) = eb THEN
          MOVE ei TO ed-hit
       END-IF
    END-PERFORM
    IF ed-hit > 0 THEN
       ADD 1 TO ed-uses(ed-hit)
    ELSE
       IF num-ed < max-ed THEN
          ADD 1 TO num-ed
          MOVE ea TO ed-a(num-ed)
          MOVE eb TO ed-b(num-ed)
          MOVE 1 TO ed-uses(num-ed)
          MOVE fc-rec(fi) TO ed-rec(num-ed)
       ELSE
          MOVE 'Y' TO table-full
       END-IF
    END-IF.

*>  " V record n" or the position itself for a corner no V record
*>  gave, onto the end of find-line.
APPEND-EDGE-END.
    MOVE SPACES TO out-line
    IF ps-vrec(pj) > 0 THEN
       MOVE ps-vrec(pj) TO rec3-ed
       STRING FUNCTION TRIM(find-line) DELIMITED BY SIZE
              ' V at record ' DELIMITED BY SIZE
              FUNCTION TRIM(rec3-ed) DELIMITED BY SIZE
              INTO out-line
    ELSE
       MOVE ps-x(pj) TO vx-ed
       MOVE ps-y(pj) TO vy-ed
       MOVE ps-z(pj) TO vz-ed
       STRING FUNCTION TRIM(find-line) DELIMITED BY SIZE
              ' (' DELIMITED BY SIZE
              FUNCTION TRIM(vx-ed) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(vy-ed) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(vz-ed) DELIMITED BY SIZE
              ')' DELIMITED BY SIZE
              INTO out-line
    END-IF
    MOVE out-line TO find-line
    MOVE SPACES TO out-line.

NOTE-FINDING.
    ADD 1 TO cat-count(cat-no)
    IF cat-no <= 2 THEN
       ADD 1 TO err-count
       IF cat-count(cat-no) <= 20 THEN
          DISPLAY '  ERROR   ' FUNCTION TRIM(find-line)
       END-IF
    ELSE
       ADD 1 TO warn-count
       IF cat-count(cat-no) <= 20 THEN
          DISPLAY '  WARNING ' FUNCTION TRIM(find-line)
       END-IF
    END-IF.

ROLL-UP-CATEGORIES.
    PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > 8
       IF cat-count(ci) > 20 THEN
          COMPUTE cnt-ed = cat-count(ci) - 20
          DISPLAY '  ... and ' FUNCTION TRIM(cnt-ed) ' more '
             FUNCTION TRIM(cat-name(ci)) ' finding(s)'
       END-IF
    END-PERFORM.

*>  The renderer banks 512 V records and loads 512 triangles; what
*>  is past either never reaches the frame.
CHECK-TABLE-SIZES.
    IF num-vl > 512 THEN
       MOVE num-vl TO cnt-ed
       DISPLAY '  ERROR   ' FUNCTION TRIM(cnt-ed)
          ' V records - the renderer banks only the first 512'
       ADD 1 TO err-count
    END-IF
    IF tri-total > 512 THEN
       MOVE tri-total TO cnt-ed
       DISPLAY '  ERROR   ' FUNCTION TRIM(cnt-ed)
          ' triangles - the renderer loads only the first 512'
       ADD 1 TO err-count
    END-IF
    IF table-full = 'Y' THEN
       DISPLAY '  ERROR   MODELDAT is past this check''s own tables '
          '(2048 faces, 4096 positions) - the counts above are '
          'partial'
       ADD 1 TO err-count
    END-IF.

*>  The welded rewrite. Kept faces only; their positions numbered in
*>  position-table order so the V list comes out in the order the
*>  file first mentioned each corner. Errors the rewrite removes stop
*>  counting; what it cannot fix (open and non-manifold edges, a
*>  mesh still past the tables) still does.
REPAIR-MODEL.
    IF table-full = 'Y' THEN
       DISPLAY 'MODELLINT: REPAIR skipped - the file is past this '
          'check''s tables'
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-fc
       IF fc-state(fi) = 'K' THEN
          ADD 1 TO out-faces
          MOVE 'Y' TO ps-used(fc-p1(fi)) ps-used(fc-p2(fi))
             ps-used(fc-p3(fi))
       END-IF
    END-PERFORM
    PERFORM VARYING pj FROM 1 BY 1 UNTIL pj > num-pos
       IF ps-used(pj) = 'Y' THEN
          ADD 1 TO out-verts
          MOVE out-verts TO ps-out(pj)
       END-IF
    END-PERFORM
    IF out-verts > 512 OR out-faces > 512 THEN
       MOVE out-verts TO cnt-ed
       MOVE out-faces TO cnt2-ed
       DISPLAY 'MODELLINT: REPAIR would still leave '
          FUNCTION TRIM(cnt-ed) ' vertices / ' FUNCTION TRIM(cnt2-ed)
          ' triangles, past the renderer''s 512-slot tables - '
          'MODELDAT not rewritten'
       EXIT PARAGRAPH
    END-IF

    PERFORM COPY-TO-BACKUP
    IF bak-file-status NOT = '00' THEN
       DISPLAY 'MODELLINT: cannot write MODELBAK, status '
          bak-file-status ' - MODELDAT not rewritten'
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT MODEL-FILE
    PERFORM VARYING pj FROM 1 BY 1 UNTIL pj > num-pos
       IF ps-used(pj) = 'Y' THEN
          PERFORM WRITE-V-RECORD
       END-IF
    END-PERFORM
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-fc
       IF fc-state(fi) = 'K' THEN
          PERFORM WRITE-F-RECORD
       END-IF
    END-PERFORM
    CLOSE MODEL-FILE

    MOVE out-verts TO cnt-ed
    MOVE out-faces TO cnt2-ed
    DISPLAY 'MODELLINT: REPAIR rewrote MODELDAT - '
       FUNCTION TRIM(cnt-ed) ' V and ' FUNCTION TRIM(cnt2-ed)
       ' F records (the old file is in MODELBAK)'
*>  What the rewrite fixed stops counting against the step; the
*>  change itself is worth a look, so RC 4 at least.
    MOVE 0 TO err-count
    COMPUTE warn-count = cat-count(7) + cat-count(8)
    IF warn-count = 0 THEN
       MOVE 1 TO warn-count
    END-IF.

COPY-TO-BACKUP.
    OPEN OUTPUT BAK-FILE
    IF bak-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT MODEL-FILE
    MOVE 'N' TO model-eof
    PERFORM UNTIL model-eof-yes
       READ MODEL-FILE
          AT END MOVE 'Y' TO model-eof
       END-READ
       IF NOT model-eof-yes THEN
          WRITE bak-rec FROM model-rec
       END-IF
    END-PERFORM
    CLOSE MODEL-FILE
    CLOSE BAK-FILE.

WRITE-V-RECORD.
    MOVE ps-x(pj) TO vx-ed
    MOVE ps-y(pj) TO vy-ed
    MOVE ps-z(pj) TO vz-ed
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
    MOVE ps-out(fc-p1(fi)) TO i1-ed
    MOVE ps-out(fc-p2(fi)) TO i2-ed
    MOVE ps-out(fc-p3(fi)) TO i3-ed
    MOVE SPACES TO out-line
    STRING 'F ' DELIMITED BY SIZE
           FUNCTION TRIM(i1-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(i2-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(i3-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           fc-color(fi) DELIMITED BY SIZE
           INTO out-line
    WRITE model-rec FROM out-line.
