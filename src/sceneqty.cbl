IDENTIFICATION DIVISION.
PROGRAM-ID. SCENEQTY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QTY-FILE ASSIGN TO "QTYDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS qty-file-status.
    SELECT MAT-FILE ASSIGN TO "MATDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS mat-file-status.
    SELECT CSV-FILE ASSIGN TO "QTYCSV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS csv-file-status.

DATA DIVISION.
    FILE SECTION.
    FD QTY-FILE.
    01 qty-rec PIC X(120).
    FD MAT-FILE.
    01 mat-rec PIC X(80).
    FD CSV-FILE.
    01 csv-rec PIC X(120).

    WORKING-STORAGE SECTION.
    01 qty-file-status PIC X(2) VALUE '00'.
    01 mat-file-status PIC X(2) VALUE '00'.
    01 csv-file-status PIC X(2) VALUE '00'.
    01 qty-eof PIC X(1) VALUE 'N'.
       88 qty-eof-yes VALUE 'Y'.
    01 mat-eof PIC X(1) VALUE 'N'.
       88 mat-eof-yes VALUE 'Y'.

    01 rend-cmd PIC X(80) VALUE SPACES.
    01 sys-cmd PIC X(200) VALUE SPACES.
    01 sys-rc PIC S9(9) COMP VALUE 0.
    01 cmd-ptr PIC S9(4) COMP VALUE 1.

*>  The PARM, word by word: PLANE=n becomes the renderer's
*>  TAKEOFF=n, everything else rides through to it unchanged.
    01 qty-parm PIC X(120) VALUE SPACES.
    01 parm-tok PIC X(30) OCCURS 10 TIMES.
    01 pt-i PIC S9(4) COMP VALUE 0.
    01 plane-val PIC X(8) VALUE SPACES.

*>  A QTYDAT line: "kind slot layer code area volume state".
    01 q-kind PIC X(8).
    01 q-slot PIC X(8).
    01 q-layer PIC X(8).
    01 q-code PIC X(1).
    01 q-area-tok PIC X(20).
    01 q-vol-tok PIC X(20).
    01 q-state PIC X(8).
    01 q-area PIC S9(10)V9(4) VALUE 0.
    01 q-vol PIC S9(10)V9(4) VALUE 0.
    01 q-layer-n PIC S9(4) COMP VALUE 0.
    01 qty-header PIC X(120) VALUE SPACES.
    01 num-lines PIC S9(8) COMP VALUE 0.

*>  Totals by material code (the scene's color letter, the same code
*>  MATDAT keys its catalog on) and by render layer.
    01 max-mats PIC S9(4) COMP VALUE 40.
    01 num-mats PIC S9(4) COMP VALUE 0.
    01 mat-table.
       02 mat-ent OCCURS 40 TIMES.
          03 mt-code PIC X(1).
          03 mt-count PIC S9(8) COMP.
          03 mt-area PIC S9(10)V9(4).
          03 mt-vol PIC S9(10)V9(4).
          03 mt-part PIC S9(8) COMP.
          03 mt-cut PIC S9(8) COMP.
          03 mt-cataloged PIC X(1).
    01 max-layers PIC S9(4) COMP VALUE 40.
    01 num-layers PIC S9(4) COMP VALUE 0.
    01 layer-table.
       02 layer-ent OCCURS 40 TIMES.
          03 ly-layer PIC S9(4) COMP.
          03 ly-count PIC S9(8) COMP.
          03 ly-area PIC S9(10)V9(4).
          03 ly-vol PIC S9(10)V9(4).
          03 ly-part PIC S9(8) COMP.
          03 ly-cut PIC S9(8) COMP.
    01 tot-count PIC S9(8) COMP VALUE 0.
    01 tot-area PIC S9(10)V9(4) VALUE 0.
    01 tot-vol PIC S9(10)V9(4) VALUE 0.
    01 tot-part PIC S9(8) COMP VALUE 0.
    01 tot-cut PIC S9(8) COMP VALUE 0.
    01 approx-count PIC S9(8) COMP VALUE 0.
    01 mi PIC S9(4) COMP VALUE 0.
    01 li PIC S9(4) COMP VALUE 0.
    01 hit PIC S9(4) COMP VALUE 0.
    01 mat-tok1 PIC X(16).
    01 matdat-present PIC X(1) VALUE 'N'.

    01 rpt-line PIC X(100) VALUE SPACES.
    01 csv-line PIC X(120) VALUE SPACES.
    01 csv-ptr PIC S9(4) COMP VALUE 1.
    01 area-ed PIC Z(9)9.9999.
    01 vol-ed PIC Z(9)9.9999.
    01 count-ed PIC ZZZZZZ9.
    01 part-ed PIC ZZZZZZ9.
    01 cut-ed PIC ZZZZZZ9.
    01 layer-ed PIC ZZZ9.
    01 csv-area PIC X(16) VALUE SPACES.
    01 csv-vol PIC X(16) VALUE SPACES.
    01 csv-layer PIC X(8) VALUE SPACES.
    01 csv-kind PIC X(8) VALUE SPACES.
    01 csv-slot PIC X(8) VALUE SPACES.
    01 csv-code PIC X(1) VALUE SPACES.
    01 csv-state PIC X(8) VALUE SPACES.

*>  Purchasing prices tile, paint and glass off the showroom scenes,
*>  and wanted the quantities a layout implies without anyone
*>  measuring a render. This runs the renderer (the RENDCMD command,
*>  as SCENECAT and RENDQUEUE invoke it) in its TAKEOFF mode, so the
*>  scene is resolved exactly as a render would resolve it - SCENELIB
*>  includes, XFORM, MODELDAT meshes, TERRDAT terrain, MESH
*>  instances, the CLIP cutaway, this job's RENDPARM - and every
*>  object's surface area and enclosed volume come back in QTYDAT.
*>  The lines are listed and totalled by material code and by layer
*>  on the report, and the same figures go to QTYCSV as comma-
*>  separated rows - KIND,SLOT,LAYER,CODE,AREA,VOLUME,STATE for each
*>  object, then MATERIAL, LAYER and TOTAL rows whose SLOT column is
*>  the object count - so estimating can load them straight into a
*>  price sheet. A volume of "-" (planes, terrain, loose facets) is
*>  left out of the volume totals; CUT objects add nothing.
*>
*>  PARM: "[SCENE=name] [PLANE=n] [other renderer options]" - PLANE
*>  sizes the square a ground plane is measured as (half-width,
*>  default 20). RC 4 when a CSG pair, cylinder, cone, ellipsoid or
*>  torus straddles the CLIP plane and was counted whole; RC 8 when
*>  the renderer fails or leaves no takeoff.
PROCEDURE DIVISION.
    ACCEPT rend-cmd FROM ENVIRONMENT "RENDCMD"
    IF rend-cmd = SPACES THEN
       MOVE "./raycaster" TO rend-cmd
    END-IF
    ACCEPT qty-parm FROM COMMAND-LINE
    PERFORM BUILD-TAKEOFF-CMD

*>  An emptied QTYDAT first, so a renderer that dies early cannot
*>  leave a previous scene's takeoff to be reported as this one's.
    OPEN OUTPUT QTY-FILE
    CLOSE QTY-FILE
    CALL 'SYSTEM' USING sys-cmd
    MOVE RETURN-CODE TO sys-rc
    MOVE 0 TO RETURN-CODE
    IF sys-rc NOT = 0 THEN
       DISPLAY 'SCENEQTY: renderer failed, RC ' sys-rc
          ' - no takeoff'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM LOAD-MATDAT
    OPEN INPUT QTY-FILE
    IF qty-file-status NOT = '00' THEN
       DISPLAY 'SCENEQTY: no QTYDAT takeoff from the renderer'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT CSV-FILE
    MOVE 'KIND,SLOT,LAYER,CODE,AREA,VOLUME,STATE' TO csv-rec
    WRITE csv-rec
    PERFORM UNTIL qty-eof-yes
       READ QTY-FILE INTO qty-rec
          AT END MOVE 'Y' TO qty-eof
       END-READ
       IF NOT qty-eof-yes AND qty-rec NOT = SPACES THEN
          IF qty-rec(1:1) = '*' THEN
             MOVE qty-rec TO qty-header
             DISPLAY 'SCENEQTY: quantity takeoff - '
                FUNCTION TRIM(qty-rec(11:100))
             DISPLAY 'KIND     SLOT LAYER CODE          AREA'
                '         VOLUME  STATE'
          ELSE
             PERFORM TAKE-QTY-LINE
          END-IF
       END-IF
    END-PERFORM
    CLOSE QTY-FILE
    IF qty-header = SPACES THEN
       DISPLAY 'SCENEQTY: QTYDAT is empty - no takeoff'
       CLOSE CSV-FILE
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM PRINT-MATERIAL-TOTALS
    PERFORM PRINT-LAYER-TOTALS
    MOVE 'TOTAL' TO csv-kind
    MOVE tot-count TO count-ed
    MOVE tot-area TO area-ed
    MOVE tot-vol TO vol-ed
    MOVE tot-part TO part-ed
    MOVE tot-cut TO cut-ed
    DISPLAY ' '
    DISPLAY 'TOTAL             ' count-ed ' ' area-ed ' ' vol-ed
       part-ed cut-ed
    MOVE SPACES TO csv-layer csv-code csv-state
    PERFORM WRITE-TOTAL-CSV
    CLOSE CSV-FILE
    MOVE num-lines TO count-ed
    DISPLAY 'SCENEQTY: ' FUNCTION TRIM(count-ed)
       ' takeoff line(s) written to QTYCSV'
    IF approx-count > 0 THEN
       MOVE approx-count TO count-ed
       DISPLAY 'SCENEQTY: ' FUNCTION TRIM(count-ed)
          ' object(s) straddle the CLIP plane and were counted whole'
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

*>  "rend-cmd 1 1 <PARM words> TAKEOFF[=n]" - the smallest frame,
*>  since the renderer stops before it traces anything.
BUILD-TAKEOFF-CMD.
    PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i > 10
       MOVE SPACES TO parm-tok(pt-i)
    END-PERFORM
    UNSTRING qty-parm DELIMITED BY ALL SPACES
       INTO parm-tok(1), parm-tok(2), parm-tok(3), parm-tok(4),
            parm-tok(5), parm-tok(6), parm-tok(7), parm-tok(8),
            parm-tok(9), parm-tok(10)
    MOVE SPACES TO sys-cmd
    MOVE 1 TO cmd-ptr
    STRING FUNCTION TRIM(rend-cmd) DELIMITED BY SIZE
           ' 1 1' DELIMITED BY SIZE
           INTO sys-cmd WITH POINTER cmd-ptr
    PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i > 10
       IF parm-tok(pt-i)(1:6) = 'PLANE=' OR
          parm-tok(pt-i)(1:6) = 'plane=' THEN
          MOVE parm-tok(pt-i)(7:8) TO plane-val
       ELSE
          IF parm-tok(pt-i) NOT = SPACES THEN
             STRING ' ' DELIMITED BY SIZE
                    FUNCTION TRIM(parm-tok(pt-i)) DELIMITED BY SIZE
                    INTO sys-cmd WITH POINTER cmd-ptr
          END-IF
       END-IF
    END-PERFORM
    STRING ' TAKEOFF' DELIMITED BY SIZE
           INTO sys-cmd WITH POINTER cmd-ptr
    IF plane-val NOT = SPACES THEN
       STRING '=' DELIMITED BY SIZE
              FUNCTION TRIM(plane-val) DELIMITED BY SIZE
              INTO sys-cmd WITH POINTER cmd-ptr
    END-IF.

*>  The codes MATDAT catalogs, so a code the scene uses but the
*>  catalog lacks stands out on the report.
LOAD-MATDAT.
    OPEN INPUT MAT-FILE
    IF mat-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO matdat-present
    PERFORM UNTIL mat-eof-yes
       READ MAT-FILE INTO mat-rec
          AT END MOVE 'Y' TO mat-eof
       END-READ
       IF NOT mat-eof-yes AND mat-rec NOT = SPACES
          AND mat-rec(1:1) NOT = '*' THEN
          MOVE SPACES TO mat-tok1
          UNSTRING mat-rec DELIMITED BY ALL SPACES INTO mat-tok1
          MOVE mat-tok1(1:1) TO q-code
          PERFORM FIND-MATERIAL
          MOVE 'Y' TO mt-cataloged(hit)
       END-IF
    END-PERFORM
    CLOSE MAT-FILE.

*>  A catalogued code starts with nothing counted against it.
FIND-MATERIAL.
    MOVE 0 TO hit
    PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > num-mats OR hit > 0
       IF mt-code(mi) = q-code THEN
          MOVE mi TO hit
       END-IF
    END-PERFORM
    IF hit = 0 THEN
       IF num-mats < max-mats THEN
          ADD 1 TO num-mats
       END-IF
       MOVE num-mats TO hit
       MOVE q-code TO mt-code(hit)
       MOVE 0 TO mt-count(hit) mt-part(hit) mt-cut(hit)
       MOVE 0 TO mt-area(hit) mt-vol(hit)
       MOVE 'N' TO mt-cataloged(hit)
    END-IF.

FIND-LAYER.
    MOVE 0 TO hit
    PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-layers OR hit > 0
       IF ly-layer(li) = q-layer-n THEN
          MOVE li TO hit
       END-IF
    END-PERFORM
    IF hit = 0 THEN
       IF num-layers < max-layers THEN
          ADD 1 TO num-layers
       END-IF
       MOVE num-layers TO hit
       MOVE q-layer-n TO ly-layer(hit)
       MOVE 0 TO ly-count(hit) ly-part(hit) ly-cut(hit)
       MOVE 0 TO ly-area(hit) ly-vol(hit)
    END-IF.

*>  One object line: listed, added into its code's and its layer's
*>  totals, and copied to the extract.
TAKE-QTY-LINE.
    MOVE SPACES TO q-kind, q-slot, q-layer, q-code, q-area-tok,
       q-vol-tok, q-state
    UNSTRING qty-rec DELIMITED BY ALL SPACES
       INTO q-kind, q-slot, q-layer, q-code, q-area-tok, q-vol-tok,
            q-state
    COMPUTE q-area = FUNCTION NUMVAL(q-area-tok)
    MOVE 0 TO q-vol
    IF q-vol-tok NOT = '-' THEN
       COMPUTE q-vol = FUNCTION NUMVAL(q-vol-tok)
    END-IF
    COMPUTE q-layer-n = FUNCTION NUMVAL(q-layer)
    ADD 1 TO num-lines

    PERFORM FIND-MATERIAL
    ADD 1 TO mt-count(hit)
    ADD q-area TO mt-area(hit)
    ADD q-vol TO mt-vol(hit)
    PERFORM FIND-LAYER
    ADD 1 TO ly-count(hit)
    ADD q-area TO ly-area(hit)
    ADD q-vol TO ly-vol(hit)
    ADD 1 TO tot-count
    ADD q-area TO tot-area
    ADD q-vol TO tot-vol
    EVALUATE q-state
       WHEN 'PART'
          ADD 1 TO ly-part(hit)
          PERFORM FIND-MATERIAL
          ADD 1 TO mt-part(hit)
          ADD 1 TO tot-part
          IF q-kind = 'CSG' OR q-kind = 'CYL' OR q-kind = 'CONE'
             OR q-kind = 'ELLIP' OR q-kind = 'TORUS' THEN
             ADD 1 TO approx-count
          END-IF
       WHEN 'CUT'
          ADD 1 TO ly-cut(hit)
          PERFORM FIND-MATERIAL
          ADD 1 TO mt-cut(hit)
          ADD 1 TO tot-cut
    END-EVALUATE

    MOVE q-layer-n TO layer-ed
    MOVE q-area TO area-ed
    MOVE q-vol TO vol-ed
    IF q-vol-tok = '-' THEN
       DISPLAY q-kind ' ' q-slot(1:4) ' ' layer-ed '  ' q-code
          '  ' area-ed '              -  ' q-state
    ELSE
       DISPLAY q-kind ' ' q-slot(1:4) ' ' layer-ed '  ' q-code
          '  ' area-ed ' ' vol-ed '  ' q-state
    END-IF
    MOVE q-kind TO csv-kind
    MOVE q-slot TO csv-slot
    MOVE q-layer TO csv-layer
    MOVE q-code TO csv-code
    MOVE q-area-tok TO csv-area
    MOVE q-vol-tok TO csv-vol
    MOVE q-state TO csv-state
    PERFORM WRITE-CSV-ROW.

PRINT-MATERIAL-TOTALS.
    DISPLAY ' '
    DISPLAY 'BY MATERIAL CODE  OBJECTS          AREA         VOLUME'
       '   PART    CUT'
    PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > num-mats
       IF mt-count(mi) > 0 THEN
          MOVE mt-count(mi) TO count-ed
          MOVE mt-area(mi) TO area-ed
          MOVE mt-vol(mi) TO vol-ed
          MOVE mt-part(mi) TO part-ed
          MOVE mt-cut(mi) TO cut-ed
          MOVE SPACES TO rpt-line
          IF matdat-present = 'Y' AND mt-cataloged(mi) = 'N' THEN
             MOVE '(no MATDAT entry)' TO rpt-line
          END-IF
          DISPLAY '  ' mt-code(mi) '              ' count-ed ' '
             area-ed ' ' vol-ed part-ed cut-ed '  '
             FUNCTION TRIM(rpt-line)
          MOVE 'MATERIAL' TO csv-kind
          MOVE SPACES TO csv-layer
          MOVE mt-code(mi) TO csv-code
          MOVE SPACES TO csv-state
          PERFORM WRITE-TOTAL-CSV
       END-IF
    END-PERFORM.

PRINT-LAYER-TOTALS.
    DISPLAY ' '
    DISPLAY 'BY LAYER          OBJECTS          AREA         VOLUME'
       '   PART    CUT'
    PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-layers
       MOVE ly-layer(li) TO layer-ed
       MOVE ly-count(li) TO count-ed
       MOVE ly-area(li) TO area-ed
       MOVE ly-vol(li) TO vol-ed
       MOVE ly-part(li) TO part-ed
       MOVE ly-cut(li) TO cut-ed
       DISPLAY '  ' layer-ed '           ' count-ed ' ' area-ed ' '
          vol-ed part-ed cut-ed
       MOVE 'LAYER' TO csv-kind
       MOVE FUNCTION TRIM(layer-ed) TO csv-layer
       MOVE SPACES TO csv-code csv-state
       PERFORM WRITE-TOTAL-CSV
    END-PERFORM.

*>  A MATERIAL, LAYER or TOTAL row: the object count in the SLOT
*>  column, the edited figures trimmed.
WRITE-TOTAL-CSV.
    MOVE FUNCTION TRIM(count-ed) TO csv-slot
    MOVE FUNCTION TRIM(area-ed) TO csv-area
    MOVE FUNCTION TRIM(vol-ed) TO csv-vol
    PERFORM WRITE-CSV-ROW.

WRITE-CSV-ROW.
    MOVE SPACES TO csv-line
    MOVE 1 TO csv-ptr
    STRING FUNCTION TRIM(csv-kind) DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           FUNCTION TRIM(csv-slot) DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           FUNCTION TRIM(csv-layer) DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           INTO csv-line WITH POINTER csv-ptr
    IF csv-code NOT = SPACE THEN
       STRING csv-code DELIMITED BY SIZE
              INTO csv-line WITH POINTER csv-ptr
    END-IF
    STRING ',' DELIMITED BY SIZE
           FUNCTION TRIM(csv-area) DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           FUNCTION TRIM(csv-vol) DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           FUNCTION TRIM(csv-state) DELIMITED BY SIZE
           INTO csv-line WITH POINTER csv-ptr
    WRITE csv-rec FROM csv-line.
