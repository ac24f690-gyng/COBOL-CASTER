IDENTIFICATION DIVISION.
PROGRAM-ID. DIFFSCAN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENE-A-FILE ASSIGN TO DYNAMIC scene-a-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS scene-a-status.
    SELECT SCENE-B-FILE ASSIGN TO DYNAMIC scene-b-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS scene-b-status.

DATA DIVISION.
    FILE SECTION.
    FD SCENE-A-FILE.
    01 scene-a-rec PIC X(80).
    FD SCENE-B-FILE.
    01 scene-b-rec PIC X(80).

    WORKING-STORAGE SECTION.
    01 scene-a-status PIC X(2) VALUE '00'.
    01 scene-b-status PIC X(2) VALUE '00'.
    01 scene-a-fname PIC X(30) VALUE SPACES.
    01 scene-b-fname PIC X(30) VALUE SPACES.

    01 scene-eof PIC X(1) VALUE 'N'.
       88 scene-eof-yes VALUE 'Y'.
    01 work-rec PIC X(80).
    01 scene-kind PIC X(10).
    01 scene-tok1 PIC X(16).
    01 scene-tok2 PIC X(16).
    01 scene-tok3 PIC X(16).
    01 scene-tok4 PIC X(16).
    01 scene-tok5 PIC X(16).
    01 scene-tok6 PIC X(16).
    01 scene-tok7 PIC X(16).
    01 scene-tok8 PIC X(16).
    01 scene-tok9 PIC X(16).

*>  Each file's objects, flattened: kind keyword, up to six numeric
*>  fields (position/radius/corners as the kind defines them), the
*>  color code, the CSG tag a later CSG record may pin on a sphere
*>  slot, and the library model name a MESH instance draws. Slot
*>  numbers count within a kind, the same ordinals the renderer's
*>  own tables use.
    01 obj-side PIC 9(1) VALUE 1.
    01 tbl-a.
       02 a-count PIC S9(4) COMP VALUE 0.
       02 a-ent OCCURS 64 TIMES.
          03 a-kind PIC X(6).
          03 a-slot PIC S9(4) COMP.
          03 a-v1 PIC S9(8)V9(4).
          03 a-v2 PIC S9(8)V9(4).
          03 a-v3 PIC S9(8)V9(4).
          03 a-v4 PIC S9(8)V9(4).
          03 a-v5 PIC S9(8)V9(4).
          03 a-v6 PIC S9(8)V9(4).
          03 a-v7 PIC S9(8)V9(4).
          03 a-v8 PIC S9(8)V9(4).
          03 a-color PIC X(1).
          03 a-csg PIC X(8).
          03 a-model PIC X(16).
    01 tbl-b.
       02 b-count PIC S9(4) COMP VALUE 0.
       02 b-ent OCCURS 64 TIMES.
          03 b-kind PIC X(6).
          03 b-slot PIC S9(4) COMP.
          03 b-v1 PIC S9(8)V9(4).
          03 b-v2 PIC S9(8)V9(4).
          03 b-v3 PIC S9(8)V9(4).
          03 b-v4 PIC S9(8)V9(4).
          03 b-v5 PIC S9(8)V9(4).
          03 b-v6 PIC S9(8)V9(4).
          03 b-v7 PIC S9(8)V9(4).
          03 b-v8 PIC S9(8)V9(4).
          03 b-color PIC X(1).
          03 b-csg PIC X(8).
          03 b-model PIC X(16).
    01 kind-counts.
       02 cnt-sphere PIC S9(4) COMP VALUE 0.
       02 cnt-plane PIC S9(4) COMP VALUE 0.
       02 cnt-box PIC S9(4) COMP VALUE 0.
       02 cnt-cyl PIC S9(4) COMP VALUE 0.
       02 cnt-ellip PIC S9(4) COMP VALUE 0.
       02 cnt-cone PIC S9(4) COMP VALUE 0.
       02 cnt-torus PIC S9(4) COMP VALUE 0.
       02 cnt-mesh PIC S9(4) COMP VALUE 0.

    01 di PIC S9(4) COMP VALUE 0.
    01 dj PIC S9(4) COMP VALUE 0.
    01 match-j PIC S9(4) COMP VALUE 0.
    01 dv1 PIC S9(8)V9(4) VALUE 0.
    01 dv2 PIC S9(8)V9(4) VALUE 0.
    01 dv3 PIC S9(8)V9(4) VALUE 0.
    01 slot-ed PIC Z9.
    01 dv1-ed PIC ------9.99.
    01 dv2-ed PIC ------9.99.
    01 dv3-ed PIC ------9.99.
    01 moved PIC X(1) VALUE 'N'.
    01 rpt-text PIC X(72) VALUE SPACES.
    01 rpt-what PIC X(1) VALUE SPACE.
    01 first-line PIC S9(4) COMP VALUE 0.

    LINKAGE SECTION.
    01 ds-old-fname PIC X(30).
    01 ds-new-fname PIC X(30).
    01 ds-result PIC X(1).
    01 ds-report.
       02 ds-line-count PIC S9(4) COMP.
       02 ds-line OCCURS 512 TIMES.
          03 ds-line-text PIC X(72).
          03 ds-line-kind PIC X(6).
          03 ds-line-slot PIC S9(4) COMP.
          03 ds-line-what PIC X(1).
    01 ds-objects.
       02 ds-obj-count PIC S9(4) COMP.
       02 ds-obj OCCURS 128 TIMES.
          03 ds-obj-kind PIC X(6).
          03 ds-obj-slot PIC S9(4) COMP.
          03 ds-obj-state PIC X(1).
          03 ds-obj-line PIC S9(4) COMP.
          03 ds-obj-v1 PIC S9(8)V9(4).
          03 ds-obj-v2 PIC S9(8)V9(4).
          03 ds-obj-v3 PIC S9(8)V9(4).
          03 ds-obj-v4 PIC S9(8)V9(4).
          03 ds-obj-v5 PIC S9(8)V9(4).
          03 ds-obj-v6 PIC S9(8)V9(4).
          03 ds-obj-v7 PIC S9(8)V9(4).
          03 ds-obj-v8 PIC S9(8)V9(4).
          03 ds-obj-color PIC X(1).
          03 ds-obj-model PIC X(16).

*>  The object-by-object comparison behind SCENEDIFF, shared by the
*>  SCENEDIFF program and the renderer's HIGHLIGHT option. Both scene
*>  files are read into flat tables and their slots matched per kind
*>  by ordinal, the same way the renderer numbers them.
*>    ds-old-fname, ds-new-fname   the two scene files
*>    ds-result   'Y' compared, 'A' the old file or 'B' the new file
*>                would not open (nothing else is filled in)
*>    ds-report   the report lines in SCENEDIFF's order - removed and
*>                changed slots of the old file, then added ones -
*>                each with its kind, slot and what it says: 'R'
*>                removed, 'A' added, 'C' changed
*>    ds-objects  one entry per object: 'U' unchanged, 'C' changed,
*>                'R' removed, 'A' added, with the number of its
*>                first report line (0 when unchanged), its values
*>                v1-v8 as the kind's record lays them out, its
*>                color and (MESH) model name - a removed object's
*>                from the old file, all others' from the new
*>  Lines past the 512th are dropped; the objects table has room for
*>  both files' 64 apiece.
PROCEDURE DIVISION USING ds-old-fname, ds-new-fname, ds-result,
    ds-report, ds-objects.
    MOVE 'Y' TO ds-result
    MOVE 0 TO ds-line-count
    MOVE 0 TO ds-obj-count
    MOVE 0 TO a-count
    MOVE 0 TO b-count
    MOVE ds-old-fname TO scene-a-fname
    MOVE ds-new-fname TO scene-b-fname

    MOVE 1 TO obj-side
    PERFORM LOAD-SIDE-A
    IF ds-result NOT = 'Y' THEN
       EXIT PROGRAM
    END-IF
    MOVE 2 TO obj-side
    PERFORM LOAD-SIDE-B
    IF ds-result NOT = 'Y' THEN
       EXIT PROGRAM
    END-IF

*>  Pass 1: everything in the old file - changed, or removed.
    PERFORM VARYING di FROM 1 BY 1 UNTIL di > a-count
       MOVE 0 TO match-j
       PERFORM VARYING dj FROM 1 BY 1 UNTIL dj > b-count
          OR match-j > 0
          IF b-kind(dj) = a-kind(di) AND b-slot(dj) = a-slot(di) THEN
             MOVE dj TO match-j
          END-IF
       END-PERFORM
       MOVE a-slot(di) TO slot-ed
       COMPUTE first-line = ds-line-count + 1
       IF match-j = 0 THEN
          MOVE SPACES TO rpt-text
          STRING '  ' DELIMITED BY SIZE
                 FUNCTION TRIM(a-kind(di)) DELIMITED BY SIZE
                 ' slot ' DELIMITED BY SIZE
                 slot-ed DELIMITED BY SIZE
                 ': removed' DELIMITED BY SIZE
                 INTO rpt-text
          MOVE 'R' TO rpt-what
          PERFORM ADD-REPORT-LINE
          PERFORM ADD-OLD-OBJECT
       ELSE
          PERFORM REPORT-SLOT-CHANGES
          PERFORM ADD-NEW-OBJECT
       END-IF
    END-PERFORM

*>  Pass 2: anything in the new file with no old counterpart - added.
    PERFORM VARYING dj FROM 1 BY 1 UNTIL dj > b-count
       MOVE 0 TO match-j
       PERFORM VARYING di FROM 1 BY 1 UNTIL di > a-count
          OR match-j > 0
          IF a-kind(di) = b-kind(dj) AND a-slot(di) = b-slot(dj) THEN
             MOVE di TO match-j
          END-IF
       END-PERFORM
       IF match-j = 0 THEN
          MOVE b-slot(dj) TO slot-ed
          COMPUTE first-line = ds-line-count + 1
          MOVE SPACES TO rpt-text
          STRING '  ' DELIMITED BY SIZE
                 FUNCTION TRIM(b-kind(dj)) DELIMITED BY SIZE
                 ' slot ' DELIMITED BY SIZE
                 slot-ed DELIMITED BY SIZE
                 ': added (color ' DELIMITED BY SIZE
                 b-color(dj) DELIMITED BY SIZE
                 ')' DELIMITED BY SIZE
                 INTO rpt-text
          MOVE 'A' TO rpt-what
          MOVE dj TO match-j
          MOVE 0 TO di
          PERFORM ADD-REPORT-LINE
          PERFORM ADD-NEW-OBJECT
       END-IF
    END-PERFORM
    EXIT PROGRAM.

*>  rpt-text onto the report as the next line, for the slot in hand -
*>  di's in the old file, or match-j's in the new when di is 0.
ADD-REPORT-LINE.
    IF ds-line-count < 512 THEN
       ADD 1 TO ds-line-count
       MOVE rpt-text TO ds-line-text(ds-line-count)
       MOVE rpt-what TO ds-line-what(ds-line-count)
       IF di > 0 THEN
          MOVE a-kind(di) TO ds-line-kind(ds-line-count)
          MOVE a-slot(di) TO ds-line-slot(ds-line-count)
       ELSE
          MOVE b-kind(match-j) TO ds-line-kind(ds-line-count)
          MOVE b-slot(match-j) TO ds-line-slot(ds-line-count)
       END-IF
    END-IF.

*>  A removed object keeps its old-file values, for drawing where it
*>  used to be.
ADD-OLD-OBJECT.
    IF ds-obj-count < 128 THEN
       ADD 1 TO ds-obj-count
       MOVE a-kind(di) TO ds-obj-kind(ds-obj-count)
       MOVE a-slot(di) TO ds-obj-slot(ds-obj-count)
       MOVE 'R' TO ds-obj-state(ds-obj-count)
       MOVE first-line TO ds-obj-line(ds-obj-count)
       MOVE a-v1(di) TO ds-obj-v1(ds-obj-count)
       MOVE a-v2(di) TO ds-obj-v2(ds-obj-count)
       MOVE a-v3(di) TO ds-obj-v3(ds-obj-count)
       MOVE a-v4(di) TO ds-obj-v4(ds-obj-count)
       MOVE a-v5(di) TO ds-obj-v5(ds-obj-count)
       MOVE a-v6(di) TO ds-obj-v6(ds-obj-count)
       MOVE a-v7(di) TO ds-obj-v7(ds-obj-count)
       MOVE a-v8(di) TO ds-obj-v8(ds-obj-count)
       MOVE a-color(di) TO ds-obj-color(ds-obj-count)
       MOVE a-model(di) TO ds-obj-model(ds-obj-count)
    END-IF.

*>  match-j's object in the new file: added when there was no old
*>  one (di 0), changed when its slot drew report lines, unchanged
*>  when it drew none.
ADD-NEW-OBJECT.
    IF ds-obj-count < 128 THEN
       ADD 1 TO ds-obj-count
       MOVE b-kind(match-j) TO ds-obj-kind(ds-obj-count)
       MOVE b-slot(match-j) TO ds-obj-slot(ds-obj-count)
       EVALUATE TRUE
          WHEN di = 0
             MOVE 'A' TO ds-obj-state(ds-obj-count)
             MOVE first-line TO ds-obj-line(ds-obj-count)
          WHEN ds-line-count >= first-line
             MOVE 'C' TO ds-obj-state(ds-obj-count)
             MOVE first-line TO ds-obj-line(ds-obj-count)
          WHEN OTHER
             MOVE 'U' TO ds-obj-state(ds-obj-count)
             MOVE 0 TO ds-obj-line(ds-obj-count)
       END-EVALUATE
       MOVE b-v1(match-j) TO ds-obj-v1(ds-obj-count)
       MOVE b-v2(match-j) TO ds-obj-v2(ds-obj-count)
       MOVE b-v3(match-j) TO ds-obj-v3(ds-obj-count)
       MOVE b-v4(match-j) TO ds-obj-v4(ds-obj-count)
       MOVE b-v5(match-j) TO ds-obj-v5(ds-obj-count)
       MOVE b-v6(match-j) TO ds-obj-v6(ds-obj-count)
       MOVE b-v7(match-j) TO ds-obj-v7(ds-obj-count)
       MOVE b-v8(match-j) TO ds-obj-v8(ds-obj-count)
       MOVE b-color(match-j) TO ds-obj-color(ds-obj-count)
       MOVE b-model(match-j) TO ds-obj-model(ds-obj-count)
    END-IF.

REPORT-SLOT-CHANGES.
    MOVE 'C' TO rpt-what
    MOVE 'N' TO moved
    COMPUTE dv1 = b-v1(match-j) - a-v1(di)
    COMPUTE dv2 = b-v2(match-j) - a-v2(di)
    COMPUTE dv3 = b-v3(match-j) - a-v3(di)
    IF dv1 NOT = 0 OR dv2 NOT = 0 OR dv3 NOT = 0 THEN
       MOVE 'Y' TO moved
       MOVE dv1 TO dv1-ed
       MOVE dv2 TO dv2-ed
       MOVE dv3 TO dv3-ed
       MOVE SPACES TO rpt-text
       STRING '  ' DELIMITED BY SIZE
              FUNCTION TRIM(a-kind(di)) DELIMITED BY SIZE
              ' slot ' DELIMITED BY SIZE
              slot-ed DELIMITED BY SIZE
              ': moved by (' DELIMITED BY SIZE
              FUNCTION TRIM(dv1-ed) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(dv2-ed) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(dv3-ed) DELIMITED BY SIZE
              ')' DELIMITED BY SIZE
              INTO rpt-text
       PERFORM ADD-REPORT-LINE
    END-IF
    COMPUTE dv1 = b-v4(match-j) - a-v4(di)
    COMPUTE dv2 = b-v5(match-j) - a-v5(di)
    COMPUTE dv3 = b-v6(match-j) - a-v6(di)
    IF dv1 NOT = 0 OR dv2 NOT = 0 OR dv3 NOT = 0 THEN
       MOVE dv1 TO dv1-ed
       MOVE dv2 TO dv2-ed
       MOVE dv3 TO dv3-ed
       MOVE SPACES TO rpt-text
*>     A MESH instance keeps its rotation and scale where the solid
*>     kinds keep their sizes.
       IF a-kind(di) = 'MESH' THEN
          STRING '  ' DELIMITED BY SIZE
                 FUNCTION TRIM(a-kind(di)) DELIMITED BY SIZE
                 ' slot ' DELIMITED BY SIZE
                 slot-ed DELIMITED BY SIZE
                 ': rotation/scale changed by (' DELIMITED BY SIZE
                 FUNCTION TRIM(dv1-ed) DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 FUNCTION TRIM(dv2-ed) DELIMITED BY SIZE
                 ')' DELIMITED BY SIZE
                 INTO rpt-text
       ELSE
          STRING '  ' DELIMITED BY SIZE
                 FUNCTION TRIM(a-kind(di)) DELIMITED BY SIZE
                 ' slot ' DELIMITED BY SIZE
                 slot-ed DELIMITED BY SIZE
                 ': size/extent changed by (' DELIMITED BY SIZE
                 FUNCTION TRIM(dv1-ed) DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 FUNCTION TRIM(dv2-ed) DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 FUNCTION TRIM(dv3-ed) DELIMITED BY SIZE
                 ')' DELIMITED BY SIZE
                 INTO rpt-text
       END-IF
       PERFORM ADD-REPORT-LINE
    END-IF
    COMPUTE dv1 = b-v7(match-j) - a-v7(di)
    COMPUTE dv2 = b-v8(match-j) - a-v8(di)
    IF dv1 NOT = 0 OR dv2 NOT = 0 THEN
       MOVE dv1 TO dv1-ed
       MOVE dv2 TO dv2-ed
       MOVE SPACES TO rpt-text
*>     A torus keeps its major and minor radius where a cone keeps
*>     its two end radii.
       IF a-kind(di) = 'TORUS' THEN
          STRING '  ' DELIMITED BY SIZE
                 FUNCTION TRIM(a-kind(di)) DELIMITED BY SIZE
                 ' slot ' DELIMITED BY SIZE
                 slot-ed DELIMITED BY SIZE
                 ': radii changed by (' DELIMITED BY SIZE
                 FUNCTION TRIM(dv1-ed) DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 FUNCTION TRIM(dv2-ed) DELIMITED BY SIZE
                 ')' DELIMITED BY SIZE
                 INTO rpt-text
       ELSE
          STRING '  ' DELIMITED BY SIZE
                 FUNCTION TRIM(a-kind(di)) DELIMITED BY SIZE
                 ' slot ' DELIMITED BY SIZE
                 slot-ed DELIMITED BY SIZE
                 ': end radii changed by (' DELIMITED BY SIZE
                 FUNCTION TRIM(dv1-ed) DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 FUNCTION TRIM(dv2-ed) DELIMITED BY SIZE
                 ')' DELIMITED BY SIZE
                 INTO rpt-text
       END-IF
       PERFORM ADD-REPORT-LINE
    END-IF
    IF b-color(match-j) NOT = a-color(di) THEN
       MOVE SPACES TO rpt-text
       STRING '  ' DELIMITED BY SIZE
              FUNCTION TRIM(a-kind(di)) DELIMITED BY SIZE
              ' slot ' DELIMITED BY SIZE
              slot-ed DELIMITED BY SIZE
              ': color ' DELIMITED BY SIZE
              a-color(di) DELIMITED BY SIZE
              ' -> ' DELIMITED BY SIZE
              b-color(match-j) DELIMITED BY SIZE
              INTO rpt-text
       PERFORM ADD-REPORT-LINE
    END-IF
    IF b-model(match-j) NOT = a-model(di) THEN
       MOVE SPACES TO rpt-text
       STRING '  ' DELIMITED BY SIZE
              FUNCTION TRIM(a-kind(di)) DELIMITED BY SIZE
              ' slot ' DELIMITED BY SIZE
              slot-ed DELIMITED BY SIZE
              ': model ' DELIMITED BY SIZE
              FUNCTION TRIM(a-model(di)) DELIMITED BY SIZE
              ' -> ' DELIMITED BY SIZE
              FUNCTION TRIM(b-model(match-j)) DELIMITED BY SIZE
              INTO rpt-text
       PERFORM ADD-REPORT-LINE
    END-IF
    IF b-csg(match-j) NOT = a-csg(di) THEN
       MOVE SPACES TO rpt-text
       STRING '  ' DELIMITED BY SIZE
              FUNCTION TRIM(a-kind(di)) DELIMITED BY SIZE
              ' slot ' DELIMITED BY SIZE
              slot-ed DELIMITED BY SIZE
              ': CSG pairing "' DELIMITED BY SIZE
              FUNCTION TRIM(a-csg(di)) DELIMITED BY SIZE
              '" -> "' DELIMITED BY SIZE
              FUNCTION TRIM(b-csg(match-j)) DELIMITED BY SIZE
              '"' DELIMITED BY SIZE
              INTO rpt-text
       PERFORM ADD-REPORT-LINE
    END-IF.

LOAD-SIDE-A.
    MOVE 'N' TO scene-eof
    MOVE 0 TO cnt-sphere cnt-plane cnt-box cnt-cyl cnt-ellip
       cnt-cone cnt-torus cnt-mesh
    OPEN INPUT SCENE-A-FILE
    IF scene-a-status NOT = '00' THEN
       MOVE 'A' TO ds-result
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL scene-eof-yes
       READ SCENE-A-FILE INTO work-rec
          AT END MOVE 'Y' TO scene-eof
       END-READ
       IF NOT scene-eof-yes AND work-rec NOT = SPACES THEN
          PERFORM TAKE-OBJECT-RECORD
       END-IF
    END-PERFORM
    CLOSE SCENE-A-FILE.

LOAD-SIDE-B.
    MOVE 'N' TO scene-eof
    MOVE 0 TO cnt-sphere cnt-plane cnt-box cnt-cyl cnt-ellip
       cnt-cone cnt-torus cnt-mesh
    OPEN INPUT SCENE-B-FILE
    IF scene-b-status NOT = '00' THEN
       MOVE 'B' TO ds-result
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL scene-eof-yes
       READ SCENE-B-FILE INTO work-rec
          AT END MOVE 'Y' TO scene-eof
       END-READ
       IF NOT scene-eof-yes AND work-rec NOT = SPACES THEN
          PERFORM TAKE-OBJECT-RECORD
       END-IF
    END-PERFORM
    CLOSE SCENE-B-FILE.

*>  One record into whichever side's table is loading. A CSG record
*>  doesn't add an object - it annotates the sphere slot it names, so
*>  a re-paired carve shows up as a change on that slot.
TAKE-OBJECT-RECORD.
    MOVE SPACES TO scene-tok1, scene-tok2, scene-tok3, scene-tok4,
       scene-tok5, scene-tok6, scene-tok7, scene-tok8, scene-tok9
    UNSTRING work-rec DELIMITED BY ALL SPACES
       INTO scene-kind, scene-tok1, scene-tok2, scene-tok3,
            scene-tok4, scene-tok5, scene-tok6, scene-tok7,
            scene-tok8, scene-tok9
    EVALUATE scene-kind
       WHEN 'SPHERE'
          ADD 1 TO cnt-sphere
          PERFORM ADD-OBJECT
       WHEN 'PLANE'
          ADD 1 TO cnt-plane
          PERFORM ADD-OBJECT
       WHEN 'BOX'
          ADD 1 TO cnt-box
          PERFORM ADD-OBJECT
       WHEN 'CYL'
          ADD 1 TO cnt-cyl
          PERFORM ADD-OBJECT
       WHEN 'ELLIP'
          ADD 1 TO cnt-ellip
          PERFORM ADD-OBJECT
       WHEN 'CONE'
          ADD 1 TO cnt-cone
          PERFORM ADD-OBJECT
       WHEN 'TORUS'
          ADD 1 TO cnt-torus
          PERFORM ADD-OBJECT
       WHEN 'MESH'
          ADD 1 TO cnt-mesh
          PERFORM ADD-OBJECT
       WHEN 'CSG'
          PERFORM TAG-CSG
    END-EVALUATE.

ADD-OBJECT.
    IF obj-side = 1 THEN
       IF a-count < 64 THEN
          ADD 1 TO a-count
          PERFORM FILL-A-ENTRY
       END-IF
    ELSE
       IF b-count < 64 THEN
          ADD 1 TO b-count
          PERFORM FILL-B-ENTRY
       END-IF
    END-IF.

FILL-A-ENTRY.
    MOVE scene-kind TO a-kind(a-count)
    EVALUATE scene-kind
       WHEN 'SPHERE' MOVE cnt-sphere TO a-slot(a-count)
       WHEN 'PLANE' MOVE cnt-plane TO a-slot(a-count)
       WHEN 'BOX' MOVE cnt-box TO a-slot(a-count)
       WHEN 'CYL' MOVE cnt-cyl TO a-slot(a-count)
       WHEN 'ELLIP' MOVE cnt-ellip TO a-slot(a-count)
       WHEN 'CONE' MOVE cnt-cone TO a-slot(a-count)
       WHEN 'TORUS' MOVE cnt-torus TO a-slot(a-count)
       WHEN 'MESH' MOVE cnt-mesh TO a-slot(a-count)
    END-EVALUATE
    MOVE 0 TO a-v1(a-count) a-v2(a-count) a-v3(a-count)
       a-v4(a-count) a-v5(a-count) a-v6(a-count)
       a-v7(a-count) a-v8(a-count)
    IF scene-tok1 NOT = SPACES THEN
       COMPUTE a-v1(a-count) = FUNCTION NUMVAL(scene-tok1)
    END-IF
    IF scene-tok2 NOT = SPACES THEN
       COMPUTE a-v2(a-count) = FUNCTION NUMVAL(scene-tok2)
    END-IF
    IF scene-tok3 NOT = SPACES THEN
       COMPUTE a-v3(a-count) = FUNCTION NUMVAL(scene-tok3)
    END-IF
    MOVE 'W' TO a-color(a-count)
    MOVE SPACES TO a-csg(a-count)
    MOVE SPACES TO a-model(a-count)
*>  Which trailing tokens are sizes and which is the color depends on
*>  the kind's own record shape.
    EVALUATE scene-kind
       WHEN 'SPHERE'
          IF scene-tok4 NOT = SPACES THEN
             COMPUTE a-v4(a-count) = FUNCTION NUMVAL(scene-tok4)
          END-IF
          IF scene-tok5 NOT = SPACES THEN
             MOVE scene-tok5(1:1) TO a-color(a-count)
          END-IF
       WHEN 'CYL'
*>        A seventh token marks the general two-endpoint form, which
*>        lays out like CONE's record (the radius lands in v7).
          IF scene-tok4 NOT = SPACES THEN
             COMPUTE a-v4(a-count) = FUNCTION NUMVAL(scene-tok4)
          END-IF
          IF scene-tok7 NOT = SPACES THEN
             COMPUTE a-v5(a-count) = FUNCTION NUMVAL(scene-tok5)
             COMPUTE a-v6(a-count) = FUNCTION NUMVAL(scene-tok6)
             COMPUTE a-v7(a-count) = FUNCTION NUMVAL(scene-tok7)
             IF scene-tok8 NOT = SPACES THEN
                MOVE scene-tok8(1:1) TO a-color(a-count)
             END-IF
          ELSE
             IF scene-tok5 NOT = SPACES THEN
                COMPUTE a-v5(a-count) = FUNCTION NUMVAL(scene-tok5)
             END-IF
             IF scene-tok6 NOT = SPACES THEN
                MOVE scene-tok6(1:1) TO a-color(a-count)
             END-IF
          END-IF
       WHEN 'MESH'
*>        The model name leads, so the position sits one token
*>        later; a number after z is the rotation, a second one the
*>        scale (1 when not given), then the color - the loader's
*>        own reading.
          MOVE scene-tok1 TO a-model(a-count)
          COMPUTE a-v1(a-count) = FUNCTION NUMVAL(scene-tok2)
          COMPUTE a-v2(a-count) = FUNCTION NUMVAL(scene-tok3)
          COMPUTE a-v3(a-count) = FUNCTION NUMVAL(scene-tok4)
          MOVE 1 TO a-v5(a-count)
          IF scene-tok5 NOT = SPACES AND
             (scene-tok5(1:1) >= '0' AND scene-tok5(1:1) <= '9'
              OR scene-tok5(1:1) = '-' OR scene-tok5(1:1) = '.') THEN
             COMPUTE a-v4(a-count) = FUNCTION NUMVAL(scene-tok5)
             IF scene-tok6 NOT = SPACES AND
                (scene-tok6(1:1) >= '0' AND scene-tok6(1:1) <= '9'
                 OR scene-tok6(1:1) = '.') THEN
                COMPUTE a-v5(a-count) = FUNCTION NUMVAL(scene-tok6)
                IF scene-tok7 NOT = SPACES THEN
                   MOVE scene-tok7(1:1) TO a-color(a-count)
                END-IF
             ELSE
                IF scene-tok6 NOT = SPACES THEN
                   MOVE scene-tok6(1:1) TO a-color(a-count)
                END-IF
             END-IF
          ELSE
             IF scene-tok5 NOT = SPACES THEN
                MOVE scene-tok5(1:1) TO a-color(a-count)
             END-IF
          END-IF
       WHEN 'CONE'
       WHEN 'TORUS'
          IF scene-tok4 NOT = SPACES THEN
             COMPUTE a-v4(a-count) = FUNCTION NUMVAL(scene-tok4)
          END-IF
          IF scene-tok5 NOT = SPACES THEN
             COMPUTE a-v5(a-count) = FUNCTION NUMVAL(scene-tok5)
          END-IF
          IF scene-tok6 NOT = SPACES THEN
             COMPUTE a-v6(a-count) = FUNCTION NUMVAL(scene-tok6)
          END-IF
          IF scene-tok7 NOT = SPACES THEN
             COMPUTE a-v7(a-count) = FUNCTION NUMVAL(scene-tok7)
          END-IF
          IF scene-tok8 NOT = SPACES THEN
             COMPUTE a-v8(a-count) = FUNCTION NUMVAL(scene-tok8)
          END-IF
          IF scene-tok9 NOT = SPACES THEN
             MOVE scene-tok9(1:1) TO a-color(a-count)
          END-IF
       WHEN OTHER
          IF scene-tok4 NOT = SPACES THEN
             COMPUTE a-v4(a-count) = FUNCTION NUMVAL(scene-tok4)
          END-IF
          IF scene-tok5 NOT = SPACES THEN
             COMPUTE a-v5(a-count) = FUNCTION NUMVAL(scene-tok5)
          END-IF
          IF scene-tok6 NOT = SPACES THEN
             COMPUTE a-v6(a-count) = FUNCTION NUMVAL(scene-tok6)
          END-IF
          IF scene-tok7 NOT = SPACES THEN
             MOVE scene-tok7(1:1) TO a-color(a-count)
          END-IF
    END-EVALUATE.

FILL-B-ENTRY.
    MOVE scene-kind TO b-kind(b-count)
    EVALUATE scene-kind
       WHEN 'SPHERE' MOVE cnt-sphere TO b-slot(b-count)
       WHEN 'PLANE' MOVE cnt-plane TO b-slot(b-count)
       WHEN 'BOX' MOVE cnt-box TO b-slot(b-count)
       WHEN 'CYL' MOVE cnt-cyl TO b-slot(b-count)
       WHEN 'ELLIP' MOVE cnt-ellip TO b-slot(b-count)
       WHEN 'CONE' MOVE cnt-cone TO b-slot(b-count)
       WHEN 'TORUS' MOVE cnt-torus TO b-slot(b-count)
       WHEN 'MESH' MOVE cnt-mesh TO b-slot(b-count)
    END-EVALUATE
    MOVE 0 TO b-v1(b-count) b-v2(b-count) b-v3(b-count)
       b-v4(b-count) b-v5(b-count) b-v6(b-count)
       b-v7(b-count) b-v8(b-count)
    IF scene-tok1 NOT = SPACES THEN
       COMPUTE b-v1(b-count) = FUNCTION NUMVAL(scene-tok1)
    END-IF
    IF scene-tok2 NOT = SPACES THEN
       COMPUTE b-v2(b-count) = FUNCTION NUMVAL(scene-tok2)
    END-IF
    IF scene-tok3 NOT = SPACES THEN
       COMPUTE b-v3(b-count) = FUNCTION NUMVAL(scene-tok3)
    END-IF
    MOVE 'W' TO b-color(b-count)
    MOVE SPACES TO b-csg(b-count)
    MOVE SPACES TO b-model(b-count)
    EVALUATE scene-kind
       WHEN 'SPHERE'
          IF scene-tok4 NOT = SPACES THEN
             COMPUTE b-v4(b-count) = FUNCTION NUMVAL(scene-tok4)
          END-IF
          IF scene-tok5 NOT = SPACES THEN
             MOVE scene-tok5(1:1) TO b-color(b-count)
          END-IF
       WHEN 'CYL'
          IF scene-tok4 NOT = SPACES THEN
             COMPUTE b-v4(b-count) = FUNCTION NUMVAL(scene-tok4)
          END-IF
          IF scene-tok7 NOT = SPACES THEN
             COMPUTE b-v5(b-count) = FUNCTION NUMVAL(scene-tok5)
             COMPUTE b-v6(b-count) = FUNCTION NUMVAL(scene-tok6)
             COMPUTE b-v7(b-count) = FUNCTION NUMVAL(scene-tok7)
             IF scene-tok8 NOT = SPACES THEN
                MOVE scene-tok8(1:1) TO b-color(b-count)
             END-IF
          ELSE
             IF scene-tok5 NOT = SPACES THEN
                COMPUTE b-v5(b-count) = FUNCTION NUMVAL(scene-tok5)
             END-IF
             IF scene-tok6 NOT = SPACES THEN
                MOVE scene-tok6(1:1) TO b-color(b-count)
             END-IF
          END-IF
       WHEN 'MESH'
          MOVE scene-tok1 TO b-model(b-count)
          COMPUTE b-v1(b-count) = FUNCTION NUMVAL(scene-tok2)
          COMPUTE b-v2(b-count) = FUNCTION NUMVAL(scene-tok3)
          COMPUTE b-v3(b-count) = FUNCTION NUMVAL(scene-tok4)
          MOVE 1 TO b-v5(b-count)
          IF scene-tok5 NOT = SPACES AND
             (scene-tok5(1:1) >= '0' AND scene-tok5(1:1) <= '9'
              OR scene-tok5(1:1) = '-' OR scene-tok5(1:1) = '.') THEN
             COMPUTE b-v4(b-count) = FUNCTION NUMVAL(scene-tok5)
             IF scene-tok6 NOT = SPACES AND
                (scene-tok6(1:1) >= '0' AND scene-tok6(1:1) <= '9'
                 OR scene-tok6(1:1) = '.') THEN
                COMPUTE b-v5(b-count) = FUNCTION NUMVAL(scene-tok6)
                IF scene-tok7 NOT = SPACES THEN
                   MOVE scene-tok7(1:1) TO b-color(b-count)
                END-IF
             ELSE
                IF scene-tok6 NOT = SPACES THEN
                   MOVE scene-tok6(1:1) TO b-color(b-count)
                END-IF
             END-IF
          ELSE
             IF scene-tok5 NOT = SPACES THEN
                MOVE scene-tok5(1:1) TO b-color(b-count)
             END-IF
          END-IF
       WHEN 'CONE'
       WHEN 'TORUS'
          IF scene-tok4 NOT = SPACES THEN
             COMPUTE b-v4(b-count) = FUNCTION NUMVAL(scene-tok4)
          END-IF
          IF scene-tok5 NOT = SPACES THEN
             COMPUTE b-v5(b-count) = FUNCTION NUMVAL(scene-tok5)
          END-IF
          IF scene-tok6 NOT = SPACES THEN
             COMPUTE b-v6(b-count) = FUNCTION NUMVAL(scene-tok6)
          END-IF
          IF scene-tok7 NOT = SPACES THEN
             COMPUTE b-v7(b-count) = FUNCTION NUMVAL(scene-tok7)
          END-IF
          IF scene-tok8 NOT = SPACES THEN
             COMPUTE b-v8(b-count) = FUNCTION NUMVAL(scene-tok8)
          END-IF
          IF scene-tok9 NOT = SPACES THEN
             MOVE scene-tok9(1:1) TO b-color(b-count)
          END-IF
       WHEN OTHER
          IF scene-tok4 NOT = SPACES THEN
             COMPUTE b-v4(b-count) = FUNCTION NUMVAL(scene-tok4)
          END-IF
          IF scene-tok5 NOT = SPACES THEN
             COMPUTE b-v5(b-count) = FUNCTION NUMVAL(scene-tok5)
          END-IF
          IF scene-tok6 NOT = SPACES THEN
             COMPUTE b-v6(b-count) = FUNCTION NUMVAL(scene-tok6)
          END-IF
          IF scene-tok7 NOT = SPACES THEN
             MOVE scene-tok7(1:1) TO b-color(b-count)
          END-IF
    END-EVALUATE.

*>  "CSG op slotA slotB" marks sphere slotA as carved by slotB.
TAG-CSG.
    COMPUTE dj = FUNCTION NUMVAL(scene-tok2)
    IF obj-side = 1 THEN
       PERFORM VARYING di FROM 1 BY 1 UNTIL di > a-count
          IF a-kind(di) = 'SPHERE' AND a-slot(di) = dj THEN
             MOVE SPACES TO a-csg(di)
             STRING FUNCTION TRIM(scene-tok1) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    FUNCTION TRIM(scene-tok3) DELIMITED BY SIZE
                    INTO a-csg(di)
          END-IF
       END-PERFORM
    ELSE
       PERFORM VARYING di FROM 1 BY 1 UNTIL di > b-count
          IF b-kind(di) = 'SPHERE' AND b-slot(di) = dj THEN
             MOVE SPACES TO b-csg(di)
             STRING FUNCTION TRIM(scene-tok1) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    FUNCTION TRIM(scene-tok3) DELIMITED BY SIZE
                    INTO b-csg(di)
          END-IF
       END-PERFORM
    END-IF.
