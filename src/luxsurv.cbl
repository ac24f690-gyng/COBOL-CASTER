IDENTIFICATION DIVISION.
PROGRAM-ID. LUXSURV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENE-FILE ASSIGN TO "SCENEFLAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS scene-file-status.
    SELECT LIGHT-FILE ASSIGN TO "LIGHTDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS light-file-status.
    SELECT MAT-FILE ASSIGN TO "MATDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS mat-file-status.
    SELECT PPM-FILE ASSIGN TO "LUXPPM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ppm-file-status.
    SELECT SUN-FILE ASSIGN TO DYNAMIC sh-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sun-file-status.

DATA DIVISION.
    FILE SECTION.
    FD SCENE-FILE.
    01 scene-rec PIC X(120).
    FD LIGHT-FILE.
    01 light-rec PIC X(80).
    FD MAT-FILE.
    01 mat-rec PIC X(80).
    FD PPM-FILE.
    01 ppm-rec PIC X(80).
    FD SUN-FILE.
    01 sun-rec PIC X(80).

    WORKING-STORAGE SECTION.
    01 scene-file-status PIC X(2) VALUE '00'.
    01 light-file-status PIC X(2) VALUE '00'.
    01 mat-file-status PIC X(2) VALUE '00'.
    01 ppm-file-status PIC X(2) VALUE '00'.
    01 sun-file-status PIC X(2) VALUE '00'.
    01 scene-eof PIC X(1) VALUE 'N'.
       88 scene-eof-yes VALUE 'Y'.
    01 mat-eof PIC X(1) VALUE 'N'.
       88 mat-eof-yes VALUE 'Y'.

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
    01 scene-tok10 PIC X(16).

*>  The occluders, kind by kind in the renderer's own layouts so the
*>  same intersect subprograms take them unchanged, filled from the
*>  renderer's own flattening of the scene (see RESOLVE-SCENE). A
*>  CSG pair lives on its first sphere, as in the renderer: scsg-op
*>  'D' or 'I' with the partner's slot, the partner marked absorbed
*>  so it is never tested on its own.
    01 num-spheres PIC S9(4) COMP VALUE IS 0.
    01 max-spheres PIC S9(4) COMP VALUE IS 32.
    01 spheres.
       02 sphere OCCURS 32 TIMES.
          03 sx PIC S9(8)V9(4).
          03 sy PIC S9(8)V9(4).
          03 sz PIC S9(8)V9(4).
          03 sr PIC S9(8)V9(4).
          03 scolor PIC X(1).
          03 scsg-op PIC X(1).
          03 scsg-with PIC S9(4) COMP.
          03 sabsorbed PIC X(1).
    01 csg-partner PIC S9(4) COMP VALUE IS 0.
    01 csg-a PIC S9(4) COMP VALUE IS 0.
    01 csg-b PIC S9(4) COMP VALUE IS 0.
    01 num-absorbed PIC S9(4) COMP VALUE IS 0.
    01 num-planes PIC S9(4) COMP VALUE IS 0.
    01 max-planes PIC S9(4) COMP VALUE IS 8.
    01 planes.
       02 plane OCCURS 8 TIMES.
          03 gpx PIC S9(8)V9(4).
          03 gpy PIC S9(8)V9(4).
          03 gpz PIC S9(8)V9(4).
          03 gnx PIC S9(8)V9(4).
          03 gny PIC S9(8)V9(4).
          03 gnz PIC S9(8)V9(4).
          03 gcolor PIC X(1).
    01 num-boxes PIC S9(4) COMP VALUE IS 0.
    01 max-boxes PIC S9(4) COMP VALUE IS 16.
    01 boxes.
       02 box OCCURS 16 TIMES.
          03 bx0 PIC S9(8)V9(4).
          03 by0 PIC S9(8)V9(4).
          03 bz0 PIC S9(8)V9(4).
          03 bx1 PIC S9(8)V9(4).
          03 by1 PIC S9(8)V9(4).
          03 bz1 PIC S9(8)V9(4).
          03 braxis PIC X(1).
          03 brcos PIC S9(8)V9(4).
          03 brsin PIC S9(8)V9(4).
          03 bcolor PIC X(1).
    01 num-cyls PIC S9(4) COMP VALUE IS 0.
    01 max-cyls PIC S9(4) COMP VALUE IS 16.
    01 cyls.
       02 cyl OCCURS 16 TIMES.
          03 cl0x PIC S9(8)V9(4).
          03 cl0y PIC S9(8)V9(4).
          03 cl0z PIC S9(8)V9(4).
          03 cl1x PIC S9(8)V9(4).
          03 cl1y PIC S9(8)V9(4).
          03 cl1z PIC S9(8)V9(4).
          03 clr PIC S9(8)V9(4).
          03 ccolor PIC X(1).
    01 num-ellips PIC S9(4) COMP VALUE IS 0.
    01 max-ellips PIC S9(4) COMP VALUE IS 16.
    01 ellips.
       02 ellip OCCURS 16 TIMES.
          03 eex PIC S9(8)V9(4).
          03 eey PIC S9(8)V9(4).
          03 eez PIC S9(8)V9(4).
          03 eerx PIC S9(8)V9(4).
          03 eery PIC S9(8)V9(4).
          03 eerz PIC S9(8)V9(4).
          03 eraxis PIC X(1).
          03 ercos PIC S9(8)V9(4).
          03 ersin PIC S9(8)V9(4).
          03 ecolor PIC X(1).
    01 num-cones PIC S9(4) COMP VALUE IS 0.
    01 max-cones PIC S9(4) COMP VALUE IS 16.
    01 cones.
       02 cone OCCURS 16 TIMES.
          03 kn0x PIC S9(8)V9(4).
          03 kn0y PIC S9(8)V9(4).
          03 kn0z PIC S9(8)V9(4).
          03 kn1x PIC S9(8)V9(4).
          03 kn1y PIC S9(8)V9(4).
          03 kn1z PIC S9(8)V9(4).
          03 knr0 PIC S9(8)V9(4).
          03 knr1 PIC S9(8)V9(4).
          03 kncolor PIC X(1).
    01 num-toruses PIC S9(4) COMP VALUE IS 0.
    01 max-toruses PIC S9(4) COMP VALUE IS 16.
    01 toruses.
       02 torus OCCURS 16 TIMES.
          03 tocx PIC S9(8)V9(4).
          03 tocy PIC S9(8)V9(4).
          03 tocz PIC S9(8)V9(4).
          03 toax PIC S9(8)V9(4).
          03 toay PIC S9(8)V9(4).
          03 toaz PIC S9(8)V9(4).
          03 tormaj PIC S9(8)V9(4).
          03 tormin PIC S9(8)V9(4).
          03 tocolor PIC X(1).
*>  Room for the renderer's own 512 facets and a showroom's worth of
*>  MESH instances carried out into facets beside them.
    01 num-tris PIC S9(4) COMP VALUE IS 0.
    01 max-tris PIC S9(4) COMP VALUE IS 4096.
    01 tris.
       02 tri OCCURS 4096 TIMES.
          03 tax PIC S9(8)V9(4).
          03 tay PIC S9(8)V9(4).
          03 taz PIC S9(8)V9(4).
          03 tbx PIC S9(8)V9(4).
          03 tby PIC S9(8)V9(4).
          03 tbz PIC S9(8)V9(4).
          03 tcx PIC S9(8)V9(4).
          03 tcy PIC S9(8)V9(4).
          03 tcz PIC S9(8)V9(4).
          03 tcolor PIC X(1).
    01 num-skipped PIC S9(4) COMP VALUE IS 0.
    01 num-dropped PIC S9(4) COMP VALUE IS 0.
    01 clip-seen PIC X(1) VALUE 'N'.
    01 num-occluders PIC S9(4) COMP VALUE IS 0.
    01 oi PIC S9(4) COMP VALUE IS 0.

*>  An XFORM ROT record on a box or ellipsoid slot, parked as the
*>  renderer parks it: axis letter plus cos/sin for the rotated
*>  wrappers to apply per ray.
    01 xf-slot PIC S9(4) COMP VALUE IS 0.
    01 xf-axis PIC X(1) VALUE SPACE.
    01 xf-deg PIC S9(8)V9(4) VALUE IS 0.
    01 xf-rad PIC S9(8)V9(6) VALUE IS 0.
    01 xf-cos PIC S9(8)V9(4) VALUE IS 0.
    01 xf-sin PIC S9(8)V9(4) VALUE IS 0.

*>  The renderer run that resolves the scene (the RENDCMD command, as
*>  SCENEQTY invokes it).
    01 rend-cmd PIC X(80) VALUE SPACES.
    01 sys-cmd PIC X(200) VALUE SPACES.
    01 sys-rc PIC S9(9) COMP VALUE 0.
    01 cmd-ptr PIC S9(4) COMP VALUE 1.

*>  Material codes and how much light each lets through (MATDAT's
*>  ninth token). Anything not listed, or listed as opaque, stops
*>  the light outright.
    01 num-mats PIC S9(4) COMP VALUE IS 0.
    01 mats.
       02 mat OCCURS 16 TIMES.
          03 mcode PIC X(1).
          03 mtransp PIC S9(8)V9(4).
    01 mat-tok1 PIC X(16).
    01 mat-tok2 PIC X(16).
    01 mat-tok3 PIC X(16).
    01 mat-tok4 PIC X(16).
    01 mat-tok5 PIC X(16).
    01 mat-tok6 PIC X(16).
    01 mat-tok7 PIC X(16).
    01 mat-tok8 PIC X(16).
    01 mat-tok9 PIC X(16).
    01 mat-i PIC S9(4) COMP VALUE IS 0.

*>  LIGHTDAT, read the renderer's way: SUN, POINT and SPOT records
*>  with their intensity and color, and the ONLY=/EXCEPT=/NOSHADOW
*>  link tokens lifted out before the positional values are read.
    01 num-lights PIC S9(4) COMP VALUE IS 0.
    01 max-lights PIC S9(4) COMP VALUE IS 8.
    01 lights.
       02 light OCCURS 8 TIMES.
          03 lmode PIC X(1).
          03 lpx PIC S9(8)V9(4).
          03 lpy PIC S9(8)V9(4).
          03 lpz PIC S9(8)V9(4).
          03 lax PIC S9(8)V9(4).
          03 lay PIC S9(8)V9(4).
          03 laz PIC S9(8)V9(4).
          03 lcin PIC S9(8)V9(4).
          03 lcout PIC S9(8)V9(4).
          03 lint PIC S9(8)V9(4).
          03 llum PIC S9(8)V9(4).
          03 lshadow PIC X(1).
          03 llink PIC X(1).
          03 lnlink PIC S9(4) COMP.
          03 llinklay PIC S9(4) COMP OCCURS 8 TIMES.
    01 light-tok1 PIC X(16).
    01 light-tok2 PIC X(16).
    01 light-tok3 PIC X(16).
    01 light-tok4 PIC X(16).
    01 light-tok5 PIC X(16).
    01 light-tok6 PIC X(16).
    01 light-tok7 PIC X(16).
    01 light-tok8 PIC X(16).
    01 light-tok9 PIC X(16).
    01 light-tok10 PIC X(16).
    01 light-tok11 PIC X(16).
    01 light-tok12 PIC X(16).
    01 light-tok13 PIC X(16).
    01 light-tok14 PIC X(16).
    01 lcr PIC S9(8)V9(4) VALUE IS 0.
    01 lcg PIC S9(8)V9(4) VALUE IS 0.
    01 lcb PIC S9(8)V9(4) VALUE IS 0.
    01 spot-deg PIC S9(8)V9(4) VALUE IS 0.
    01 spot-span PIC S9(8)V9(4) VALUE IS 0.
    01 spot-rad PIC S9(8)V9(6) VALUE IS 0.
    01 pi-const PIC S9(1)V9(8) VALUE IS 3.14159265.
    01 li PIC S9(4) COMP VALUE IS 0.
    01 ll-src PIC X(80).
    01 ll-tok PIC X(40).
    01 ll-list PIC X(40).
    01 ll-pieces.
       02 ll-piece PIC X(8) OCCURS 8 TIMES.
    01 ll-ptr PIC S9(4) COMP VALUE IS 0.
    01 ll-out PIC S9(4) COMP VALUE IS 0.
    01 ll-mode PIC X(1) VALUE SPACE.
    01 ll-shadow PIC X(1) VALUE 'Y'.
    01 ll-n PIC S9(4) COMP VALUE IS 0.
    01 ll-lays.
       02 ll-lay PIC S9(4) COMP OCCURS 8 TIMES.
    01 ll-k PIC S9(4) COMP VALUE IS 0.
    01 ll-before PIC S9(4) COMP VALUE IS 0.
    01 ll-inlist PIC X(1) VALUE 'N'.
    01 ll-lit PIC X(1) VALUE 'Y'.

*>  The survey itself: a horizontal plane at sv-z, the X/Y window
*>  over it cut into sv-cols by sv-rows cells, each sampled at its
*>  centre. Row 1 is the low-Y edge, so the grid reads down the
*>  page the way PATHMAP's yard plan does.
    01 sv-parm PIC X(100).
    01 sv-toks.
       02 sv-tok PIC X(24) OCCURS 8 TIMES.
    01 sv-t PIC S9(4) COMP VALUE IS 0.
    01 sv-arg PIC X(24).
    01 sv-arg1 PIC X(12).
    01 sv-arg2 PIC X(12).
    01 sv-z PIC S9(8)V9(4) VALUE IS 0.
    01 sv-z-given PIC X(1) VALUE 'N'.
    01 sv-x0 PIC S9(8)V9(4) VALUE IS -5.
    01 sv-x1 PIC S9(8)V9(4) VALUE IS 5.
    01 sv-y0 PIC S9(8)V9(4) VALUE IS -5.
    01 sv-y1 PIC S9(8)V9(4) VALUE IS 5.
    01 sv-cols PIC S9(4) COMP VALUE IS 10.
    01 sv-rows PIC S9(4) COMP VALUE IS 8.
    01 sv-min PIC S9(8)V9(4) VALUE IS 0.
    01 sv-layer PIC S9(4) COMP VALUE IS 0.
    01 sv-ppm PIC X(1) VALUE 'N'.
       88 sv-ppm-yes VALUE 'Y'.
    01 sv-bad PIC X(1) VALUE 'N'.
       88 sv-bad-yes VALUE 'Y'.
    01 sv-scene PIC X(16) VALUE SPACES.
    01 sv-short PIC X(1) VALUE 'N'.
       88 sv-short-yes VALUE 'Y'.
    01 sv-grid.
       02 sv-row OCCURS 40 TIMES.
          03 sv-val PIC S9(8)V9(4) OCCURS 10 TIMES.
    01 sv-r PIC S9(4) COMP VALUE IS 0.
    01 sv-c PIC S9(4) COMP VALUE IS 0.
    01 sv-stepx PIC S9(8)V9(6) VALUE IS 0.
    01 sv-stepy PIC S9(8)V9(6) VALUE IS 0.
    01 sv-px PIC S9(8)V9(4) VALUE IS 0.
    01 sv-py PIC S9(8)V9(4) VALUE IS 0.
    01 sv-e PIC S9(8)V9(4) VALUE IS 0.

*>  One light's contribution at one point, and the shadow ray that
*>  decides how much of it arrives.
    01 lx-dx PIC S9(8)V9(4) VALUE IS 0.
    01 lx-dy PIC S9(8)V9(4) VALUE IS 0.
    01 lx-dz PIC S9(8)V9(4) VALUE IS 0.
    01 lx-d2 PIC S9(8)V9(6) VALUE IS 0.
    01 lx-sq PIC S9(8)V9(6) VALUE IS 0.
    01 lx-dist PIC S9(8)V9(6) VALUE IS 0.
    01 lx-cos PIC S9(8)V9(6) VALUE IS 0.
    01 lx-spot PIC S9(8)V9(6) VALUE IS 0.
    01 lx-e PIC S9(8)V9(6) VALUE IS 0.
    01 lx-trans PIC S9(8)V9(6) VALUE IS 0.
    01 lx-code PIC X(1).
    01 ray-ox PIC S9(8)V9(4) VALUE IS 0.
    01 ray-oy PIC S9(8)V9(4) VALUE IS 0.
    01 ray-oz PIC S9(8)V9(4) VALUE IS 0.
    01 ray-tmin PIC S9(8)V9(4) VALUE IS 0.01.
    01 ray-tmax PIC S9(8)V9(4) VALUE IS 0.
    01 ret PIC S9(8)V9(4) VALUE IS 0.
    01 tout PIC S9(8)V9(4) VALUE IS 0.
    01 hnx PIC S9(8)V9(4) VALUE IS 0.
    01 hny PIC S9(8)V9(4) VALUE IS 0.
    01 hnz PIC S9(8)V9(4) VALUE IS 0.
    01 tri-bu PIC S9(8)V9(4) VALUE IS 0.
    01 tri-bv PIC S9(8)V9(4) VALUE IS 0.

    01 st-min PIC S9(8)V9(4) VALUE IS 0.
    01 st-max PIC S9(8)V9(4) VALUE IS 0.
    01 st-sum PIC S9(8)V9(4) VALUE IS 0.
    01 st-avg PIC S9(8)V9(4) VALUE IS 0.
    01 st-u0 PIC S9(8)V9(4) VALUE IS 0.
    01 st-ud PIC S9(8)V9(4) VALUE IS 0.
    01 st-cells PIC S9(4) COMP VALUE IS 0.
    01 st-low PIC S9(4) COMP VALUE IS 0.
    01 st-min-x PIC S9(8)V9(4) VALUE IS 0.
    01 st-min-y PIC S9(8)V9(4) VALUE IS 0.
    01 st-max-x PIC S9(8)V9(4) VALUE IS 0.
    01 st-max-y PIC S9(8)V9(4) VALUE IS 0.

    01 grid-line PIC X(80).
    01 grid-ptr PIC S9(4) COMP VALUE IS 0.
    01 cell-ed PIC ZZ9.99.
    01 cell-flag PIC X(1).
    01 coord-ed PIC ----9.99.
    01 coord2-ed PIC ----9.99.
    01 val-ed PIC ZZZZ9.99.
    01 ratio-ed PIC 9.99.
    01 count-ed PIC ZZZ9.
    01 count2-ed PIC ZZZ9.
    01 col-ed PIC Z9.

*>  Heat map: every cell an 8x8 block, blue through green to red as
*>  the cell runs from dark to the survey's brightest.
    01 ppm-block PIC S9(4) COMP VALUE IS 8.
    01 ppm-w PIC S9(4) COMP VALUE IS 0.
    01 ppm-h PIC S9(4) COMP VALUE IS 0.
    01 ppm-y PIC S9(4) COMP VALUE IS 0.
    01 ppm-x PIC S9(4) COMP VALUE IS 0.
    01 ppm-frac PIC S9(4)V9(6) VALUE IS 0.
    01 ppm-r PIC 9(3) VALUE IS 0.
    01 ppm-g PIC 9(3) VALUE IS 0.
    01 ppm-b PIC 9(3) VALUE IS 0.
    01 ppm-r-ed PIC ZZ9.
    01 ppm-g-ed PIC ZZ9.
    01 ppm-b-ed PIC ZZ9.
    01 ppm-line PIC X(80).
    01 ppm-w-ed PIC ZZZ9.
    01 ppm-h-ed PIC ZZZ9.

*>  Shade study (SHADE=dsn): the dataset holds one sun position a
*>  record - "label dx dy dz elevation", the direction toward the sun
*>  in scene axes, as SUNPOS writes it for each hour of a day - and
*>  every cell of the window casts a sun-only shadow ray along it.
*>  A cell counts as shaded when less than half the sun gets through.
*>  A sun at or below the horizon shades everything.
    01 sh-mode PIC X(1) VALUE 'N'.
       88 sh-mode-on VALUE 'Y'.
    01 sh-fname PIC X(16) VALUE SPACES.
    01 sh-eof PIC X(1) VALUE 'N'.
       88 sh-eof-yes VALUE 'Y'.
    01 sh-label PIC X(8).
    01 sh-tok1 PIC X(16).
    01 sh-tok2 PIC X(16).
    01 sh-tok3 PIC X(16).
    01 sh-tok4 PIC X(16).
    01 sh-dx PIC S9(8)V9(4) VALUE IS 0.
    01 sh-dy PIC S9(8)V9(4) VALUE IS 0.
    01 sh-dz PIC S9(8)V9(4) VALUE IS 0.
    01 sh-elev PIC S9(4)V9(2) VALUE IS 0.
    01 sh-hits PIC S9(4) COMP VALUE IS 0.
    01 sh-pct PIC S9(4)V9(2) VALUE IS 0.
    01 sh-times PIC S9(4) COMP VALUE IS 0.
    01 sh-worst PIC S9(4)V9(2) VALUE IS -1.
    01 sh-worst-label PIC X(8) VALUE SPACES.
    01 sh-best PIC S9(4)V9(2) VALUE IS 101.
    01 sh-best-label PIC X(8) VALUE SPACES.
    01 sh-bar PIC X(20).
    01 sh-bar-n PIC S9(4) COMP VALUE IS 0.
    01 sh-elev-ed PIC ---9.9.
    01 sh-pct-ed PIC ZZ9.9.

*>  Lighting layouts used to be judged off rendered frames, which
*>  show what the camera sees rather than how much light lands where
*>  people work. This loads the renderer's own scene, LIGHTDAT
*>  and MATDAT and samples a grid of points on a horizontal plane -
*>  the floor by default, or a shelf or bench height - adding up
*>  what every light delivers there: a sun by its angle alone, a
*>  point or spot light by its angle over the square of its distance
*>  (the renderer doesn't fall light off with distance; a survey
*>  has to), a spot's pool by the same cone and edge weighting the
*>  renderer uses. Each light's shadow ray runs through the same
*>  intersect subprograms; a blocker whose material has a MATDAT
*>  transparency passes that fraction on, anything else stops the
*>  light. Light links are honoured against the survey surface's
*>  layer, and a NOSHADOW light is never blocked. The scene is the
*>  one the renderer would draw: the renderer (RENDCMD, as SCENEQTY
*>  runs it) is run with FLATTRI first, so SCENELIB includes, XFORM,
*>  CSG pairs, MODELDAT and TERRDAT facets and every MESH instance
*>  carried out into facets all come back resolved in SCENEFLAT and
*>  cast their shadows from where the render puts them. A CLIP
*>  cutaway is a way of looking into the scene, not a change to it,
*>  so the geometry it cuts away still casts shadows here.
*>  PARM, any order:
*>    "Z=h"        survey height (default: the first level plane's
*>                 height, else 0)
*>    "X=x0,x1"    "Y=y0,y1"   the window (default -5 to 5 each way)
*>    "GRID=c,r"   cells across and down (default 10,8; up to 10,40)
*>    "MIN=v"      flag cells below v (and set RC 4)
*>    "LAYER=n"    the surface's layer for ONLY=/EXCEPT= links
*>    "PPM"        also write the false-color heat map to LUXPPM
*>    "SHADE=dsn"  instead of the survey, report how much of the
*>                 window lies in shadow at each sun position in dsn
*>    "SCENE=name" survey the SCENELIB scene name, not SCENEDAT
*>  RC: 0 clean, 4 cells below MIN, an INCLUDE the renderer could not
*>  resolve or objects past a table's end, 8 bad PARM, no SHADE
*>  dataset or no scene from the renderer.
PROCEDURE DIVISION.
    ACCEPT sv-parm FROM COMMAND-LINE
    PERFORM PARSE-SURVEY-PARM
    IF sv-bad-yes THEN
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM RESOLVE-SCENE
    PERFORM LOAD-SCENE
    PERFORM LOAD-MATDAT
    IF NOT sh-mode-on THEN
       PERFORM LOAD-LIGHTS
    END-IF

    IF sv-z-given NOT = 'Y' THEN
       MOVE 0 TO sv-z
       IF num-planes > 0 THEN
          IF gnz(1) > 0.99 OR gnz(1) < -0.99 THEN
             MOVE gpz(1) TO sv-z
          END-IF
       END-IF
    END-IF

    COMPUTE sv-stepx = sv-x1 - sv-x0
    COMPUTE sv-stepx = sv-stepx / sv-cols
    COMPUTE sv-stepy = sv-y1 - sv-y0
    COMPUTE sv-stepy = sv-stepy / sv-rows
    IF sh-mode-on THEN
       PERFORM SHADE-STUDY
       IF RETURN-CODE = 0 AND sv-short-yes THEN
          MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN
    END-IF
    PERFORM VARYING sv-r FROM 1 BY 1 UNTIL sv-r > sv-rows
       PERFORM VARYING sv-c FROM 1 BY 1 UNTIL sv-c > sv-cols
          PERFORM CELL-CENTRE
          PERFORM SURVEY-POINT
          MOVE sv-e TO sv-val(sv-r, sv-c)
       END-PERFORM
    END-PERFORM
*>  The intersect routines leave their trap counts in RETURN-CODE;
*>  this step's own code starts from here.
    MOVE 0 TO RETURN-CODE

    PERFORM WORK-OUT-STATS
    PERFORM PRINT-SURVEY
    IF sv-ppm-yes THEN
       PERFORM WRITE-HEAT-MAP
    END-IF

    IF st-low > 0 OR sv-short-yes THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

PARSE-SURVEY-PARM.
    MOVE SPACES TO sv-toks
    UNSTRING sv-parm DELIMITED BY ALL SPACES
       INTO sv-tok(1), sv-tok(2), sv-tok(3), sv-tok(4),
            sv-tok(5), sv-tok(6), sv-tok(7), sv-tok(8)
    PERFORM VARYING sv-t FROM 1 BY 1 UNTIL sv-t > 8
       MOVE sv-tok(sv-t) TO sv-arg
       MOVE SPACES TO sv-arg1, sv-arg2
       EVALUATE TRUE
          WHEN sv-arg = SPACES
             CONTINUE
          WHEN sv-arg(1:2) = 'Z=' OR sv-arg(1:2) = 'z='
             MOVE sv-arg(3:12) TO sv-arg1
             PERFORM CHECK-SURVEY-NUMBER
             COMPUTE sv-z = FUNCTION NUMVAL(sv-arg1)
             MOVE 'Y' TO sv-z-given
          WHEN sv-arg(1:2) = 'X=' OR sv-arg(1:2) = 'x='
             UNSTRING sv-arg(3:22) DELIMITED BY ','
                INTO sv-arg1, sv-arg2
             PERFORM CHECK-SURVEY-PAIR
             COMPUTE sv-x0 = FUNCTION NUMVAL(sv-arg1)
             COMPUTE sv-x1 = FUNCTION NUMVAL(sv-arg2)
          WHEN sv-arg(1:2) = 'Y=' OR sv-arg(1:2) = 'y='
             UNSTRING sv-arg(3:22) DELIMITED BY ','
                INTO sv-arg1, sv-arg2
             PERFORM CHECK-SURVEY-PAIR
             COMPUTE sv-y0 = FUNCTION NUMVAL(sv-arg1)
             COMPUTE sv-y1 = FUNCTION NUMVAL(sv-arg2)
          WHEN sv-arg(1:5) = 'GRID=' OR sv-arg(1:5) = 'grid='
             UNSTRING sv-arg(6:19) DELIMITED BY ','
                INTO sv-arg1, sv-arg2
             PERFORM CHECK-SURVEY-PAIR
             COMPUTE sv-cols = FUNCTION NUMVAL(sv-arg1)
             COMPUTE sv-rows = FUNCTION NUMVAL(sv-arg2)
          WHEN sv-arg(1:4) = 'MIN=' OR sv-arg(1:4) = 'min='
             MOVE sv-arg(5:12) TO sv-arg1
             PERFORM CHECK-SURVEY-NUMBER
             COMPUTE sv-min = FUNCTION NUMVAL(sv-arg1)
          WHEN sv-arg(1:6) = 'LAYER=' OR sv-arg(1:6) = 'layer='
             MOVE sv-arg(7:12) TO sv-arg1
             PERFORM CHECK-SURVEY-NUMBER
             COMPUTE sv-layer = FUNCTION NUMVAL(sv-arg1)
          WHEN sv-arg = 'PPM' OR sv-arg = 'ppm'
             MOVE 'Y' TO sv-ppm
          WHEN sv-arg(1:6) = 'SHADE=' OR sv-arg(1:6) = 'shade='
             MOVE sv-arg(7:16) TO sh-fname
             MOVE 'Y' TO sh-mode
             IF sh-fname = SPACES THEN
                DISPLAY 'LUXSURV: SHADE= needs a dataset name'
                MOVE 'Y' TO sv-bad
             END-IF
          WHEN sv-arg(1:6) = 'SCENE=' OR sv-arg(1:6) = 'scene='
             MOVE sv-arg(7:16) TO sv-scene
             IF sv-scene = SPACES THEN
                DISPLAY 'LUXSURV: SCENE= needs a scene name'
                MOVE 'Y' TO sv-bad
             END-IF
          WHEN OTHER
             DISPLAY 'LUXSURV: unknown PARM token "'
                FUNCTION TRIM(sv-arg) '"'
             MOVE 'Y' TO sv-bad
       END-EVALUATE
    END-PERFORM
    IF sv-bad-yes THEN
       EXIT PARAGRAPH
    END-IF
    IF sv-cols < 1 OR sv-cols > 10 OR sv-rows < 1 OR sv-rows > 40 THEN
       DISPLAY 'LUXSURV: GRID= must be 1-10 cells across and 1-40 '
          'down'
       MOVE 'Y' TO sv-bad
    END-IF
    IF sv-x1 <= sv-x0 OR sv-y1 <= sv-y0 THEN
       DISPLAY 'LUXSURV: X= and Y= need the low edge first'
       MOVE 'Y' TO sv-bad
    END-IF.

CHECK-SURVEY-NUMBER.
    IF sv-arg1 = SPACES OR FUNCTION TEST-NUMVAL(sv-arg1) NOT = 0 THEN
       DISPLAY 'LUXSURV: "' FUNCTION TRIM(sv-arg) '" needs a number'
       MOVE 'Y' TO sv-bad
       MOVE '0' TO sv-arg1
    END-IF.

CHECK-SURVEY-PAIR.
    IF sv-arg1 = SPACES OR sv-arg2 = SPACES
       OR FUNCTION TEST-NUMVAL(sv-arg1) NOT = 0
       OR FUNCTION TEST-NUMVAL(sv-arg2) NOT = 0 THEN
       DISPLAY 'LUXSURV: "' FUNCTION TRIM(sv-arg)
          '" needs two numbers, comma separated'
       MOVE 'Y' TO sv-bad
       MOVE '0' TO sv-arg1
       MOVE '0' TO sv-arg2
    END-IF.

*>  The scene as the renderer resolves it: the renderer (RENDCMD, as
*>  SCENEQTY runs it) on the smallest frame with FLATTRI, so it stops
*>  once every SCENELIB include, XFORM, CSG pair, MODELDAT and TERRDAT
*>  facet and MESH instance is in its tables and writes them out to
*>  SCENEFLAT. SCENEFLAT is emptied first so a renderer that dies
*>  early cannot leave a previous scene behind to be surveyed. RC 4
*>  from the renderer is an INCLUDE it could not find - the rest of
*>  the scene still came out, so the survey goes on and ends RC 4.
RESOLVE-SCENE.
    ACCEPT rend-cmd FROM ENVIRONMENT "RENDCMD"
    IF rend-cmd = SPACES THEN
       MOVE "./raycaster" TO rend-cmd
    END-IF
    MOVE SPACES TO sys-cmd
    MOVE 1 TO cmd-ptr
    STRING FUNCTION TRIM(rend-cmd) DELIMITED BY SIZE
           ' 1 1' DELIMITED BY SIZE
           INTO sys-cmd WITH POINTER cmd-ptr
    IF sv-scene NOT = SPACES THEN
       STRING ' SCENE=' DELIMITED BY SIZE
              FUNCTION TRIM(sv-scene) DELIMITED BY SIZE
              INTO sys-cmd WITH POINTER cmd-ptr
    END-IF
    STRING ' FLATTRI' DELIMITED BY SIZE
           INTO sys-cmd WITH POINTER cmd-ptr
    OPEN OUTPUT SCENE-FILE
    CLOSE SCENE-FILE
    CALL 'SYSTEM' USING sys-cmd
    MOVE RETURN-CODE TO sys-rc
    MOVE 0 TO RETURN-CODE
    IF sys-rc > 255 THEN
       DIVIDE 256 INTO sys-rc
    END-IF
    EVALUATE sys-rc
       WHEN 0
          CONTINUE
       WHEN 4
          DISPLAY 'LUXSURV: the scene has an INCLUDE the renderer could '
             'not resolve - surveyed without it'
          MOVE 'Y' TO sv-short
       WHEN OTHER
          DISPLAY 'LUXSURV: renderer failed, RC ' sys-rc
             ' - no scene to survey'
          MOVE 8 TO RETURN-CODE
          STOP RUN
    END-EVALUATE.

LOAD-SCENE.
    OPEN INPUT SCENE-FILE
    IF scene-file-status NOT = '00' THEN
       DISPLAY 'LUXSURV: no SCENEFLAT from the renderer'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL scene-eof-yes
       READ SCENE-FILE INTO scene-rec
          AT END MOVE 'Y' TO scene-eof
       END-READ
       IF NOT scene-eof-yes AND scene-rec NOT = SPACES
          AND scene-rec(1:1) NOT = '*' THEN
          PERFORM LOAD-SCENE-RECORD
       END-IF
    END-PERFORM
    CLOSE SCENE-FILE
    IF num-dropped > 0 THEN
       MOVE num-dropped TO count-ed
       DISPLAY 'LUXSURV: ' FUNCTION TRIM(count-ed) ' object(s) past '
          'the end of a table - surveyed without them'
       MOVE 'Y' TO sv-short
    END-IF
    IF clip-seen = 'Y' THEN
       DISPLAY 'LUXSURV: CLIP cutaway not applied - what it cuts away '
          'still casts shadows'
    END-IF.

*>  The renderer's record layouts, token for token, as FLATTRI
*>  writes them: no layer numbers, TRANSLATE and SCALE already worked
*>  into the coordinates, and a box's or ellipsoid's rotation left
*>  as an XFORM ROT record on its slot.
LOAD-SCENE-RECORD.
    MOVE SPACES TO scene-kind, scene-tok1, scene-tok2, scene-tok3,
       scene-tok4, scene-tok5, scene-tok6, scene-tok7, scene-tok8,
       scene-tok9, scene-tok10
    UNSTRING scene-rec DELIMITED BY ALL SPACES
       INTO scene-kind, scene-tok1, scene-tok2, scene-tok3,
            scene-tok4, scene-tok5, scene-tok6, scene-tok7,
            scene-tok8, scene-tok9, scene-tok10
    EVALUATE scene-kind
       WHEN 'SPHERE'
          IF num-spheres < max-spheres THEN
             ADD 1 TO num-spheres
             COMPUTE sx(num-spheres) = FUNCTION NUMVAL(scene-tok1)
             COMPUTE sy(num-spheres) = FUNCTION NUMVAL(scene-tok2)
             COMPUTE sz(num-spheres) = FUNCTION NUMVAL(scene-tok3)
             COMPUTE sr(num-spheres) = FUNCTION NUMVAL(scene-tok4)
             MOVE 'W' TO scolor(num-spheres)
             IF scene-tok5 NOT = SPACES THEN
                MOVE scene-tok5(1:1) TO scolor(num-spheres)
             END-IF
             MOVE SPACE TO scsg-op(num-spheres)
             MOVE 0 TO scsg-with(num-spheres)
             MOVE 'N' TO sabsorbed(num-spheres)
          ELSE
             ADD 1 TO num-dropped
          END-IF
       WHEN 'PLANE'
          IF num-planes < max-planes THEN
             ADD 1 TO num-planes
             COMPUTE gpx(num-planes) = FUNCTION NUMVAL(scene-tok1)
             COMPUTE gpy(num-planes) = FUNCTION NUMVAL(scene-tok2)
             COMPUTE gpz(num-planes) = FUNCTION NUMVAL(scene-tok3)
             COMPUTE gnx(num-planes) = FUNCTION NUMVAL(scene-tok4)
             COMPUTE gny(num-planes) = FUNCTION NUMVAL(scene-tok5)
             COMPUTE gnz(num-planes) = FUNCTION NUMVAL(scene-tok6)
             IF gnx(num-planes) = 0 AND gny(num-planes) = 0
                AND gnz(num-planes) = 0 THEN
                MOVE 1.00 TO gnz(num-planes)
             END-IF
             CALL 'VNORM' USING gnx(num-planes), gny(num-planes),
                gnz(num-planes)
             MOVE 'W' TO gcolor(num-planes)
             IF scene-tok7 NOT = SPACES THEN
                MOVE scene-tok7(1:1) TO gcolor(num-planes)
             END-IF
          ELSE
             ADD 1 TO num-dropped
          END-IF
       WHEN 'BOX'
          IF num-boxes < max-boxes THEN
             ADD 1 TO num-boxes
             COMPUTE bx0(num-boxes) = FUNCTION NUMVAL(scene-tok1)
             COMPUTE by0(num-boxes) = FUNCTION NUMVAL(scene-tok2)
             COMPUTE bz0(num-boxes) = FUNCTION NUMVAL(scene-tok3)
             COMPUTE bx1(num-boxes) = FUNCTION NUMVAL(scene-tok4)
             COMPUTE by1(num-boxes) = FUNCTION NUMVAL(scene-tok5)
             COMPUTE bz1(num-boxes) = FUNCTION NUMVAL(scene-tok6)
             MOVE SPACE TO braxis(num-boxes)
             MOVE 'W' TO bcolor(num-boxes)
             IF scene-tok7 NOT = SPACES THEN
                MOVE scene-tok7(1:1) TO bcolor(num-boxes)
             END-IF
          ELSE
             ADD 1 TO num-dropped
          END-IF
       WHEN 'CYL'
          IF num-cyls < max-cyls THEN
             ADD 1 TO num-cyls
             PERFORM LOAD-CYL-RECORD
          ELSE
             ADD 1 TO num-dropped
          END-IF
       WHEN 'ELLIP'
          IF num-ellips < max-ellips THEN
             ADD 1 TO num-ellips
             COMPUTE eex(num-ellips) = FUNCTION NUMVAL(scene-tok1)
             COMPUTE eey(num-ellips) = FUNCTION NUMVAL(scene-tok2)
             COMPUTE eez(num-ellips) = FUNCTION NUMVAL(scene-tok3)
             COMPUTE eerx(num-ellips) = FUNCTION NUMVAL(scene-tok4)
             COMPUTE eery(num-ellips) = FUNCTION NUMVAL(scene-tok5)
             COMPUTE eerz(num-ellips) = FUNCTION NUMVAL(scene-tok6)
             MOVE SPACE TO eraxis(num-ellips)
             MOVE 'W' TO ecolor(num-ellips)
             IF scene-tok7 NOT = SPACES THEN
                MOVE scene-tok7(1:1) TO ecolor(num-ellips)
             END-IF
          ELSE
             ADD 1 TO num-dropped
          END-IF
       WHEN 'CONE'
          IF num-cones < max-cones THEN
             ADD 1 TO num-cones
             COMPUTE kn0x(num-cones) = FUNCTION NUMVAL(scene-tok1)
             COMPUTE kn0y(num-cones) = FUNCTION NUMVAL(scene-tok2)
             COMPUTE kn0z(num-cones) = FUNCTION NUMVAL(scene-tok3)
             COMPUTE kn1x(num-cones) = FUNCTION NUMVAL(scene-tok4)
             COMPUTE kn1y(num-cones) = FUNCTION NUMVAL(scene-tok5)
             COMPUTE kn1z(num-cones) = FUNCTION NUMVAL(scene-tok6)
             COMPUTE knr0(num-cones) = FUNCTION NUMVAL(scene-tok7)
             COMPUTE knr1(num-cones) = FUNCTION NUMVAL(scene-tok8)
             IF knr0(num-cones) < 0 THEN
                MOVE 0 TO knr0(num-cones)
             END-IF
             IF knr1(num-cones) < 0 THEN
                MOVE 0 TO knr1(num-cones)
             END-IF
             MOVE 'W' TO kncolor(num-cones)
             IF scene-tok9 NOT = SPACES THEN
                MOVE scene-tok9(1:1) TO kncolor(num-cones)
             END-IF
          ELSE
             ADD 1 TO num-dropped
          END-IF
       WHEN 'TORUS'
          IF num-toruses < max-toruses THEN
             ADD 1 TO num-toruses
             COMPUTE tocx(num-toruses) = FUNCTION NUMVAL(scene-tok1)
             COMPUTE tocy(num-toruses) = FUNCTION NUMVAL(scene-tok2)
             COMPUTE tocz(num-toruses) = FUNCTION NUMVAL(scene-tok3)
             COMPUTE toax(num-toruses) = FUNCTION NUMVAL(scene-tok4)
             COMPUTE toay(num-toruses) = FUNCTION NUMVAL(scene-tok5)
             COMPUTE toaz(num-toruses) = FUNCTION NUMVAL(scene-tok6)
             COMPUTE tormaj(num-toruses) = FUNCTION NUMVAL(scene-tok7)
             COMPUTE tormin(num-toruses) = FUNCTION NUMVAL(scene-tok8)
             IF toax(num-toruses) = 0 AND toay(num-toruses) = 0
                AND toaz(num-toruses) = 0 THEN
                MOVE 1.00 TO toaz(num-toruses)
             END-IF
             CALL 'VNORM' USING toax(num-toruses), toay(num-toruses),
                toaz(num-toruses)
             IF tormaj(num-toruses) < 0 THEN
                MOVE 0 TO tormaj(num-toruses)
             END-IF
             IF tormin(num-toruses) < 0 THEN
                MOVE 0 TO tormin(num-toruses)
             END-IF
             MOVE 'W' TO tocolor(num-toruses)
             IF scene-tok9 NOT = SPACES THEN
                MOVE scene-tok9(1:1) TO tocolor(num-toruses)
             END-IF
          ELSE
             ADD 1 TO num-dropped
          END-IF
       WHEN 'TRI'
          IF num-tris < max-tris THEN
             ADD 1 TO num-tris
             COMPUTE tax(num-tris) = FUNCTION NUMVAL(scene-tok1)
             COMPUTE tay(num-tris) = FUNCTION NUMVAL(scene-tok2)
             COMPUTE taz(num-tris) = FUNCTION NUMVAL(scene-tok3)
             COMPUTE tbx(num-tris) = FUNCTION NUMVAL(scene-tok4)
             COMPUTE tby(num-tris) = FUNCTION NUMVAL(scene-tok5)
             COMPUTE tbz(num-tris) = FUNCTION NUMVAL(scene-tok6)
             COMPUTE tcx(num-tris) = FUNCTION NUMVAL(scene-tok7)
             COMPUTE tcy(num-tris) = FUNCTION NUMVAL(scene-tok8)
             COMPUTE tcz(num-tris) = FUNCTION NUMVAL(scene-tok9)
             MOVE 'W' TO tcolor(num-tris)
             IF scene-tok10 NOT = SPACES THEN
                MOVE scene-tok10(1:1) TO tcolor(num-tris)
             END-IF
          ELSE
             ADD 1 TO num-dropped
          END-IF
       WHEN 'CSG'
          PERFORM LOAD-CSG-RECORD
       WHEN 'XFORM'
          PERFORM LOAD-XFORM-RECORD
       WHEN 'CLIP'
          MOVE 'Y' TO clip-seen
       WHEN OTHER
          ADD 1 TO num-skipped
    END-EVALUATE.

*>  "CSG DIFF|ISECT a b" on two loaded sphere slots, checked the way
*>  the renderer checks it: the pair rides on a, and b is never
*>  tested on its own again.
LOAD-CSG-RECORD.
    COMPUTE csg-a = FUNCTION NUMVAL(scene-tok2)
    COMPUTE csg-b = FUNCTION NUMVAL(scene-tok3)
    IF csg-a < 1 OR csg-a > num-spheres OR csg-b < 1
       OR csg-b > num-spheres OR csg-a = csg-b
       OR (scene-tok1 NOT = 'DIFF' AND scene-tok1 NOT = 'ISECT') THEN
       ADD 1 TO num-skipped
       EXIT PARAGRAPH
    END-IF
    MOVE scene-tok1(1:1) TO scsg-op(csg-a)
    MOVE csg-b TO scsg-with(csg-a)
    IF sabsorbed(csg-b) NOT = 'Y' THEN
       MOVE 'Y' TO sabsorbed(csg-b)
       ADD 1 TO num-absorbed
    END-IF.

*>  "XFORM BOX|ELLIP slot ROTa degrees": parked on the slot for the
*>  rotated intersect wrappers, with the renderer's own arithmetic.
LOAD-XFORM-RECORD.
    COMPUTE xf-slot = FUNCTION NUMVAL(scene-tok2)
    IF scene-tok3(1:3) NOT = 'ROT' OR scene-tok3(4:1) = SPACE THEN
       ADD 1 TO num-skipped
       EXIT PARAGRAPH
    END-IF
    MOVE scene-tok3(4:1) TO xf-axis
    COMPUTE xf-deg = FUNCTION NUMVAL(scene-tok4)
    COMPUTE xf-rad = xf-deg * pi-const
    COMPUTE xf-rad = xf-rad / 180
    COMPUTE xf-cos = FUNCTION COS(xf-rad)
    COMPUTE xf-sin = FUNCTION SIN(xf-rad)
    EVALUATE TRUE
       WHEN scene-tok1 = 'BOX' AND xf-slot >= 1
          AND xf-slot <= num-boxes
          MOVE xf-axis TO braxis(xf-slot)
          MOVE xf-cos TO brcos(xf-slot)
          MOVE xf-sin TO brsin(xf-slot)
       WHEN scene-tok1 = 'ELLIP' AND xf-slot >= 1
          AND xf-slot <= num-ellips
          MOVE xf-axis TO eraxis(xf-slot)
          MOVE xf-cos TO ercos(xf-slot)
          MOVE xf-sin TO ersin(xf-slot)
       WHEN OTHER
          ADD 1 TO num-skipped
    END-EVALUATE.

*>  Both CYL forms: the general "x0 y0 z0 x1 y1 z1 r [color]" shows
*>  itself by a number still sitting at token six.
LOAD-CYL-RECORD.
    IF scene-tok7 NOT = SPACES AND
       (scene-tok6(1:1) >= '0' AND scene-tok6(1:1) <= '9'
        OR scene-tok6(1:1) = '-' OR scene-tok6(1:1) = '.') THEN
       COMPUTE cl0x(num-cyls) = FUNCTION NUMVAL(scene-tok1)
       COMPUTE cl0y(num-cyls) = FUNCTION NUMVAL(scene-tok2)
       COMPUTE cl0z(num-cyls) = FUNCTION NUMVAL(scene-tok3)
       COMPUTE cl1x(num-cyls) = FUNCTION NUMVAL(scene-tok4)
       COMPUTE cl1y(num-cyls) = FUNCTION NUMVAL(scene-tok5)
       COMPUTE cl1z(num-cyls) = FUNCTION NUMVAL(scene-tok6)
       COMPUTE clr(num-cyls) = FUNCTION NUMVAL(scene-tok7)
       MOVE 'W' TO ccolor(num-cyls)
       IF scene-tok8 NOT = SPACES THEN
          MOVE scene-tok8(1:1) TO ccolor(num-cyls)
       END-IF
    ELSE
       COMPUTE cl0x(num-cyls) = FUNCTION NUMVAL(scene-tok1)
       COMPUTE cl0y(num-cyls) = FUNCTION NUMVAL(scene-tok2)
       COMPUTE cl0z(num-cyls) = FUNCTION NUMVAL(scene-tok3)
       MOVE cl0x(num-cyls) TO cl1x(num-cyls)
       MOVE cl0y(num-cyls) TO cl1y(num-cyls)
       COMPUTE cl1z(num-cyls) = FUNCTION NUMVAL(scene-tok4)
       COMPUTE clr(num-cyls) = FUNCTION NUMVAL(scene-tok5)
       MOVE 'W' TO ccolor(num-cyls)
       IF scene-tok6 NOT = SPACES THEN
          MOVE scene-tok6(1:1) TO ccolor(num-cyls)
       END-IF
    END-IF.

LOAD-MATDAT.
    OPEN INPUT MAT-FILE
    IF mat-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL mat-eof-yes OR num-mats >= 16
       READ MAT-FILE INTO mat-rec
          AT END MOVE 'Y' TO mat-eof
       END-READ
       IF NOT mat-eof-yes AND mat-rec NOT = SPACES THEN
          MOVE SPACES TO mat-tok1, mat-tok2, mat-tok3, mat-tok4,
             mat-tok5, mat-tok6, mat-tok7, mat-tok8, mat-tok9
          UNSTRING mat-rec DELIMITED BY ALL SPACES
             INTO mat-tok1, mat-tok2, mat-tok3, mat-tok4, mat-tok5,
                  mat-tok6, mat-tok7, mat-tok8, mat-tok9
          ADD 1 TO num-mats
          MOVE mat-tok1(1:1) TO mcode(num-mats)
          MOVE 0 TO mtransp(num-mats)
          IF mat-tok9 NOT = SPACES THEN
             COMPUTE mtransp(num-mats) = FUNCTION NUMVAL(mat-tok9)
          END-IF
          IF mtransp(num-mats) < 0 THEN
             MOVE 0 TO mtransp(num-mats)
          END-IF
          IF mtransp(num-mats) > 1 THEN
             MOVE 1 TO mtransp(num-mats)
          END-IF
       END-IF
    END-PERFORM
    CLOSE MAT-FILE.

*>  No LIGHTDAT means the renderer's one classic sun, and so it
*>  means the same here.
LOAD-LIGHTS.
    OPEN INPUT LIGHT-FILE
    IF light-file-status = '00' THEN
       PERFORM UNTIL light-file-status NOT = '00'
          OR num-lights >= max-lights
          READ LIGHT-FILE INTO light-rec
          END-READ
          IF light-file-status = '00' AND light-rec NOT = SPACES
             THEN
             PERFORM LOAD-LIGHT-RECORD
          END-IF
       END-PERFORM
       CLOSE LIGHT-FILE
    END-IF
    IF num-lights = 0 THEN
       MOVE 1 TO num-lights
       MOVE 'S' TO lmode(1)
       MOVE -0.40 TO lpx(1)
       MOVE -0.40 TO lpy(1)
       MOVE 0.80 TO lpz(1)
       CALL 'VNORM' USING lpx(1), lpy(1), lpz(1)
       MOVE 1.0 TO lint(1)
       MOVE 1.0 TO llum(1)
       MOVE 'Y' TO lshadow(1)
       MOVE SPACE TO llink(1)
       MOVE 0 TO lnlink(1)
    END-IF.

LOAD-LIGHT-RECORD.
    PERFORM SPLIT-LIGHT-LINKS
    MOVE num-lights TO ll-before
    MOVE SPACES TO light-tok1, light-tok2, light-tok3, light-tok4,
       light-tok5, light-tok6, light-tok7, light-tok8, light-tok9,
       light-tok10, light-tok11, light-tok12, light-tok13,
       light-tok14
    UNSTRING light-rec DELIMITED BY ALL SPACES
       INTO light-tok1, light-tok2, light-tok3, light-tok4,
            light-tok5, light-tok6, light-tok7, light-tok8,
            light-tok9, light-tok10, light-tok11, light-tok12,
            light-tok13, light-tok14
    EVALUATE TRUE
       WHEN light-tok1 = 'SUN' OR light-tok1 = 'sun'
       WHEN light-tok1 = 'POINT' OR light-tok1 = 'point'
          ADD 1 TO num-lights
          MOVE 'S' TO lmode(num-lights)
          IF light-tok1 = 'POINT' OR light-tok1 = 'point' THEN
             MOVE 'P' TO lmode(num-lights)
          END-IF
          MOVE 0 TO lpx(num-lights)
          MOVE 0 TO lpy(num-lights)
          MOVE 0 TO lpz(num-lights)
          MOVE 1.0 TO lint(num-lights)
          IF light-tok2 NOT = SPACES THEN
             COMPUTE lpx(num-lights) = FUNCTION NUMVAL(light-tok2)
          END-IF
          IF light-tok3 NOT = SPACES THEN
             COMPUTE lpy(num-lights) = FUNCTION NUMVAL(light-tok3)
          END-IF
          IF light-tok4 NOT = SPACES THEN
             COMPUTE lpz(num-lights) = FUNCTION NUMVAL(light-tok4)
          END-IF
          IF light-tok5 NOT = SPACES THEN
             COMPUTE lint(num-lights) = FUNCTION NUMVAL(light-tok5)
          END-IF
          MOVE light-tok7 TO light-tok12
          MOVE light-tok8 TO light-tok13
          MOVE light-tok9 TO light-tok14
          PERFORM TAKE-LIGHT-COLOR
          IF lmode(num-lights) = 'S' THEN
             IF lpx(num-lights) = 0 AND lpy(num-lights) = 0
                AND lpz(num-lights) = 0 THEN
                MOVE -0.40 TO lpx(num-lights)
                MOVE -0.40 TO lpy(num-lights)
                MOVE 0.80 TO lpz(num-lights)
             END-IF
             CALL 'VNORM' USING lpx(num-lights), lpy(num-lights),
                lpz(num-lights)
          END-IF
       WHEN light-tok1 = 'SPOT' OR light-tok1 = 'spot'
          ADD 1 TO num-lights
          MOVE 'T' TO lmode(num-lights)
          MOVE 0 TO lpx(num-lights)
          MOVE 0 TO lpy(num-lights)
          MOVE 0 TO lpz(num-lights)
          MOVE 0 TO lax(num-lights)
          MOVE 0 TO lay(num-lights)
          MOVE -1.0 TO laz(num-lights)
          IF light-tok2 NOT = SPACES THEN
             COMPUTE lpx(num-lights) = FUNCTION NUMVAL(light-tok2)
          END-IF
          IF light-tok3 NOT = SPACES THEN
             COMPUTE lpy(num-lights) = FUNCTION NUMVAL(light-tok3)
          END-IF
          IF light-tok4 NOT = SPACES THEN
             COMPUTE lpz(num-lights) = FUNCTION NUMVAL(light-tok4)
          END-IF
          IF light-tok5 NOT = SPACES THEN
             COMPUTE lax(num-lights) = FUNCTION NUMVAL(light-tok5)
          END-IF
          IF light-tok6 NOT = SPACES THEN
             COMPUTE lay(num-lights) = FUNCTION NUMVAL(light-tok6)
          END-IF
          IF light-tok7 NOT = SPACES THEN
             COMPUTE laz(num-lights) = FUNCTION NUMVAL(light-tok7)
          END-IF
          IF lax(num-lights) = 0 AND lay(num-lights) = 0
             AND laz(num-lights) = 0 THEN
             MOVE -1.0 TO laz(num-lights)
          END-IF
          CALL 'VNORM' USING lax(num-lights), lay(num-lights),
             laz(num-lights)
          MOVE 30 TO spot-deg
          IF light-tok8 NOT = SPACES THEN
             COMPUTE spot-deg = FUNCTION NUMVAL(light-tok8)
          END-IF
          COMPUTE spot-rad = spot-deg * pi-const
          COMPUTE spot-rad = spot-rad / 180
          COMPUTE lcin(num-lights) = FUNCTION COS(spot-rad)
          MOVE 10 TO spot-span
          IF light-tok9 NOT = SPACES THEN
             COMPUTE spot-span = FUNCTION NUMVAL(light-tok9)
          END-IF
          COMPUTE spot-deg = spot-deg + spot-span
          COMPUTE spot-rad = spot-deg * pi-const
          COMPUTE spot-rad = spot-rad / 180
          COMPUTE lcout(num-lights) = FUNCTION COS(spot-rad)
          MOVE 1.0 TO lint(num-lights)
          IF light-tok10 NOT = SPACES THEN
             COMPUTE lint(num-lights) = FUNCTION NUMVAL(light-tok10)
          END-IF
          PERFORM TAKE-LIGHT-COLOR
    END-EVALUATE
    IF num-lights > ll-before THEN
       PERFORM KEEP-LIGHT-LINKS
    END-IF.

*>  A colored light counts by its mean channel, the renderer's own
*>  llum. A SPOT carries its triple in tokens 12-14 behind the area
*>  radius; SUN and POINT records have theirs moved up to match.
TAKE-LIGHT-COLOR.
    MOVE 1.0 TO lcr
    MOVE 1.0 TO lcg
    MOVE 1.0 TO lcb
    IF light-tok12 NOT = SPACES THEN
       COMPUTE lcr = FUNCTION NUMVAL(light-tok12)
    END-IF
    IF light-tok13 NOT = SPACES THEN
       COMPUTE lcg = FUNCTION NUMVAL(light-tok13)
    END-IF
    IF light-tok14 NOT = SPACES THEN
       COMPUTE lcb = FUNCTION NUMVAL(light-tok14)
    END-IF
    COMPUTE llum(num-lights) = lcr + lcg
    COMPUTE llum(num-lights) = llum(num-lights) + lcb
    COMPUTE llum(num-lights) = llum(num-lights) / 3.0.

*>  The renderer's link-token handling: ONLY=/EXCEPT= lists and
*>  NOSHADOW are taken out and the rest closed up for the UNSTRING.
SPLIT-LIGHT-LINKS.
    MOVE SPACE TO ll-mode
    MOVE 'Y' TO ll-shadow
    MOVE 0 TO ll-n
    MOVE light-rec TO ll-src
    MOVE SPACES TO light-rec
    MOVE 1 TO ll-ptr
    MOVE 1 TO ll-out
    PERFORM UNTIL ll-ptr > 80
       MOVE SPACES TO ll-tok
       UNSTRING ll-src DELIMITED BY ALL SPACES
          INTO ll-tok WITH POINTER ll-ptr
       EVALUATE TRUE
          WHEN ll-tok = SPACES
             CONTINUE
          WHEN ll-tok(1:5) = 'ONLY=' OR ll-tok(1:5) = 'only='
             MOVE 'O' TO ll-mode
             MOVE ll-tok(6:35) TO ll-list
             PERFORM SPLIT-LINK-LIST
          WHEN ll-tok(1:7) = 'EXCEPT=' OR ll-tok(1:7) = 'except='
             MOVE 'E' TO ll-mode
             MOVE ll-tok(8:33) TO ll-list
             PERFORM SPLIT-LINK-LIST
          WHEN ll-tok = 'NOSHADOW' OR ll-tok = 'noshadow'
             MOVE 'N' TO ll-shadow
          WHEN OTHER
             STRING ll-tok DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    INTO light-rec WITH POINTER ll-out
       END-EVALUATE
    END-PERFORM.

SPLIT-LINK-LIST.
    MOVE 0 TO ll-n
    MOVE SPACES TO ll-pieces
    UNSTRING ll-list DELIMITED BY ','
       INTO ll-piece(1), ll-piece(2), ll-piece(3), ll-piece(4),
            ll-piece(5), ll-piece(6), ll-piece(7), ll-piece(8)
    PERFORM VARYING ll-k FROM 1 BY 1 UNTIL ll-k > 8
       IF ll-piece(ll-k) NOT = SPACES THEN
          IF ll-piece(ll-k)(1:1) >= '0'
             AND ll-piece(ll-k)(1:1) <= '9' THEN
             ADD 1 TO ll-n
             COMPUTE ll-lay(ll-n) = FUNCTION NUMVAL(ll-piece(ll-k))
          ELSE
             DISPLAY 'LUXSURV: light link layer "'
                FUNCTION TRIM(ll-piece(ll-k))
                '" is not a number - ignored'
          END-IF
       END-IF
    END-PERFORM.

KEEP-LIGHT-LINKS.
    MOVE ll-shadow TO lshadow(num-lights)
    MOVE ll-mode TO llink(num-lights)
    MOVE ll-n TO lnlink(num-lights)
    PERFORM VARYING ll-k FROM 1 BY 1 UNTIL ll-k > ll-n
       MOVE ll-lay(ll-k) TO llinklay(num-lights, ll-k)
    END-PERFORM
    IF ll-n = 0 THEN
       MOVE SPACE TO llink(num-lights)
    END-IF.

CELL-CENTRE.
    COMPUTE sv-px = sv-c - 0.5
    COMPUTE sv-px = sv-px * sv-stepx
    COMPUTE sv-px = sv-px + sv-x0
    COMPUTE sv-py = sv-r - 0.5
    COMPUTE sv-py = sv-py * sv-stepy
    COMPUTE sv-py = sv-py + sv-y0.

*>  Everything arriving at (sv-px, sv-py, sv-z) on an upward-facing
*>  surface, summed over the lights into sv-e.
SURVEY-POINT.
    MOVE 0 TO sv-e
    PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-lights
       PERFORM ONE-LIGHT
       ADD lx-e TO sv-e
    END-PERFORM.

ONE-LIGHT.
    MOVE 0 TO lx-e
    PERFORM LIGHT-LINK-TEST
    IF ll-lit = 'N' THEN
       EXIT PARAGRAPH
    END-IF
    IF lmode(li) = 'S' THEN
       MOVE lpx(li) TO lx-dx
       MOVE lpy(li) TO lx-dy
       MOVE lpz(li) TO lx-dz
       MOVE lpz(li) TO lx-cos
       IF lx-cos <= 0 THEN
          EXIT PARAGRAPH
       END-IF
       COMPUTE lx-e = lint(li) * llum(li)
       COMPUTE lx-e = lx-e * lx-cos
       MOVE 9999 TO ray-tmax
    ELSE
       COMPUTE lx-dx = lpx(li) - sv-px
       COMPUTE lx-dy = lpy(li) - sv-py
       COMPUTE lx-dz = lpz(li) - sv-z
       COMPUTE lx-d2 = lx-dx * lx-dx
       COMPUTE lx-sq = lx-dy * lx-dy
       ADD lx-sq TO lx-d2
       COMPUTE lx-sq = lx-dz * lx-dz
       ADD lx-sq TO lx-d2
       IF lx-d2 < 0.0001 THEN
          EXIT PARAGRAPH
       END-IF
       COMPUTE lx-dist = FUNCTION SQRT(lx-d2)
       COMPUTE lx-cos = lx-dz / lx-dist
       IF lx-cos <= 0 THEN
          EXIT PARAGRAPH
       END-IF
       CALL 'VNORM' USING lx-dx, lx-dy, lx-dz
       MOVE 1 TO lx-spot
       IF lmode(li) = 'T' THEN
          PERFORM SPOT-WEIGHT
          IF lx-spot <= 0 THEN
             EXIT PARAGRAPH
          END-IF
       END-IF
       COMPUTE lx-e = lint(li) * llum(li)
       COMPUTE lx-e = lx-e * lx-cos
       COMPUTE lx-e = lx-e * lx-spot
       COMPUTE lx-e = lx-e / lx-d2
       COMPUTE ray-tmax = lx-dist - 0.01
    END-IF
    IF lshadow(li) NOT = 'N' THEN
       PERFORM SHADOW-RAY
       COMPUTE lx-e = lx-e * lx-trans
    END-IF.

*>  Full weight inside the cone, nothing past its edge, a straight
*>  ramp between - the renderer's spot-fac.
SPOT-WEIGHT.
    COMPUTE lx-spot = lx-dx * lax(li)
    COMPUTE lx-sq = lx-dy * lay(li)
    ADD lx-sq TO lx-spot
    COMPUTE lx-sq = lx-dz * laz(li)
    ADD lx-sq TO lx-spot
    COMPUTE lx-spot = 0 - lx-spot
    IF lx-spot >= lcin(li) THEN
       MOVE 1 TO lx-spot
    ELSE
       IF lx-spot <= lcout(li) OR lcin(li) <= lcout(li) THEN
          MOVE 0 TO lx-spot
       ELSE
          COMPUTE lx-spot = lx-spot - lcout(li)
          COMPUTE lx-sq = lcin(li) - lcout(li)
          COMPUTE lx-spot = lx-spot / lx-sq
       END-IF
    END-IF.

*>  Does light li reach the survey surface's layer? ll-lit says.
LIGHT-LINK-TEST.
    MOVE 'Y' TO ll-lit
    IF llink(li) = SPACE THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO ll-inlist
    PERFORM VARYING ll-k FROM 1 BY 1 UNTIL ll-k > lnlink(li)
       IF llinklay(li, ll-k) = sv-layer THEN
          MOVE 'Y' TO ll-inlist
       END-IF
    END-PERFORM
    IF llink(li) = 'O' AND ll-inlist = 'N' THEN
       MOVE 'N' TO ll-lit
    END-IF
    IF llink(li) = 'E' AND ll-inlist = 'Y' THEN
       MOVE 'N' TO ll-lit
    END-IF.

*>  From the survey point toward the light (lx-dx/dy/dz, unit) out to
*>  ray-tmax: every blocker crossed multiplies lx-trans by what its
*>  material lets through, so the walk stops at the first opaque one.
SHADOW-RAY.
    MOVE 1 TO lx-trans
    MOVE sv-px TO ray-ox
    MOVE sv-py TO ray-oy
    MOVE sv-z TO ray-oz
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-spheres OR lx-trans = 0
       EVALUATE TRUE
          WHEN sabsorbed(oi) = 'Y'
             MOVE 0 TO ret
          WHEN scsg-op(oi) = SPACE
             CALL 'SPHERE-INTERSECT' USING sx(oi), sy(oi), sz(oi),
                sr(oi), ray-ox, ray-oy, ray-oz, lx-dx, lx-dy, lx-dz,
                ray-tmin, ray-tmax, ret, tout, hnx, hny, hnz
          WHEN OTHER
             MOVE scsg-with(oi) TO csg-partner
             CALL 'CSG-SPHERE-INTERSECT' USING sx(oi), sy(oi), sz(oi),
                sr(oi), sx(csg-partner), sy(csg-partner),
                sz(csg-partner), sr(csg-partner), scsg-op(oi),
                ray-ox, ray-oy, ray-oz, lx-dx, lx-dy, lx-dz,
                ray-tmin, ray-tmax, ret, tout, hnx, hny, hnz
       END-EVALUATE
       MOVE scolor(oi) TO lx-code
       PERFORM APPLY-BLOCKER
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-planes OR lx-trans = 0
       CALL 'PLANE-INTERSECT' USING gpx(oi), gpy(oi), gpz(oi),
          gnx(oi), gny(oi), gnz(oi),
          ray-ox, ray-oy, ray-oz, lx-dx, lx-dy, lx-dz,
          ray-tmin, ray-tmax, ret, tout
       MOVE gcolor(oi) TO lx-code
       PERFORM APPLY-BLOCKER
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-boxes OR lx-trans = 0
       CALL 'BOX-ROT-INTERSECT' USING bx0(oi), by0(oi), bz0(oi),
          bx1(oi), by1(oi), bz1(oi), braxis(oi), brcos(oi), brsin(oi),
          ray-ox, ray-oy, ray-oz, lx-dx, lx-dy, lx-dz,
          ray-tmin, ray-tmax, ret, tout, hnx, hny, hnz
       MOVE bcolor(oi) TO lx-code
       PERFORM APPLY-BLOCKER
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-cyls OR lx-trans = 0
       CALL 'CYLINDER-INTERSECT' USING cl0x(oi), cl0y(oi), cl0z(oi),
          cl1x(oi), cl1y(oi), cl1z(oi), clr(oi),
          ray-ox, ray-oy, ray-oz, lx-dx, lx-dy, lx-dz,
          ray-tmin, ray-tmax, ret, tout, hnx, hny, hnz
       MOVE ccolor(oi) TO lx-code
       PERFORM APPLY-BLOCKER
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-ellips OR lx-trans = 0
       CALL 'ELLIPSOID-ROT-INTERSECT' USING eex(oi), eey(oi), eez(oi),
          eerx(oi), eery(oi), eerz(oi),
          eraxis(oi), ercos(oi), ersin(oi),
          ray-ox, ray-oy, ray-oz, lx-dx, lx-dy, lx-dz,
          ray-tmin, ray-tmax, ret, tout, hnx, hny, hnz
       MOVE ecolor(oi) TO lx-code
       PERFORM APPLY-BLOCKER
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-cones OR lx-trans = 0
       CALL 'CONE-INTERSECT' USING kn0x(oi), kn0y(oi), kn0z(oi),
          kn1x(oi), kn1y(oi), kn1z(oi), knr0(oi), knr1(oi),
          ray-ox, ray-oy, ray-oz, lx-dx, lx-dy, lx-dz,
          ray-tmin, ray-tmax, ret, tout, hnx, hny, hnz
       MOVE kncolor(oi) TO lx-code
       PERFORM APPLY-BLOCKER
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-toruses OR lx-trans = 0
       CALL 'TORUS-INTERSECT' USING tocx(oi), tocy(oi), tocz(oi),
          toax(oi), toay(oi), toaz(oi), tormaj(oi), tormin(oi),
          ray-ox, ray-oy, ray-oz, lx-dx, lx-dy, lx-dz,
          ray-tmin, ray-tmax, ret, tout, hnx, hny, hnz
       MOVE tocolor(oi) TO lx-code
       PERFORM APPLY-BLOCKER
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-tris OR lx-trans = 0
       CALL 'TRIANGLE-INTERSECT' USING tax(oi), tay(oi), taz(oi),
          tbx(oi), tby(oi), tbz(oi), tcx(oi), tcy(oi), tcz(oi),
          ray-ox, ray-oy, ray-oz, lx-dx, lx-dy, lx-dz,
          ray-tmin, ray-tmax, ret, tout, hnx, hny, hnz,
          tri-bu, tri-bv
       MOVE tcolor(oi) TO lx-code
       PERFORM APPLY-BLOCKER
    END-PERFORM.

APPLY-BLOCKER.
    IF ret NOT > 0.1 THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING mat-i FROM 1 BY 1
       UNTIL mat-i > num-mats OR mcode(mat-i) = lx-code
       CONTINUE
    END-PERFORM
    IF mat-i > num-mats THEN
       MOVE 0 TO lx-trans
    ELSE
       COMPUTE lx-trans = lx-trans * mtransp(mat-i)
    END-IF.

*>  What of SCENEFLAT the survey could not take, under either
*>  report's heading.
PRINT-SCENE-NOTES.
    IF num-skipped > 0 THEN
       MOVE num-skipped TO count-ed
       DISPLAY '  ' FUNCTION TRIM(count-ed) ' SCENEFLAT record(s) '
          'not applied'
    END-IF
    IF num-dropped > 0 THEN
       MOVE num-dropped TO count-ed
       DISPLAY '  ' FUNCTION TRIM(count-ed) ' object(s) past the end '
          'of a table not surveyed'
    END-IF
    IF clip-seen = 'Y' THEN
       DISPLAY '  CLIP cutaway not applied'
    END-IF.

WORK-OUT-STATS.
    MOVE sv-val(1, 1) TO st-min
    MOVE sv-val(1, 1) TO st-max
    MOVE 0 TO st-sum
    MOVE 0 TO st-cells
    MOVE 0 TO st-low
    PERFORM VARYING sv-r FROM 1 BY 1 UNTIL sv-r > sv-rows
       PERFORM VARYING sv-c FROM 1 BY 1 UNTIL sv-c > sv-cols
          PERFORM CELL-CENTRE
          ADD 1 TO st-cells
          ADD sv-val(sv-r, sv-c) TO st-sum
          IF sv-val(sv-r, sv-c) <= st-min THEN
             MOVE sv-val(sv-r, sv-c) TO st-min
             MOVE sv-px TO st-min-x
             MOVE sv-py TO st-min-y
          END-IF
          IF sv-val(sv-r, sv-c) >= st-max THEN
             MOVE sv-val(sv-r, sv-c) TO st-max
             MOVE sv-px TO st-max-x
             MOVE sv-py TO st-max-y
          END-IF
          IF sv-val(sv-r, sv-c) < sv-min THEN
             ADD 1 TO st-low
          END-IF
       END-PERFORM
    END-PERFORM
    COMPUTE st-avg = st-sum / st-cells
    MOVE 0 TO st-u0
    MOVE 0 TO st-ud
    IF st-avg > 0 THEN
       COMPUTE st-u0 = st-min / st-avg
    END-IF
    IF st-max > 0 THEN
       COMPUTE st-ud = st-min / st-max
    END-IF.

*>  The grid, low Y at the top, a '*' after every cell under MIN=;
*>  the figures are the renderer's intensity units, clipped to the
*>  column at 999.99.
PRINT-SURVEY.
    MOVE sv-z TO coord-ed
    DISPLAY 'LUXSURV: illuminance survey at Z=' FUNCTION TRIM(coord-ed)
    MOVE sv-x0 TO coord-ed
    MOVE sv-x1 TO coord2-ed
    MOVE sv-cols TO count-ed
    DISPLAY '  X ' FUNCTION TRIM(coord-ed) ' to '
       FUNCTION TRIM(coord2-ed) ' in ' FUNCTION TRIM(count-ed)
       ' cell(s)'
    MOVE sv-y0 TO coord-ed
    MOVE sv-y1 TO coord2-ed
    MOVE sv-rows TO count-ed
    DISPLAY '  Y ' FUNCTION TRIM(coord-ed) ' to '
       FUNCTION TRIM(coord2-ed) ' in ' FUNCTION TRIM(count-ed)
       ' cell(s)'
    MOVE num-lights TO count-ed
    COMPUTE num-occluders = num-spheres + num-planes
    ADD num-boxes TO num-occluders
    ADD num-cyls TO num-occluders
    ADD num-ellips TO num-occluders
    ADD num-cones TO num-occluders
    ADD num-toruses TO num-occluders
    ADD num-tris TO num-occluders
    SUBTRACT num-absorbed FROM num-occluders
    MOVE num-occluders TO count2-ed
    DISPLAY '  ' FUNCTION TRIM(count-ed) ' light(s), '
       FUNCTION TRIM(count2-ed) ' object(s) casting shadows'
    PERFORM PRINT-SCENE-NOTES
    DISPLAY ' '
    MOVE SPACES TO grid-line
    MOVE 1 TO grid-ptr
    STRING '    Y  \ X' DELIMITED BY SIZE
       INTO grid-line WITH POINTER grid-ptr
    PERFORM VARYING sv-c FROM 1 BY 1 UNTIL sv-c > sv-cols
       MOVE sv-c TO col-ed
       STRING '    ' DELIMITED BY SIZE
              col-ed DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
          INTO grid-line WITH POINTER grid-ptr
    END-PERFORM
    DISPLAY grid-line
    PERFORM VARYING sv-r FROM 1 BY 1 UNTIL sv-r > sv-rows
       MOVE 1 TO sv-c
       PERFORM CELL-CENTRE
       MOVE sv-py TO coord-ed
       MOVE SPACES TO grid-line
       MOVE 1 TO grid-ptr
       STRING coord-ed DELIMITED BY SIZE
              '   ' DELIMITED BY SIZE
          INTO grid-line WITH POINTER grid-ptr
       PERFORM VARYING sv-c FROM 1 BY 1 UNTIL sv-c > sv-cols
          IF sv-val(sv-r, sv-c) > 999.99 THEN
             MOVE 999.99 TO cell-ed
          ELSE
             MOVE sv-val(sv-r, sv-c) TO cell-ed
          END-IF
          MOVE SPACE TO cell-flag
          IF sv-val(sv-r, sv-c) < sv-min THEN
             MOVE '*' TO cell-flag
          END-IF
          STRING cell-ed DELIMITED BY SIZE
                 cell-flag DELIMITED BY SIZE
             INTO grid-line WITH POINTER grid-ptr
       END-PERFORM
       DISPLAY grid-line
    END-PERFORM
    DISPLAY ' '
    MOVE st-min TO val-ed
    MOVE st-min-x TO coord-ed
    MOVE st-min-y TO coord2-ed
    DISPLAY '  minimum    ' val-ed '  at X=' FUNCTION TRIM(coord-ed)
       ' Y=' FUNCTION TRIM(coord2-ed)
    MOVE st-max TO val-ed
    MOVE st-max-x TO coord-ed
    MOVE st-max-y TO coord2-ed
    DISPLAY '  maximum    ' val-ed '  at X=' FUNCTION TRIM(coord-ed)
       ' Y=' FUNCTION TRIM(coord2-ed)
    MOVE st-avg TO val-ed
    DISPLAY '  average    ' val-ed
    MOVE st-u0 TO ratio-ed
    DISPLAY '  uniformity     ' ratio-ed '  (minimum / average)'
    MOVE st-ud TO ratio-ed
    DISPLAY '  diversity      ' ratio-ed '  (minimum / maximum)'
    IF sv-min > 0 THEN
       MOVE sv-min TO val-ed
       MOVE st-low TO count-ed
       MOVE st-cells TO count2-ed
       DISPLAY '  below ' FUNCTION TRIM(val-ed) ': '
          FUNCTION TRIM(count-ed) ' of ' FUNCTION TRIM(count2-ed)
          ' cell(s), marked *'
    END-IF.

*>  One line per sun position in the SHADE dataset: how much of the
*>  window is in shadow, with a bar to read the day at a glance, then
*>  the most and least shaded times.
SHADE-STUDY.
    OPEN INPUT SUN-FILE
    IF sun-file-status NOT = '00' THEN
       DISPLAY 'LUXSURV: cannot open sun position dataset '
          FUNCTION TRIM(sh-fname) ' (status ' sun-file-status ')'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE sv-z TO coord-ed
    DISPLAY 'LUXSURV: shade study at Z=' FUNCTION TRIM(coord-ed)
       ' from ' FUNCTION TRIM(sh-fname)
    MOVE sv-x0 TO coord-ed
    MOVE sv-x1 TO coord2-ed
    MOVE sv-cols TO count-ed
    DISPLAY '  X ' FUNCTION TRIM(coord-ed) ' to '
       FUNCTION TRIM(coord2-ed) ' in ' FUNCTION TRIM(count-ed)
       ' cell(s)'
    MOVE sv-y0 TO coord-ed
    MOVE sv-y1 TO coord2-ed
    MOVE sv-rows TO count-ed
    DISPLAY '  Y ' FUNCTION TRIM(coord-ed) ' to '
       FUNCTION TRIM(coord2-ed) ' in ' FUNCTION TRIM(count-ed)
       ' cell(s)'
    PERFORM PRINT-SCENE-NOTES
    DISPLAY ' '
    DISPLAY '  time      sun elev   shaded   cells'
    COMPUTE st-cells = sv-cols * sv-rows
    PERFORM UNTIL sh-eof-yes
       READ SUN-FILE
          AT END MOVE 'Y' TO sh-eof
       END-READ
       IF NOT sh-eof-yes AND sun-rec NOT = SPACES
          AND sun-rec(1:1) NOT = '*' THEN
          PERFORM SHADE-ONE-TIME
       END-IF
    END-PERFORM
    CLOSE SUN-FILE
    MOVE 0 TO RETURN-CODE
    DISPLAY ' '
    IF sh-times = 0 THEN
       DISPLAY '  no sun positions in ' FUNCTION TRIM(sh-fname)
       EXIT PARAGRAPH
    END-IF
    MOVE sh-worst TO sh-pct-ed
    DISPLAY '  most shaded   ' sh-worst-label sh-pct-ed '%'
    MOVE sh-best TO sh-pct-ed
    DISPLAY '  least shaded  ' sh-best-label sh-pct-ed '%'.

SHADE-ONE-TIME.
    MOVE SPACES TO sh-label, sh-tok1, sh-tok2, sh-tok3, sh-tok4
    UNSTRING sun-rec DELIMITED BY ALL SPACES
       INTO sh-label, sh-tok1, sh-tok2, sh-tok3, sh-tok4
    IF FUNCTION TEST-NUMVAL(sh-tok1) NOT = 0
       OR FUNCTION TEST-NUMVAL(sh-tok2) NOT = 0
       OR FUNCTION TEST-NUMVAL(sh-tok3) NOT = 0 THEN
       DISPLAY '  ' sh-label '  bad sun record - skipped'
       EXIT PARAGRAPH
    END-IF
    COMPUTE sh-dx = FUNCTION NUMVAL(sh-tok1)
    COMPUTE sh-dy = FUNCTION NUMVAL(sh-tok2)
    COMPUTE sh-dz = FUNCTION NUMVAL(sh-tok3)
    MOVE 0 TO sh-elev
    IF sh-tok4 NOT = SPACES
       AND FUNCTION TEST-NUMVAL(sh-tok4) = 0 THEN
       COMPUTE sh-elev = FUNCTION NUMVAL(sh-tok4)
    END-IF
    ADD 1 TO sh-times
    MOVE sh-elev TO sh-elev-ed
    IF sh-dz <= 0 THEN
       MOVE 100 TO sh-pct
       MOVE st-cells TO sh-hits
    ELSE
       MOVE sh-dx TO lx-dx
       MOVE sh-dy TO lx-dy
       MOVE sh-dz TO lx-dz
       CALL 'VNORM' USING lx-dx, lx-dy, lx-dz
       MOVE 9999 TO ray-tmax
       MOVE 0 TO sh-hits
       PERFORM VARYING sv-r FROM 1 BY 1 UNTIL sv-r > sv-rows
          PERFORM VARYING sv-c FROM 1 BY 1 UNTIL sv-c > sv-cols
             PERFORM CELL-CENTRE
             PERFORM SHADOW-RAY
             IF lx-trans < 0.5 THEN
                ADD 1 TO sh-hits
             END-IF
          END-PERFORM
       END-PERFORM
       COMPUTE sh-pct ROUNDED = sh-hits * 100 / st-cells
    END-IF
    MOVE sh-pct TO sh-pct-ed
    MOVE sh-hits TO count-ed
    MOVE st-cells TO count2-ed
    MOVE SPACES TO sh-bar
    COMPUTE sh-bar-n ROUNDED = sh-pct / 5
    IF sh-bar-n > 0 THEN
       MOVE ALL '#' TO sh-bar(1:sh-bar-n)
    END-IF
    IF sh-dz <= 0 THEN
       DISPLAY '  ' sh-label '  ' sh-elev-ed '    ' sh-pct-ed '%  '
          '  sun down'
    ELSE
       DISPLAY '  ' sh-label '  ' sh-elev-ed '    ' sh-pct-ed '%  '
          count-ed ' of' count2-ed '  ' FUNCTION TRIM(sh-bar TRAILING)
    END-IF
    IF sh-pct > sh-worst THEN
       MOVE sh-pct TO sh-worst
       MOVE sh-label TO sh-worst-label
    END-IF
    IF sh-pct < sh-best THEN
       MOVE sh-pct TO sh-best
       MOVE sh-label TO sh-best-label
    END-IF.

WRITE-HEAT-MAP.
    OPEN OUTPUT PPM-FILE
    IF ppm-file-status NOT = '00' THEN
       DISPLAY 'LUXSURV: cannot open LUXPPM (status '
          ppm-file-status ') - no heat map written'
       EXIT PARAGRAPH
    END-IF
    COMPUTE ppm-w = sv-cols * ppm-block
    COMPUTE ppm-h = sv-rows * ppm-block
    MOVE 'P3' TO ppm-line
    WRITE ppm-rec FROM ppm-line
    MOVE ppm-w TO ppm-w-ed
    MOVE ppm-h TO ppm-h-ed
    MOVE SPACES TO ppm-line
    STRING FUNCTION TRIM(ppm-w-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(ppm-h-ed) DELIMITED BY SIZE
           INTO ppm-line
    WRITE ppm-rec FROM ppm-line
    MOVE '255' TO ppm-line
    WRITE ppm-rec FROM ppm-line
    PERFORM VARYING ppm-y FROM 0 BY 1 UNTIL ppm-y >= ppm-h
       COMPUTE sv-r = ppm-y / ppm-block
       ADD 1 TO sv-r
       PERFORM VARYING ppm-x FROM 0 BY 1 UNTIL ppm-x >= ppm-w
          COMPUTE sv-c = ppm-x / ppm-block
          ADD 1 TO sv-c
          PERFORM HEAT-COLOR
          MOVE ppm-r TO ppm-r-ed
          MOVE ppm-g TO ppm-g-ed
          MOVE ppm-b TO ppm-b-ed
          MOVE SPACES TO ppm-line
          STRING FUNCTION TRIM(ppm-r-ed) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(ppm-g-ed) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(ppm-b-ed) DELIMITED BY SIZE
                 INTO ppm-line
          WRITE ppm-rec FROM ppm-line
       END-PERFORM
    END-PERFORM
    CLOSE PPM-FILE
    MOVE ppm-w TO ppm-w-ed
    MOVE ppm-h TO ppm-h-ed
    DISPLAY 'LUXSURV: heat map written to LUXPPM ('
       FUNCTION TRIM(ppm-w-ed) 'x' FUNCTION TRIM(ppm-h-ed) ')'.

*>  Cell (sv-r, sv-c) as a fraction of the brightest cell: blue at
*>  nothing, green at half, red at the top.
HEAT-COLOR.
    MOVE 0 TO ppm-frac
    IF st-max > 0 THEN
       COMPUTE ppm-frac = sv-val(sv-r, sv-c) / st-max
    END-IF
    IF ppm-frac < 0.5 THEN
       MOVE 0 TO ppm-r
       COMPUTE ppm-g ROUNDED = ppm-frac * 510
       COMPUTE ppm-b = 255 - ppm-g
    ELSE
       COMPUTE ppm-frac = ppm-frac - 0.5
       COMPUTE ppm-r ROUNDED = ppm-frac * 510
       COMPUTE ppm-g = 255 - ppm-r
       MOVE 0 TO ppm-b
    END-IF.
