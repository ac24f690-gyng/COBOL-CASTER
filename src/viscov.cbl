IDENTIFICATION DIVISION.
PROGRAM-ID. VISCOV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENE-FILE ASSIGN TO "SCENEFLAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS scene-file-status.
    SELECT MAT-FILE ASSIGN TO "MATDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS mat-file-status.
    SELECT CAM-FILE ASSIGN TO "VISCAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cam-file-status.
    SELECT PPM-FILE ASSIGN TO "VISPPM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ppm-file-status.

DATA DIVISION.
    FILE SECTION.
    FD SCENE-FILE.
    01 scene-rec PIC X(120).
    FD MAT-FILE.
    01 mat-rec PIC X(80).
    FD CAM-FILE.
    01 cam-rec PIC X(80).
    FD PPM-FILE.
    01 ppm-rec PIC X(80).

    WORKING-STORAGE SECTION.
    01 scene-file-status PIC X(2) VALUE '00'.
    01 mat-file-status PIC X(2) VALUE '00'.
    01 cam-file-status PIC X(2) VALUE '00'.
    01 ppm-file-status PIC X(2) VALUE '00'.
    01 scene-eof PIC X(1) VALUE 'N'.
       88 scene-eof-yes VALUE 'Y'.
    01 mat-eof PIC X(1) VALUE 'N'.
       88 mat-eof-yes VALUE 'Y'.
    01 cam-eof PIC X(1) VALUE 'N'.
       88 cam-eof-yes VALUE 'Y'.

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
    01 scene-tok11 PIC X(16).

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
*>  MESH instances carried out into facets beside them. tinst is the
*>  MESH slot a facet was carried out of (0 for a loose facet), and
*>  inst-lo/inst-hi the height that whole placed object spans, so a
*>  shelf's top facet still stands on the floor its uprights reach.
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
          03 tinst PIC S9(4) COMP.
    01 insts.
       02 inst OCCURS 64 TIMES.
          03 inst-seen PIC X(1) VALUE 'N'.
          03 inst-lo PIC S9(8)V9(4).
          03 inst-hi PIC S9(8)V9(4).
    01 inst-i PIC S9(4) COMP VALUE IS 0.
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

*>  The cameras, one VISCAMS record each:
*>    "name x y z aimx aimy aimz fov range [vfov]"
*>  the mount position, the point it is aimed at, the horizontal
*>  field of view in degrees (360 for a dome that sees all round),
*>  how far it can usefully make out a person, and optionally the
*>  vertical field of view (default three quarters of the
*>  horizontal, the usual 4:3 picture). The aim is kept as a unit
*>  vector with its plan length and pitch worked out once.
    01 num-cams PIC S9(4) COMP VALUE IS 0.
    01 max-cams PIC S9(4) COMP VALUE IS 20.
    01 cams.
       02 cam OCCURS 20 TIMES.
          03 cm-name PIC X(8).
          03 cm-mark PIC X(1).
          03 cm-px PIC S9(8)V9(4).
          03 cm-py PIC S9(8)V9(4).
          03 cm-pz PIC S9(8)V9(4).
          03 cm-fx PIC S9(8)V9(4).
          03 cm-fy PIC S9(8)V9(4).
          03 cm-fz PIC S9(8)V9(4).
          03 cm-fpl PIC S9(8)V9(6).
          03 cm-pitch PIC S9(4)V9(8).
          03 cm-hfov PIC S9(4)V9(2).
          03 cm-hcos PIC S9(4)V9(8).
          03 cm-vhalf PIC S9(4)V9(8).
          03 cm-range PIC S9(8)V9(4).
          03 cm-seen PIC S9(4) COMP.
          03 cm-only PIC S9(4) COMP.
    01 cam-marks PIC X(20) VALUE '123456789abcdefghijk'.
    01 ci PIC S9(4) COMP VALUE IS 0.
    01 cam-recno PIC S9(4) COMP VALUE IS 0.
    01 cam-tok1 PIC X(16).
    01 cam-tok2 PIC X(16).
    01 cam-tok3 PIC X(16).
    01 cam-tok4 PIC X(16).
    01 cam-tok5 PIC X(16).
    01 cam-tok6 PIC X(16).
    01 cam-tok7 PIC X(16).
    01 cam-tok8 PIC X(16).
    01 cam-tok9 PIC X(16).
    01 cam-tok10 PIC X(16).
    01 cam-ok PIC X(1) VALUE 'Y'.
    01 cam-vfov PIC S9(4)V9(2) VALUE IS 0.
    01 deg-rad PIC S9(1)V9(8) VALUE IS 0.01745329.

*>  PARM values and the floor they describe.
    01 vs-parm PIC X(100).
    01 vs-toks.
       02 vs-tok PIC X(24) OCCURS 8 TIMES.
    01 vs-t PIC S9(4) COMP VALUE IS 0.
    01 vs-arg PIC X(24).
    01 vs-arg1 PIC X(12).
    01 vs-arg2 PIC X(12).
    01 vs-z PIC S9(8)V9(4) VALUE IS 0.
    01 vs-z-given PIC X(1) VALUE 'N'.
    01 vs-x-given PIC X(1) VALUE 'N'.
    01 vs-y-given PIC X(1) VALUE 'N'.
    01 vs-x0 PIC S9(8)V9(4) VALUE IS 0.
    01 vs-x1 PIC S9(8)V9(4) VALUE IS 0.
    01 vs-y0 PIC S9(8)V9(4) VALUE IS 0.
    01 vs-y1 PIC S9(8)V9(4) VALUE IS 0.
    01 vs-min PIC S9(4)V9(2) VALUE IS 0.
    01 vs-ppm PIC X(1) VALUE 'N'.
       88 vs-ppm-yes VALUE 'Y'.
    01 vs-bad PIC X(1) VALUE 'N'.
       88 vs-bad-yes VALUE 'Y'.
    01 vs-warn PIC X(1) VALUE 'N'.
       88 vs-warn-yes VALUE 'Y'.
    01 vs-scene PIC X(16) VALUE SPACES.

*>  The plan: PATHMAP's 61 columns of world X across and 21 rows of
*>  world Y down, each cell standing for the floor point at its
*>  corner of the grid. cov-n counts the cameras that see it,
*>  cov-cam is the first of them, cov-solid the footprint mark of
*>  anything standing on the floor there (such cells are not floor
*>  anyone can walk, so they are left out of every percentage).
    01 map-w PIC S9(4) COMP VALUE IS 61.
    01 map-h PIC S9(4) COMP VALUE IS 21.
    01 map-grid.
       02 map-row OCCURS 21 TIMES.
          03 map-cell PIC X(1) OCCURS 61 TIMES.
    01 cov-grid.
       02 cov-row OCCURS 21 TIMES.
          03 cov-pt OCCURS 61 TIMES.
             04 cov-n PIC S9(4) COMP.
             04 cov-cam PIC S9(4) COMP.
             04 cov-solid PIC X(1).
    01 mp-r PIC S9(4) COMP VALUE IS 0.
    01 mp-c PIC S9(4) COMP VALUE IS 0.
    01 min-x PIC S9(8)V9(4) VALUE IS 0.
    01 max-x PIC S9(8)V9(4) VALUE IS 0.
    01 min-y PIC S9(8)V9(4) VALUE IS 0.
    01 max-y PIC S9(8)V9(4) VALUE IS 0.
    01 bounds-set PIC X(1) VALUE 'N'.
    01 span-x PIC S9(8)V9(4) VALUE IS 0.
    01 span-y PIC S9(8)V9(4) VALUE IS 0.
    01 wx PIC S9(8)V9(4) VALUE IS 0.
    01 wy PIC S9(8)V9(4) VALUE IS 0.
    01 fp-dx PIC S9(8)V9(4) VALUE IS 0.
    01 fp-dy PIC S9(8)V9(4) VALUE IS 0.
    01 fp-lo PIC S9(8)V9(4) VALUE IS 0.
    01 fp-hi PIC S9(8)V9(4) VALUE IS 0.
    01 fp-r PIC S9(8)V9(4) VALUE IS 0.
    01 fp-sum PIC S9(8)V9(6) VALUE IS 0.
    01 fp-sq PIC S9(8)V9(6) VALUE IS 0.
    01 fp-mark PIC X(1) VALUE SPACE.
*>  A rotated box or ellipsoid: its centre and half sizes, one half
*>  axis at a time turned by the slot's rotation, and the straight
*>  up ray that asks whether it stands over the floor point.
    01 fp-shape PIC X(1) VALUE SPACE.
    01 fp-cx PIC S9(8)V9(4) VALUE IS 0.
    01 fp-cy PIC S9(8)V9(4) VALUE IS 0.
    01 fp-cz PIC S9(8)V9(4) VALUE IS 0.
    01 fp-hx PIC S9(8)V9(4) VALUE IS 0.
    01 fp-hy PIC S9(8)V9(4) VALUE IS 0.
    01 fp-hz PIC S9(8)V9(4) VALUE IS 0.
    01 rv-x PIC S9(8)V9(4) VALUE IS 0.
    01 rv-y PIC S9(8)V9(4) VALUE IS 0.
    01 rv-z PIC S9(8)V9(4) VALUE IS 0.
    01 fp-oz PIC S9(8)V9(4) VALUE IS 0.
    01 fp-ux PIC S9(8)V9(4) VALUE IS 0.
    01 fp-uy PIC S9(8)V9(4) VALUE IS 0.
    01 fp-uz PIC S9(8)V9(4) VALUE IS 1.
    01 fp-tmax PIC S9(8)V9(4) VALUE IS 0.
*>  A facet's plan outline: twice its signed area, and which side of
*>  each edge the floor point falls.
    01 fp-area PIC S9(8)V9(6) VALUE IS 0.
    01 fp-d1 PIC S9(8)V9(6) VALUE IS 0.
    01 fp-d2 PIC S9(8)V9(6) VALUE IS 0.
    01 fp-d3 PIC S9(8)V9(6) VALUE IS 0.

*>  One camera against one floor point.
    01 vw-dx PIC S9(8)V9(4) VALUE IS 0.
    01 vw-dy PIC S9(8)V9(4) VALUE IS 0.
    01 vw-dz PIC S9(8)V9(4) VALUE IS 0.
    01 vw-d2 PIC S9(8)V9(6) VALUE IS 0.
    01 vw-sq PIC S9(8)V9(6) VALUE IS 0.
    01 vw-dist PIC S9(8)V9(6) VALUE IS 0.
    01 vw-pl PIC S9(8)V9(6) VALUE IS 0.
    01 vw-cos PIC S9(4)V9(8) VALUE IS 0.
    01 vw-pitch PIC S9(4)V9(8) VALUE IS 0.
    01 vw-seen PIC X(1) VALUE 'N'.

*>  The sight line itself, out from the camera to the floor point.
    01 lx-dx PIC S9(8)V9(4) VALUE IS 0.
    01 lx-dy PIC S9(8)V9(4) VALUE IS 0.
    01 lx-dz PIC S9(8)V9(4) VALUE IS 0.
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

    01 st-cells PIC S9(4) COMP VALUE IS 0.
    01 st-floor PIC S9(4) COMP VALUE IS 0.
    01 st-solid PIC S9(4) COMP VALUE IS 0.
    01 st-covered PIC S9(4) COMP VALUE IS 0.
    01 st-multi PIC S9(4) COMP VALUE IS 0.
    01 st-blind PIC S9(4) COMP VALUE IS 0.
    01 st-pct PIC S9(4)V9(2) VALUE IS 0.

    01 map-line PIC X(61).
    01 hdr-lo-ed PIC -ZZZZ9.9.
    01 hdr-hi-ed PIC -ZZZZ9.9.
    01 coord-ed PIC ----9.99.
    01 coord2-ed PIC ----9.99.
    01 coord3-ed PIC ----9.99.
    01 fov-ed PIC ZZ9.
    01 range-ed PIC ZZZ9.9.
    01 count-ed PIC ZZZ9.
    01 count2-ed PIC ZZZ9.
    01 pct-ed PIC ZZ9.9.
    01 recno-ed PIC ZZZ9.

*>  Overlay: every plan cell an 8x8 block. A cell seen by one camera
*>  takes that camera's colour from the eight below (cycled past the
*>  eighth camera), overlap is white, a blind spot red, a footprint
*>  grey and a camera mount black.
    01 pal-defs.
       02 FILLER PIC X(9) VALUE '060120255'.
       02 FILLER PIC X(9) VALUE '060200060'.
       02 FILLER PIC X(9) VALUE '255160040'.
       02 FILLER PIC X(9) VALUE '200080200'.
       02 FILLER PIC X(9) VALUE '060210210'.
       02 FILLER PIC X(9) VALUE '230230060'.
       02 FILLER PIC X(9) VALUE '140100255'.
       02 FILLER PIC X(9) VALUE '170120060'.
    01 pal-table REDEFINES pal-defs.
       02 pal-entry OCCURS 8 TIMES.
          03 pal-r PIC 9(3).
          03 pal-g PIC 9(3).
          03 pal-b PIC 9(3).
    01 pal-i PIC S9(4) COMP VALUE IS 0.
    01 ppm-block PIC S9(4) COMP VALUE IS 8.
    01 ppm-w PIC S9(4) COMP VALUE IS 0.
    01 ppm-h PIC S9(4) COMP VALUE IS 0.
    01 ppm-y PIC S9(4) COMP VALUE IS 0.
    01 ppm-x PIC S9(4) COMP VALUE IS 0.
    01 ppm-r PIC 9(3) VALUE IS 0.
    01 ppm-g PIC 9(3) VALUE IS 0.
    01 ppm-b PIC 9(3) VALUE IS 0.
    01 ppm-r-ed PIC ZZ9.
    01 ppm-g-ed PIC ZZ9.
    01 ppm-b-ed PIC ZZ9.
    01 ppm-line PIC X(80).
    01 ppm-w-ed PIC ZZZ9.
    01 ppm-h-ed PIC ZZZ9.

*>  Camera layouts used to be checked by walking the floor with a
*>  monitor, or by rendering each camera's view and guessing at what
*>  lay outside the frame. This loads the renderer's own scene and
*>  MATDAT and the camera list in VISCAMS, and for every point of a
*>  plan grid on the floor asks each camera in turn: is the point in
*>  range, inside the horizontal and vertical field of view, and is
*>  the sight line to it clear? The sight line runs through the same
*>  intersect subprograms the renderer uses; a blocker whose MATDAT
*>  transparency lets at least half through (glass) is seen through,
*>  anything else hides what lies behind it. The plan prints in
*>  PATHMAP's 61x21 style - each floor point shows the one camera
*>  that sees it, '+' where two or more do and '.' for a blind spot -
*>  with the object footprints standing on the floor marked as
*>  PATHMAP marks them and left out of the figures. The scene is the
*>  one the renderer would draw: the renderer (RENDCMD, as SCENEQTY
*>  runs it) is run with FLATTRI first, so SCENELIB includes, XFORM,
*>  CSG pairs, MODELDAT and TERRDAT facets and every MESH instance
*>  carried out into facets all come back resolved in SCENEFLAT -
*>  instanced shelving blocks sight lines and stands on the floor
*>  where the render puts it. Rotated boxes and ellipsoids and every
*>  facet get a footprint (a placed MESH object's facets all count
*>  from the height of the whole object); tori and slanted cylinders
*>  and cones still block sight lines but get none. A CLIP cutaway
*>  is a way of looking into the scene, not a change to it, so the
*>  geometry it cuts away still blocks sight lines here.
*>  PARM, any order:
*>    "Z=h"        floor height (default: the first level plane's
*>                 height, else 0)
*>    "X=x0,x1"    "Y=y0,y1"   the plan window (default: the scene
*>                 and the cameras, with a margin)
*>    "MIN=pct"    warn (RC 4) when total coverage falls below pct
*>    "PPM"        also write the colour-coded plan to VISPPM
*>    "SCENE=name" check the SCENELIB scene name, not SCENEDAT
*>  RC: 0 clean, 4 coverage below MIN, a camera that sees no floor, a
*>  VISCAMS record skipped, an INCLUDE the renderer could not resolve
*>  or objects past a table's end, 8 bad PARM, no usable cameras or
*>  no scene from the renderer.
PROCEDURE DIVISION.
    ACCEPT vs-parm FROM COMMAND-LINE
    PERFORM PARSE-VIEW-PARM
    IF vs-bad-yes THEN
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM RESOLVE-SCENE
    PERFORM LOAD-SCENE
    PERFORM LOAD-MATDAT
    PERFORM LOAD-CAMERAS
    IF num-cams = 0 THEN
       DISPLAY 'VISCOV: no usable cameras in VISCAMS'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    IF vs-z-given NOT = 'Y' THEN
       MOVE 0 TO vs-z
       IF num-planes > 0 THEN
          IF gnz(1) > 0.99 OR gnz(1) < -0.99 THEN
             MOVE gpz(1) TO vs-z
          END-IF
       END-IF
    END-IF

    PERFORM WORK-OUT-BOUNDS
    PERFORM VARYING mp-r FROM 1 BY 1 UNTIL mp-r > map-h
       PERFORM VARYING mp-c FROM 1 BY 1 UNTIL mp-c > map-w
          PERFORM CELL-POINT
          PERFORM FOOTPRINT-TEST
          MOVE 0 TO cov-n(mp-r, mp-c)
          MOVE 0 TO cov-cam(mp-r, mp-c)
          MOVE fp-mark TO cov-solid(mp-r, mp-c)
          IF fp-mark = SPACE THEN
             PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-cams
                PERFORM CAMERA-SEES-POINT
                IF vw-seen = 'Y' THEN
                   ADD 1 TO cov-n(mp-r, mp-c)
                   ADD 1 TO cm-seen(ci)
                   IF cov-cam(mp-r, mp-c) = 0 THEN
                      MOVE ci TO cov-cam(mp-r, mp-c)
                   END-IF
                END-IF
             END-PERFORM
          END-IF
       END-PERFORM
    END-PERFORM
*>  The intersect routines leave their trap counts in RETURN-CODE;
*>  this step's own code starts from here.
    MOVE 0 TO RETURN-CODE

    PERFORM WORK-OUT-COVERAGE
    PERFORM PAINT-MAP
    PERFORM PRINT-MAP
    PERFORM PRINT-COVERAGE
    IF vs-ppm-yes THEN
       PERFORM WRITE-OVERLAY
    END-IF

    IF vs-warn-yes THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

PARSE-VIEW-PARM.
    MOVE SPACES TO vs-toks
    UNSTRING vs-parm DELIMITED BY ALL SPACES
       INTO vs-tok(1), vs-tok(2), vs-tok(3), vs-tok(4),
            vs-tok(5), vs-tok(6), vs-tok(7), vs-tok(8)
    PERFORM VARYING vs-t FROM 1 BY 1 UNTIL vs-t > 8
       MOVE vs-tok(vs-t) TO vs-arg
       MOVE SPACES TO vs-arg1, vs-arg2
       EVALUATE TRUE
          WHEN vs-arg = SPACES
             CONTINUE
          WHEN vs-arg(1:2) = 'Z=' OR vs-arg(1:2) = 'z='
             MOVE vs-arg(3:12) TO vs-arg1
             PERFORM CHECK-VIEW-NUMBER
             COMPUTE vs-z = FUNCTION NUMVAL(vs-arg1)
             MOVE 'Y' TO vs-z-given
          WHEN vs-arg(1:2) = 'X=' OR vs-arg(1:2) = 'x='
             UNSTRING vs-arg(3:22) DELIMITED BY ','
                INTO vs-arg1, vs-arg2
             PERFORM CHECK-VIEW-PAIR
             COMPUTE vs-x0 = FUNCTION NUMVAL(vs-arg1)
             COMPUTE vs-x1 = FUNCTION NUMVAL(vs-arg2)
             MOVE 'Y' TO vs-x-given
          WHEN vs-arg(1:2) = 'Y=' OR vs-arg(1:2) = 'y='
             UNSTRING vs-arg(3:22) DELIMITED BY ','
                INTO vs-arg1, vs-arg2
             PERFORM CHECK-VIEW-PAIR
             COMPUTE vs-y0 = FUNCTION NUMVAL(vs-arg1)
             COMPUTE vs-y1 = FUNCTION NUMVAL(vs-arg2)
             MOVE 'Y' TO vs-y-given
          WHEN vs-arg(1:4) = 'MIN=' OR vs-arg(1:4) = 'min='
             MOVE vs-arg(5:12) TO vs-arg1
             PERFORM CHECK-VIEW-NUMBER
             COMPUTE vs-min = FUNCTION NUMVAL(vs-arg1)
          WHEN vs-arg = 'PPM' OR vs-arg = 'ppm'
             MOVE 'Y' TO vs-ppm
          WHEN vs-arg(1:6) = 'SCENE=' OR vs-arg(1:6) = 'scene='
             MOVE vs-arg(7:16) TO vs-scene
             IF vs-scene = SPACES THEN
                DISPLAY 'VISCOV: SCENE= needs a scene name'
                MOVE 'Y' TO vs-bad
             END-IF
          WHEN OTHER
             DISPLAY 'VISCOV: unknown PARM token "'
                FUNCTION TRIM(vs-arg) '"'
             MOVE 'Y' TO vs-bad
       END-EVALUATE
    END-PERFORM
    IF vs-bad-yes THEN
       EXIT PARAGRAPH
    END-IF
    IF (vs-x-given = 'Y' AND vs-x1 <= vs-x0)
       OR (vs-y-given = 'Y' AND vs-y1 <= vs-y0) THEN
       DISPLAY 'VISCOV: X= and Y= need the low edge first'
       MOVE 'Y' TO vs-bad
    END-IF
    IF vs-min < 0 OR vs-min > 100 THEN
       DISPLAY 'VISCOV: MIN= is a percentage, 0 to 100'
       MOVE 'Y' TO vs-bad
    END-IF.

CHECK-VIEW-NUMBER.
    IF vs-arg1 = SPACES OR FUNCTION TEST-NUMVAL(vs-arg1) NOT = 0 THEN
       DISPLAY 'VISCOV: "' FUNCTION TRIM(vs-arg) '" needs a number'
       MOVE 'Y' TO vs-bad
       MOVE '0' TO vs-arg1
    END-IF.

CHECK-VIEW-PAIR.
    IF vs-arg1 = SPACES OR vs-arg2 = SPACES
       OR FUNCTION TEST-NUMVAL(vs-arg1) NOT = 0
       OR FUNCTION TEST-NUMVAL(vs-arg2) NOT = 0 THEN
       DISPLAY 'VISCOV: "' FUNCTION TRIM(vs-arg)
          '" needs two numbers, comma separated'
       MOVE 'Y' TO vs-bad
       MOVE '0' TO vs-arg1
       MOVE '0' TO vs-arg2
    END-IF.

*>  The scene as the renderer resolves it: the renderer (RENDCMD, as
*>  SCENEQTY runs it) on the smallest frame with FLATTRI, so it stops
*>  once every SCENELIB include, XFORM, CSG pair, MODELDAT and TERRDAT
*>  facet and MESH instance is in its tables and writes them out to
*>  SCENEFLAT. SCENEFLAT is emptied first so a renderer that dies
*>  early cannot leave a previous scene behind to be surveyed. RC 4
*>  from the renderer is an INCLUDE it could not find - the rest of
*>  the scene still came out, so the check goes on and ends RC 4.
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
    IF vs-scene NOT = SPACES THEN
       STRING ' SCENE=' DELIMITED BY SIZE
              FUNCTION TRIM(vs-scene) DELIMITED BY SIZE
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
          DISPLAY 'VISCOV: the scene has an INCLUDE the renderer could '
             'not resolve - checked without it'
          MOVE 'Y' TO vs-warn
       WHEN OTHER
          DISPLAY 'VISCOV: renderer failed, RC ' sys-rc
             ' - no scene to check'
          MOVE 8 TO RETURN-CODE
          STOP RUN
    END-EVALUATE.

LOAD-SCENE.
    OPEN INPUT SCENE-FILE
    IF scene-file-status NOT = '00' THEN
       DISPLAY 'VISCOV: no SCENEFLAT from the renderer'
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
       DISPLAY 'VISCOV: ' FUNCTION TRIM(count-ed) ' object(s) past '
          'the end of a table - checked without them'
       MOVE 'Y' TO vs-warn
    END-IF
    IF clip-seen = 'Y' THEN
       DISPLAY 'VISCOV: CLIP cutaway not applied - what it cuts away '
          'still blocks sight lines'
    END-IF.

*>  The renderer's record layouts, token for token, as FLATTRI
*>  writes them: no layer numbers, TRANSLATE and SCALE already worked
*>  into the coordinates, and a box's or ellipsoid's rotation left
*>  as an XFORM ROT record on its slot.
LOAD-SCENE-RECORD.
    MOVE SPACES TO scene-kind, scene-tok1, scene-tok2, scene-tok3,
       scene-tok4, scene-tok5, scene-tok6, scene-tok7, scene-tok8,
       scene-tok9, scene-tok10,
       scene-tok11
    UNSTRING scene-rec DELIMITED BY ALL SPACES
       INTO scene-kind, scene-tok1, scene-tok2, scene-tok3,
            scene-tok4, scene-tok5, scene-tok6, scene-tok7,
            scene-tok8, scene-tok9, scene-tok10,
            scene-tok11
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
             MOVE 0 TO tinst(num-tris)
             IF scene-tok11 NOT = SPACES THEN
                COMPUTE tinst(num-tris) = FUNCTION NUMVAL(scene-tok11)
                PERFORM NOTE-FACET-INSTANCE
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

*>  The height span of MESH instance tinst, widened by each of its
*>  facets as they load.
NOTE-FACET-INSTANCE.
    MOVE tinst(num-tris) TO inst-i
    IF inst-i < 1 OR inst-i > 64 THEN
       MOVE 0 TO tinst(num-tris)
       EXIT PARAGRAPH
    END-IF
    COMPUTE fp-lo = FUNCTION MIN(taz(num-tris), tbz(num-tris),
       tcz(num-tris))
    COMPUTE fp-hi = FUNCTION MAX(taz(num-tris), tbz(num-tris),
       tcz(num-tris))
    IF inst-seen(inst-i) NOT = 'Y' THEN
       MOVE 'Y' TO inst-seen(inst-i)
       MOVE fp-lo TO inst-lo(inst-i)
       MOVE fp-hi TO inst-hi(inst-i)
    END-IF
    IF fp-lo < inst-lo(inst-i) THEN
       MOVE fp-lo TO inst-lo(inst-i)
    END-IF
    IF fp-hi > inst-hi(inst-i) THEN
       MOVE fp-hi TO inst-hi(inst-i)
    END-IF.

*>  "XFORM BOX|ELLIP slot ROTa degrees": parked on the slot for the
*>  rotated intersect wrappers.
LOAD-XFORM-RECORD.
    COMPUTE xf-slot = FUNCTION NUMVAL(scene-tok2)
    IF scene-tok3(1:3) NOT = 'ROT' OR scene-tok3(4:1) = SPACE THEN
       ADD 1 TO num-skipped
       EXIT PARAGRAPH
    END-IF
    MOVE scene-tok3(4:1) TO xf-axis
    COMPUTE xf-deg = FUNCTION NUMVAL(scene-tok4)
    COMPUTE xf-rad = xf-deg * deg-rad
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


*>  Blank and '*' records are passed over; a record that doesn't
*>  parse, or can't describe a camera, is named and skipped rather
*>  than failing the whole check.
LOAD-CAMERAS.
    OPEN INPUT CAM-FILE
    IF cam-file-status NOT = '00' THEN
       DISPLAY 'VISCOV: cannot open VISCAMS (status '
          cam-file-status ')'
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL cam-eof-yes
       READ CAM-FILE INTO cam-rec
          AT END MOVE 'Y' TO cam-eof
       END-READ
       IF NOT cam-eof-yes THEN
          ADD 1 TO cam-recno
          IF cam-rec NOT = SPACES AND cam-rec(1:1) NOT = '*' THEN
             PERFORM TAKE-CAMERA-RECORD
          END-IF
       END-IF
    END-PERFORM
    CLOSE CAM-FILE.

TAKE-CAMERA-RECORD.
    MOVE SPACES TO cam-tok1, cam-tok2, cam-tok3, cam-tok4, cam-tok5,
       cam-tok6, cam-tok7, cam-tok8, cam-tok9, cam-tok10
    UNSTRING cam-rec DELIMITED BY ALL SPACES
       INTO cam-tok1, cam-tok2, cam-tok3, cam-tok4, cam-tok5,
            cam-tok6, cam-tok7, cam-tok8, cam-tok9, cam-tok10
    MOVE cam-recno TO recno-ed
    MOVE 'Y' TO cam-ok
    IF cam-tok9 = SPACES
       OR FUNCTION TEST-NUMVAL(cam-tok2) NOT = 0
       OR FUNCTION TEST-NUMVAL(cam-tok3) NOT = 0
       OR FUNCTION TEST-NUMVAL(cam-tok4) NOT = 0
       OR FUNCTION TEST-NUMVAL(cam-tok5) NOT = 0
       OR FUNCTION TEST-NUMVAL(cam-tok6) NOT = 0
       OR FUNCTION TEST-NUMVAL(cam-tok7) NOT = 0
       OR FUNCTION TEST-NUMVAL(cam-tok8) NOT = 0
       OR FUNCTION TEST-NUMVAL(cam-tok9) NOT = 0 THEN
       MOVE 'N' TO cam-ok
    END-IF
    IF cam-tok10 NOT = SPACES THEN
       IF FUNCTION TEST-NUMVAL(cam-tok10) NOT = 0 THEN
          MOVE 'N' TO cam-ok
       END-IF
    END-IF
    IF cam-ok = 'N' THEN
       DISPLAY 'VISCOV: VISCAMS record ' FUNCTION TRIM(recno-ed)
          ' wants "name x y z aimx aimy aimz fov range [vfov]" - '
          'skipped'
       MOVE 'Y' TO vs-warn
       EXIT PARAGRAPH
    END-IF
    IF num-cams >= max-cams THEN
       DISPLAY 'VISCOV: more than 20 cameras - VISCAMS record '
          FUNCTION TRIM(recno-ed) ' skipped'
       MOVE 'Y' TO vs-warn
       EXIT PARAGRAPH
    END-IF

    ADD 1 TO num-cams
    MOVE cam-tok1 TO cm-name(num-cams)
    MOVE cam-marks(num-cams:1) TO cm-mark(num-cams)
    COMPUTE cm-px(num-cams) = FUNCTION NUMVAL(cam-tok2)
    COMPUTE cm-py(num-cams) = FUNCTION NUMVAL(cam-tok3)
    COMPUTE cm-pz(num-cams) = FUNCTION NUMVAL(cam-tok4)
    COMPUTE cm-fx(num-cams) = FUNCTION NUMVAL(cam-tok5)
    COMPUTE cm-fy(num-cams) = FUNCTION NUMVAL(cam-tok6)
    COMPUTE cm-fz(num-cams) = FUNCTION NUMVAL(cam-tok7)
    COMPUTE cm-hfov(num-cams) = FUNCTION NUMVAL(cam-tok8)
    COMPUTE cm-range(num-cams) = FUNCTION NUMVAL(cam-tok9)
    SUBTRACT cm-px(num-cams) FROM cm-fx(num-cams)
    SUBTRACT cm-py(num-cams) FROM cm-fy(num-cams)
    SUBTRACT cm-pz(num-cams) FROM cm-fz(num-cams)
    IF cm-fx(num-cams) = 0 AND cm-fy(num-cams) = 0
       AND cm-fz(num-cams) = 0 THEN
       DISPLAY 'VISCOV: VISCAMS record ' FUNCTION TRIM(recno-ed)
          ' is aimed at its own mount - skipped'
       MOVE 'N' TO cam-ok
    END-IF
    IF cm-hfov(num-cams) <= 0 OR cm-hfov(num-cams) > 360
       OR cm-range(num-cams) <= 0 THEN
       DISPLAY 'VISCOV: VISCAMS record ' FUNCTION TRIM(recno-ed)
          ' needs a fov of 1-360 degrees and a range over 0 - skipped'
       MOVE 'N' TO cam-ok
    END-IF
    IF cam-ok = 'N' THEN
       SUBTRACT 1 FROM num-cams
       MOVE 'Y' TO vs-warn
       EXIT PARAGRAPH
    END-IF

    CALL 'VNORM' USING cm-fx(num-cams), cm-fy(num-cams),
       cm-fz(num-cams)
    COMPUTE vw-d2 = cm-fx(num-cams) * cm-fx(num-cams)
    COMPUTE vw-sq = cm-fy(num-cams) * cm-fy(num-cams)
    ADD vw-sq TO vw-d2
    MOVE 0 TO cm-fpl(num-cams)
    IF vw-d2 > 0 THEN
       COMPUTE cm-fpl(num-cams) = FUNCTION SQRT(vw-d2)
    END-IF
    MOVE cm-fz(num-cams) TO vw-cos
    COMPUTE cm-pitch(num-cams) = FUNCTION ASIN(vw-cos)
    IF cm-hfov(num-cams) >= 360 THEN
       MOVE -1 TO cm-hcos(num-cams)
    ELSE
       COMPUTE vw-pitch = cm-hfov(num-cams) * deg-rad
       COMPUTE vw-pitch = vw-pitch / 2
       COMPUTE cm-hcos(num-cams) = FUNCTION COS(vw-pitch)
    END-IF
    IF cam-tok10 NOT = SPACES THEN
       COMPUTE cam-vfov = FUNCTION NUMVAL(cam-tok10)
    ELSE
       COMPUTE cam-vfov = cm-hfov(num-cams) * 0.75
    END-IF
    IF cam-vfov > 180 THEN
       MOVE 180 TO cam-vfov
    END-IF
    COMPUTE vw-pitch = cam-vfov * deg-rad
    COMPUTE cm-vhalf(num-cams) = vw-pitch / 2
    MOVE 0 TO cm-seen(num-cams)
    MOVE 0 TO cm-only(num-cams).

*>  The plan window: whatever X=/Y= name, else everything placed in
*>  the scene and every camera mount, with PATHMAP's margin of one
*>  unit all round. Level planes have no extent and don't count.
WORK-OUT-BOUNDS.
    PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-cams
       MOVE cm-px(ci) TO wx
       MOVE cm-py(ci) TO wy
       MOVE 0 TO fp-r
       PERFORM GROW-BOUNDS
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-spheres
       MOVE sx(oi) TO wx
       MOVE sy(oi) TO wy
       MOVE sr(oi) TO fp-r
       PERFORM GROW-BOUNDS
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-boxes
       IF braxis(oi) NOT = SPACE THEN
          PERFORM BOX-CENTRE
          COMPUTE fp-sum = fp-hx * fp-hx + fp-hy * fp-hy
             + fp-hz * fp-hz
          COMPUTE fp-r = FUNCTION SQRT(fp-sum)
          MOVE fp-cx TO wx
          MOVE fp-cy TO wy
          PERFORM GROW-BOUNDS
       ELSE
          MOVE 0 TO fp-r
          MOVE bx0(oi) TO wx
          MOVE by0(oi) TO wy
          PERFORM GROW-BOUNDS
          MOVE bx1(oi) TO wx
          MOVE by1(oi) TO wy
          PERFORM GROW-BOUNDS
       END-IF
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-cyls
       MOVE clr(oi) TO fp-r
       MOVE cl0x(oi) TO wx
       MOVE cl0y(oi) TO wy
       PERFORM GROW-BOUNDS
       MOVE cl1x(oi) TO wx
       MOVE cl1y(oi) TO wy
       PERFORM GROW-BOUNDS
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-ellips
       COMPUTE fp-r = FUNCTION MAX(eerx(oi), eery(oi))
       IF eraxis(oi) NOT = SPACE THEN
          COMPUTE fp-r = FUNCTION MAX(eerx(oi), eery(oi), eerz(oi))
       END-IF
       MOVE eex(oi) TO wx
       MOVE eey(oi) TO wy
       PERFORM GROW-BOUNDS
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-cones
       COMPUTE fp-r = FUNCTION MAX(knr0(oi), knr1(oi))
       MOVE kn0x(oi) TO wx
       MOVE kn0y(oi) TO wy
       PERFORM GROW-BOUNDS
       MOVE kn1x(oi) TO wx
       MOVE kn1y(oi) TO wy
       PERFORM GROW-BOUNDS
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-toruses
       COMPUTE fp-r = tormaj(oi) + tormin(oi)
       MOVE tocx(oi) TO wx
       MOVE tocy(oi) TO wy
       PERFORM GROW-BOUNDS
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-tris
       MOVE 0 TO fp-r
       MOVE tax(oi) TO wx
       MOVE tay(oi) TO wy
       PERFORM GROW-BOUNDS
       MOVE tbx(oi) TO wx
       MOVE tby(oi) TO wy
       PERFORM GROW-BOUNDS
       MOVE tcx(oi) TO wx
       MOVE tcy(oi) TO wy
       PERFORM GROW-BOUNDS
    END-PERFORM
    SUBTRACT 1.0 FROM min-x
    ADD 1.0 TO max-x
    SUBTRACT 1.0 FROM min-y
    ADD 1.0 TO max-y
    IF vs-x-given = 'Y' THEN
       MOVE vs-x0 TO min-x
       MOVE vs-x1 TO max-x
    END-IF
    IF vs-y-given = 'Y' THEN
       MOVE vs-y0 TO min-y
       MOVE vs-y1 TO max-y
    END-IF
    COMPUTE span-x = max-x - min-x
    COMPUTE span-y = max-y - min-y.

*>  Widen the window to take in the point (wx, wy) and fp-r round it.
GROW-BOUNDS.
    IF bounds-set = 'N' THEN
       MOVE wx TO min-x
       MOVE wx TO max-x
       MOVE wy TO min-y
       MOVE wy TO max-y
       MOVE 'Y' TO bounds-set
    END-IF
    COMPUTE fp-lo = wx - fp-r
    COMPUTE fp-hi = wx + fp-r
    IF fp-lo < min-x THEN MOVE fp-lo TO min-x END-IF
    IF fp-hi > max-x THEN MOVE fp-hi TO max-x END-IF
    COMPUTE fp-lo = wy - fp-r
    COMPUTE fp-hi = wy + fp-r
    IF fp-lo < min-y THEN MOVE fp-lo TO min-y END-IF
    IF fp-hi > max-y THEN MOVE fp-hi TO max-y END-IF.

*>  The floor point for plan cell (mp-r, mp-c), PATHMAP's mapping.
CELL-POINT.
    COMPUTE wx = mp-c - 1
    COMPUTE wx = wx / 60
    COMPUTE wx = wx * span-x
    COMPUTE wx = wx + min-x
    COMPUTE wy = mp-r - 1
    COMPUTE wy = wy / 20
    COMPUTE wy = wy * span-y
    COMPUTE wy = wy + min-y.

*>  Is something standing on the floor at (wx, wy)? Only objects
*>  that come down to within a quarter unit of the floor count - a
*>  lamp or a sign hung overhead leaves the floor under it walkable.
*>  Footprints are PATHMAP's, the outline from above; a rotated box
*>  or ellipsoid is asked with a ray straight up through the point,
*>  and a facet by its own outline in plan. fp-mark comes back as
*>  the PATHMAP mark ('M' for a facet), or space.
FOOTPRINT-TEST.
    MOVE SPACE TO fp-mark
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-spheres OR fp-mark NOT = SPACE
       COMPUTE fp-lo = sz(oi) - sr(oi)
       COMPUTE fp-hi = sz(oi) + sr(oi)
       IF fp-lo <= vs-z + 0.25 AND fp-hi > vs-z
          AND sabsorbed(oi) NOT = 'Y' THEN
          COMPUTE fp-dx = wx - sx(oi)
          COMPUTE fp-dy = wy - sy(oi)
          MOVE sr(oi) TO fp-r
          PERFORM ROUND-FOOTPRINT
          IF fp-sum <= fp-sq THEN
             MOVE 'o' TO fp-mark
          END-IF
       END-IF
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-boxes OR fp-mark NOT = SPACE
       IF braxis(oi) NOT = SPACE THEN
          PERFORM ROTATED-BOX-FOOTPRINT
       ELSE
          COMPUTE fp-lo = FUNCTION MIN(bz0(oi), bz1(oi))
          COMPUTE fp-hi = FUNCTION MAX(bz0(oi), bz1(oi))
          IF fp-lo <= vs-z + 0.25 AND fp-hi > vs-z
             AND wx >= FUNCTION MIN(bx0(oi), bx1(oi))
             AND wx <= FUNCTION MAX(bx0(oi), bx1(oi))
             AND wy >= FUNCTION MIN(by0(oi), by1(oi))
             AND wy <= FUNCTION MAX(by0(oi), by1(oi)) THEN
             MOVE 'B' TO fp-mark
          END-IF
       END-IF
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-cyls OR fp-mark NOT = SPACE
       COMPUTE fp-lo = FUNCTION MIN(cl0z(oi), cl1z(oi))
       COMPUTE fp-hi = FUNCTION MAX(cl0z(oi), cl1z(oi))
       IF cl0x(oi) = cl1x(oi) AND cl0y(oi) = cl1y(oi)
          AND fp-lo <= vs-z + 0.25 AND fp-hi > vs-z THEN
          COMPUTE fp-dx = wx - cl0x(oi)
          COMPUTE fp-dy = wy - cl0y(oi)
          MOVE clr(oi) TO fp-r
          PERFORM ROUND-FOOTPRINT
          IF fp-sum <= fp-sq THEN
             MOVE 'C' TO fp-mark
          END-IF
       END-IF
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-ellips OR fp-mark NOT = SPACE
       COMPUTE fp-lo = eez(oi) - eerz(oi)
       COMPUTE fp-hi = eez(oi) + eerz(oi)
       IF eraxis(oi) NOT = SPACE THEN
          PERFORM ROTATED-ELLIP-FOOTPRINT
       END-IF
       IF fp-lo <= vs-z + 0.25 AND fp-hi > vs-z
          AND eraxis(oi) = SPACE
          AND eerx(oi) > 0 AND eery(oi) > 0 THEN
          COMPUTE fp-dx = wx - eex(oi)
          COMPUTE fp-dx = fp-dx / eerx(oi)
          COMPUTE fp-dy = wy - eey(oi)
          COMPUTE fp-dy = fp-dy / eery(oi)
          MOVE 1 TO fp-r
          PERFORM ROUND-FOOTPRINT
          IF fp-sum <= fp-sq THEN
             MOVE 'E' TO fp-mark
          END-IF
       END-IF
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-cones OR fp-mark NOT = SPACE
       COMPUTE fp-lo = FUNCTION MIN(kn0z(oi), kn1z(oi))
       COMPUTE fp-hi = FUNCTION MAX(kn0z(oi), kn1z(oi))
       IF kn0x(oi) = kn1x(oi) AND kn0y(oi) = kn1y(oi)
          AND fp-lo <= vs-z + 0.25 AND fp-hi > vs-z THEN
          COMPUTE fp-dx = wx - kn0x(oi)
          COMPUTE fp-dy = wy - kn0y(oi)
          COMPUTE fp-r = FUNCTION MAX(knr0(oi), knr1(oi))
          PERFORM ROUND-FOOTPRINT
          IF fp-sum <= fp-sq THEN
             MOVE 'K' TO fp-mark
          END-IF
       END-IF
    END-PERFORM
    PERFORM VARYING oi FROM 1 BY 1
       UNTIL oi > num-tris OR fp-mark NOT = SPACE
       PERFORM FACET-FOOTPRINT
    END-PERFORM.

*>  Box oi's centre and half sizes.
BOX-CENTRE.
    COMPUTE fp-cx = (bx0(oi) + bx1(oi)) / 2
    COMPUTE fp-cy = (by0(oi) + by1(oi)) / 2
    COMPUTE fp-cz = (bz0(oi) + bz1(oi)) / 2
    COMPUTE fp-hx = FUNCTION ABS(bx1(oi) - bx0(oi)) / 2
    COMPUTE fp-hy = FUNCTION ABS(by1(oi) - by0(oi)) / 2
    COMPUTE fp-hz = FUNCTION ABS(bz1(oi) - bz0(oi)) / 2.

ROTATED-BOX-FOOTPRINT.
    PERFORM BOX-CENTRE
    MOVE braxis(oi) TO xf-axis
    MOVE brcos(oi) TO xf-cos
    MOVE brsin(oi) TO xf-sin
    MOVE 'B' TO fp-shape
    PERFORM ROTATED-HALF-HEIGHT
    IF fp-lo > vs-z + 0.25 OR fp-hi <= vs-z THEN
       EXIT PARAGRAPH
    END-IF
    CALL 'BOX-ROT-INTERSECT' USING bx0(oi), by0(oi), bz0(oi),
       bx1(oi), by1(oi), bz1(oi), braxis(oi), brcos(oi), brsin(oi),
       wx, wy, fp-oz, fp-ux, fp-uy, fp-uz,
       ray-tmin, fp-tmax, ret, tout, hnx, hny, hnz
    IF ret > 0.1 THEN
       MOVE 'B' TO fp-mark
    END-IF.

ROTATED-ELLIP-FOOTPRINT.
    MOVE eex(oi) TO fp-cx
    MOVE eey(oi) TO fp-cy
    MOVE eez(oi) TO fp-cz
    MOVE eerx(oi) TO fp-hx
    MOVE eery(oi) TO fp-hy
    MOVE eerz(oi) TO fp-hz
    MOVE eraxis(oi) TO xf-axis
    MOVE ercos(oi) TO xf-cos
    MOVE ersin(oi) TO xf-sin
    MOVE 'E' TO fp-shape
    PERFORM ROTATED-HALF-HEIGHT
    IF fp-lo > vs-z + 0.25 OR fp-hi <= vs-z THEN
       EXIT PARAGRAPH
    END-IF
    CALL 'ELLIPSOID-ROT-INTERSECT' USING eex(oi), eey(oi), eez(oi),
       eerx(oi), eery(oi), eerz(oi),
       eraxis(oi), ercos(oi), ersin(oi),
       wx, wy, fp-oz, fp-ux, fp-uy, fp-uz,
       ray-tmin, fp-tmax, ret, tout, hnx, hny, hnz
    IF ret > 0.1 THEN
       MOVE 'E' TO fp-mark
    END-IF.

*>  How far the rotated shape at (fp-cx, fp-cy, fp-cz) reaches above
*>  and below its centre - each half axis turned by the rotation in
*>  xf-axis/xf-cos/xf-sin, a box taking the sum of their heights and
*>  an ellipsoid the root of the sum of their squares - giving
*>  fp-lo/fp-hi, and the up ray's start and reach to span it.
ROTATED-HALF-HEIGHT.
    MOVE 0 TO fp-r
    MOVE 0 TO fp-sum
    MOVE fp-hx TO rv-x
    MOVE 0 TO rv-y
    MOVE 0 TO rv-z
    PERFORM TURN-HALF-AXIS
    MOVE 0 TO rv-x
    MOVE fp-hy TO rv-y
    MOVE 0 TO rv-z
    PERFORM TURN-HALF-AXIS
    MOVE 0 TO rv-x
    MOVE 0 TO rv-y
    MOVE fp-hz TO rv-z
    PERFORM TURN-HALF-AXIS
    IF fp-shape = 'E' THEN
       COMPUTE fp-r = FUNCTION SQRT(fp-sum)
    END-IF
    COMPUTE fp-lo = fp-cz - fp-r
    COMPUTE fp-hi = fp-cz + fp-r
    COMPUTE fp-oz = fp-lo - 1
    COMPUTE fp-tmax = fp-hi - fp-lo + 2.

TURN-HALF-AXIS.
    CALL 'ROTAXIS' USING xf-axis, xf-cos, xf-sin, rv-x, rv-y, rv-z
    IF fp-shape = 'B' THEN
       ADD FUNCTION ABS(rv-z) TO fp-r
    ELSE
       COMPUTE fp-sum = fp-sum + rv-z * rv-z
    END-IF.

*>  Facet oi stands on the floor when it - or, for a placed MESH
*>  object, the object it belongs to - comes down to the floor, and
*>  covers (wx, wy) when the point is on the same side of all three
*>  edges in plan. A facet seen edge-on from above covers nothing.
FACET-FOOTPRINT.
    IF tinst(oi) > 0 THEN
       MOVE tinst(oi) TO inst-i
       MOVE inst-lo(inst-i) TO fp-lo
       MOVE inst-hi(inst-i) TO fp-hi
    ELSE
       COMPUTE fp-lo = FUNCTION MIN(taz(oi), tbz(oi), tcz(oi))
       COMPUTE fp-hi = FUNCTION MAX(taz(oi), tbz(oi), tcz(oi))
    END-IF
    IF fp-lo > vs-z + 0.25 OR fp-hi <= vs-z THEN
       EXIT PARAGRAPH
    END-IF
    COMPUTE fp-area = (tbx(oi) - tax(oi)) * (tcy(oi) - tay(oi))
       - (tcx(oi) - tax(oi)) * (tby(oi) - tay(oi))
    IF fp-area > -0.0001 AND fp-area < 0.0001 THEN
       EXIT PARAGRAPH
    END-IF
    COMPUTE fp-d1 = (tbx(oi) - tax(oi)) * (wy - tay(oi))
       - (wx - tax(oi)) * (tby(oi) - tay(oi))
    COMPUTE fp-d2 = (tcx(oi) - tbx(oi)) * (wy - tby(oi))
       - (wx - tbx(oi)) * (tcy(oi) - tby(oi))
    COMPUTE fp-d3 = (tax(oi) - tcx(oi)) * (wy - tcy(oi))
       - (wx - tcx(oi)) * (tay(oi) - tcy(oi))
    IF (fp-d1 >= 0 AND fp-d2 >= 0 AND fp-d3 >= 0)
       OR (fp-d1 <= 0 AND fp-d2 <= 0 AND fp-d3 <= 0) THEN
       MOVE 'M' TO fp-mark
    END-IF.

*>  fp-sum, the squared plan offset (fp-dx, fp-dy), against fp-sq,
*>  the squared radius fp-r.
ROUND-FOOTPRINT.
    COMPUTE fp-sum = fp-dx * fp-dx
    COMPUTE fp-sq = fp-dy * fp-dy
    ADD fp-sq TO fp-sum
    COMPUTE fp-sq = fp-r * fp-r.

*>  Does camera ci see the floor point (wx, wy, vs-z)? In range
*>  first, then the field of view: a camera aimed more or less level
*>  takes its horizontal angle in plan and its vertical angle as a
*>  difference of pitch, the way a picture frame is bounded; one
*>  aimed straight up or down has no plan bearing to measure from,
*>  so its horizontal fov becomes a plain cone round the aim. Last
*>  the sight line, which must get at least half its light through.
CAMERA-SEES-POINT.
    MOVE 'N' TO vw-seen
    COMPUTE vw-dx = wx - cm-px(ci)
    COMPUTE vw-dy = wy - cm-py(ci)
    COMPUTE vw-dz = vs-z - cm-pz(ci)
    COMPUTE vw-d2 = vw-dx * vw-dx
    COMPUTE vw-sq = vw-dy * vw-dy
    ADD vw-sq TO vw-d2
    MOVE 0 TO vw-pl
    IF vw-d2 > 0 THEN
       COMPUTE vw-pl = FUNCTION SQRT(vw-d2)
    END-IF
    COMPUTE vw-sq = vw-dz * vw-dz
    ADD vw-sq TO vw-d2
    IF vw-d2 < 0.0001 THEN
       EXIT PARAGRAPH
    END-IF
    COMPUTE vw-dist = FUNCTION SQRT(vw-d2)
    IF vw-dist > cm-range(ci) THEN
       EXIT PARAGRAPH
    END-IF

    IF cm-fpl(ci) < 0.05 THEN
       COMPUTE vw-d2 = vw-dx * cm-fx(ci)
       COMPUTE vw-sq = vw-dy * cm-fy(ci)
       ADD vw-sq TO vw-d2
       COMPUTE vw-sq = vw-dz * cm-fz(ci)
       ADD vw-sq TO vw-d2
       COMPUTE vw-cos = vw-d2 / vw-dist
       IF vw-cos < cm-hcos(ci) THEN
          EXIT PARAGRAPH
       END-IF
    ELSE
       IF cm-hcos(ci) > -1 AND vw-pl >= 0.01 THEN
          COMPUTE vw-d2 = vw-dx * cm-fx(ci)
          COMPUTE vw-sq = vw-dy * cm-fy(ci)
          ADD vw-sq TO vw-d2
          COMPUTE vw-d2 = vw-d2 / vw-pl
          COMPUTE vw-cos = vw-d2 / cm-fpl(ci)
          IF vw-cos < cm-hcos(ci) THEN
             EXIT PARAGRAPH
          END-IF
       END-IF
       COMPUTE vw-cos = vw-dz / vw-dist
       COMPUTE vw-pitch = FUNCTION ASIN(vw-cos)
       SUBTRACT cm-pitch(ci) FROM vw-pitch
       IF vw-pitch < 0 THEN
          COMPUTE vw-pitch = 0 - vw-pitch
       END-IF
       IF vw-pitch > cm-vhalf(ci) THEN
          EXIT PARAGRAPH
       END-IF
    END-IF

    MOVE vw-dx TO lx-dx
    MOVE vw-dy TO lx-dy
    MOVE vw-dz TO lx-dz
    CALL 'VNORM' USING lx-dx, lx-dy, lx-dz
    COMPUTE ray-tmax = vw-dist - 0.02
    PERFORM SIGHT-RAY
    IF lx-trans >= 0.5 THEN
       MOVE 'Y' TO vw-seen
    END-IF.

*>  From camera ci toward the floor point (lx-dx/dy/dz, unit) out to
*>  just short of it: every blocker crossed multiplies lx-trans by
*>  what its material lets through, LUXSURV's shadow-ray walk run
*>  from the other end.
SIGHT-RAY.
    MOVE 1 TO lx-trans
    MOVE cm-px(ci) TO ray-ox
    MOVE cm-py(ci) TO ray-oy
    MOVE cm-pz(ci) TO ray-oz
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


WORK-OUT-COVERAGE.
    PERFORM VARYING mp-r FROM 1 BY 1 UNTIL mp-r > map-h
       PERFORM VARYING mp-c FROM 1 BY 1 UNTIL mp-c > map-w
          ADD 1 TO st-cells
          IF cov-solid(mp-r, mp-c) NOT = SPACE THEN
             ADD 1 TO st-solid
          ELSE
             ADD 1 TO st-floor
             EVALUATE TRUE
                WHEN cov-n(mp-r, mp-c) = 0
                   ADD 1 TO st-blind
                WHEN cov-n(mp-r, mp-c) = 1
                   ADD 1 TO st-covered
                   MOVE cov-cam(mp-r, mp-c) TO ci
                   ADD 1 TO cm-only(ci)
                WHEN OTHER
                   ADD 1 TO st-covered
                   ADD 1 TO st-multi
             END-EVALUATE
          END-IF
       END-PERFORM
    END-PERFORM
    MOVE 0 TO st-pct
    IF st-floor > 0 THEN
       COMPUTE st-pct ROUNDED = st-covered * 100 / st-floor
    END-IF.

*>  Coverage marks first, then every camera mount on top of them.
PAINT-MAP.
    PERFORM VARYING mp-r FROM 1 BY 1 UNTIL mp-r > map-h
       PERFORM VARYING mp-c FROM 1 BY 1 UNTIL mp-c > map-w
          EVALUATE TRUE
             WHEN cov-solid(mp-r, mp-c) NOT = SPACE
                MOVE cov-solid(mp-r, mp-c) TO map-cell(mp-r, mp-c)
             WHEN cov-n(mp-r, mp-c) = 0
                MOVE '.' TO map-cell(mp-r, mp-c)
             WHEN cov-n(mp-r, mp-c) = 1
                MOVE cov-cam(mp-r, mp-c) TO ci
                MOVE cm-mark(ci) TO map-cell(mp-r, mp-c)
             WHEN OTHER
                MOVE '+' TO map-cell(mp-r, mp-c)
          END-EVALUATE
       END-PERFORM
    END-PERFORM
    PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-cams
       COMPUTE wx = cm-px(ci) - min-x
       COMPUTE wx = wx / span-x
       COMPUTE wx = wx * 60
       COMPUTE mp-c = wx + 1.5
       COMPUTE wy = cm-py(ci) - min-y
       COMPUTE wy = wy / span-y
       COMPUTE wy = wy * 20
       COMPUTE mp-r = wy + 1.5
       IF mp-r >= 1 AND mp-r <= map-h AND mp-c >= 1
          AND mp-c <= map-w THEN
          MOVE '@' TO map-cell(mp-r, mp-c)
       END-IF
    END-PERFORM.

PRINT-MAP.
    MOVE min-x TO hdr-lo-ed
    MOVE max-x TO hdr-hi-ed
    DISPLAY 'VISCOV: plan view, x ' hdr-lo-ed ' .. ' hdr-hi-ed
       ' across'
    MOVE min-y TO hdr-lo-ed
    MOVE max-y TO hdr-hi-ed
    DISPLAY '        y ' hdr-lo-ed ' .. ' hdr-hi-ed ' down'
    DISPLAY '  1..9 a..k seen by that camera only  + by two or more  '
       '. blind spot  @ camera'
    DISPLAY '  o sphere  B box  C cylinder  E ellipsoid  K cone  '
       'M mesh  standing on the floor'
    DISPLAY '+-------------------------------------------------------'
       '------+'
    PERFORM VARYING mp-r FROM 1 BY 1 UNTIL mp-r > map-h
       MOVE SPACES TO map-line
       PERFORM VARYING mp-c FROM 1 BY 1 UNTIL mp-c > map-w
          MOVE map-cell(mp-r, mp-c) TO map-line(mp-c:1)
       END-PERFORM
       DISPLAY '|' map-line '|'
    END-PERFORM
    DISPLAY '+-------------------------------------------------------'
       '------+'.

*>  What of SCENEFLAT the check could not take.
PRINT-SCENE-NOTES.
    IF num-skipped > 0 THEN
       MOVE num-skipped TO count-ed
       DISPLAY '  ' FUNCTION TRIM(count-ed) ' SCENEFLAT record(s) '
          'not applied'
    END-IF
    IF num-dropped > 0 THEN
       MOVE num-dropped TO count-ed
       DISPLAY '  ' FUNCTION TRIM(count-ed) ' object(s) past the end '
          'of a table not checked'
    END-IF
    IF clip-seen = 'Y' THEN
       DISPLAY '  CLIP cutaway not applied'
    END-IF.

*>  Per camera: the floor points it sees, those only it sees (what
*>  would go blind without it) and its share of the floor.
PRINT-COVERAGE.
    MOVE vs-z TO coord-ed
    MOVE st-floor TO count-ed
    MOVE st-solid TO count2-ed
    DISPLAY 'VISCOV: floor at z ' FUNCTION TRIM(coord-ed) ', '
       FUNCTION TRIM(count-ed) ' floor points, '
       FUNCTION TRIM(count2-ed) ' under objects'
    PERFORM PRINT-SCENE-NOTES
    DISPLAY '  CAM NAME           X       Y       Z  FOV  RANGE  SEES'
       '  ONLY  COVER%'
    PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-cams
       MOVE cm-px(ci) TO coord-ed
       MOVE cm-py(ci) TO coord2-ed
       MOVE cm-pz(ci) TO coord3-ed
       MOVE cm-hfov(ci) TO fov-ed
       MOVE cm-range(ci) TO range-ed
       MOVE cm-seen(ci) TO count-ed
       MOVE cm-only(ci) TO count2-ed
       MOVE 0 TO st-pct
       IF st-floor > 0 THEN
          COMPUTE st-pct ROUNDED = cm-seen(ci) * 100 / st-floor
       END-IF
       MOVE st-pct TO pct-ed
       DISPLAY '   ' cm-mark(ci) '  ' cm-name(ci) ' ' coord-ed
          coord2-ed coord3-ed '  ' fov-ed ' ' range-ed '  '
          count-ed '  ' count2-ed '   ' pct-ed
    END-PERFORM
    PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-cams
       IF cm-seen(ci) = 0 THEN
          DISPLAY 'VISCOV: camera ' cm-mark(ci) ' ('
             FUNCTION TRIM(cm-name(ci)) ') sees no floor in the plan'
          MOVE 'Y' TO vs-warn
       END-IF
    END-PERFORM

    MOVE st-covered TO count-ed
    MOVE st-floor TO count2-ed
    MOVE 0 TO st-pct
    IF st-floor > 0 THEN
       COMPUTE st-pct ROUNDED = st-covered * 100 / st-floor
    END-IF
    MOVE st-pct TO pct-ed
    DISPLAY 'VISCOV: covered ' FUNCTION TRIM(count-ed) ' of '
       FUNCTION TRIM(count2-ed) ' floor points ('
       FUNCTION TRIM(pct-ed) '%)'
    MOVE st-multi TO count-ed
    DISPLAY 'VISCOV: seen by two or more cameras '
       FUNCTION TRIM(count-ed)
    MOVE st-blind TO count-ed
    MOVE 0 TO st-pct
    IF st-floor > 0 THEN
       COMPUTE st-pct ROUNDED = st-blind * 100 / st-floor
    END-IF
    MOVE st-pct TO pct-ed
    DISPLAY 'VISCOV: blind spots ' FUNCTION TRIM(count-ed) ' ('
       FUNCTION TRIM(pct-ed) '%)'
    IF st-floor > 0 THEN
       COMPUTE st-pct ROUNDED = st-covered * 100 / st-floor
       IF st-pct < vs-min THEN
          MOVE vs-min TO pct-ed
          DISPLAY 'VISCOV: coverage is below MIN= '
             FUNCTION TRIM(pct-ed) '%'
          MOVE 'Y' TO vs-warn
       END-IF
    END-IF.

WRITE-OVERLAY.
    OPEN OUTPUT PPM-FILE
    IF ppm-file-status NOT = '00' THEN
       DISPLAY 'VISCOV: cannot open VISPPM (status '
          ppm-file-status ') - no overlay written'
       EXIT PARAGRAPH
    END-IF
    COMPUTE ppm-w = map-w * ppm-block
    COMPUTE ppm-h = map-h * ppm-block
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
       COMPUTE mp-r = ppm-y / ppm-block
       ADD 1 TO mp-r
       PERFORM VARYING ppm-x FROM 0 BY 1 UNTIL ppm-x >= ppm-w
          COMPUTE mp-c = ppm-x / ppm-block
          ADD 1 TO mp-c
          PERFORM OVERLAY-COLOR
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
    DISPLAY 'VISCOV: overlay written to VISPPM ('
       FUNCTION TRIM(ppm-w-ed) 'x' FUNCTION TRIM(ppm-h-ed) ')'.

OVERLAY-COLOR.
    EVALUATE TRUE
       WHEN map-cell(mp-r, mp-c) = '@'
          MOVE 0 TO ppm-r
          MOVE 0 TO ppm-g
          MOVE 0 TO ppm-b
       WHEN cov-solid(mp-r, mp-c) NOT = SPACE
          MOVE 96 TO ppm-r
          MOVE 96 TO ppm-g
          MOVE 96 TO ppm-b
       WHEN cov-n(mp-r, mp-c) = 0
          MOVE 220 TO ppm-r
          MOVE 30 TO ppm-g
          MOVE 30 TO ppm-b
       WHEN cov-n(mp-r, mp-c) = 1
          COMPUTE pal-i = cov-cam(mp-r, mp-c) - 1
          COMPUTE pal-i = FUNCTION MOD(pal-i, 8) + 1
          MOVE pal-r(pal-i) TO ppm-r
          MOVE pal-g(pal-i) TO ppm-g
          MOVE pal-b(pal-i) TO ppm-b
       WHEN OTHER
          MOVE 255 TO ppm-r
          MOVE 255 TO ppm-g
          MOVE 255 TO ppm-b
    END-EVALUATE.
