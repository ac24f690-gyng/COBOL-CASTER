    SELECT BUDGET-FILE ASSIGN TO "RENDBUDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS budget-file-status.
    SELECT WAIV-FILE ASSIGN TO "RENDWAIV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS waiv-file-status.
    SELECT STAT-FILE ASSIGN TO DYNAMIC stat-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS stat-file-status.
    SELECT RENDPARM-FILE ASSIGN TO "RENDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rendparm-file-status.
    SELECT SCENELIB-FILE ASSIGN TO "SCENELIB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS lib-key
        FILE STATUS IS scenelib-file-status.
    SELECT LIBFLAT-FILE ASSIGN TO DYNAMIC scenelib-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS libflat-file-status.
    SELECT OBJKEY-FILE ASSIGN TO DYNAMIC objkey-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS objkey-file-status.
    SELECT FLAT-FILE ASSIGN TO "SCENEFLAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS flat-file-status.
    SELECT OBJ-FILE ASSIGN TO "SCENEOBJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS obj-file-status.
    SELECT MTL-FILE ASSIGN TO "SCENEMTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS mtl-file-status.
    SELECT QTY-FILE ASSIGN TO "QTYDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS qty-file-status.
    SELECT BUNDLE-FILE ASSIGN TO DYNAMIC bundle-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS bundle-file-status.
    SELECT TERR-FILE ASSIGN TO DYNAMIC terr-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS terr-file-status.
    SELECT MODLIB-FILE ASSIGN TO DYNAMIC modlib-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS modlib-file-status.
    SELECT SHOTLIB-FILE ASSIGN TO DYNAMIC shotlib-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shotlib-file-status.
    SELECT TEXCAT-FILE ASSIGN TO DYNAMIC texcat-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS texcat-file-status.
    SELECT MASK-FILE ASSIGN TO DYNAMIC mask-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS mask-file-status.
    SELECT RUN-FILE ASSIGN TO DYNAMIC run-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS run-file-status.
    SELECT SVG-FILE ASSIGN TO DYNAMIC svg-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS svg-file-status.
    SELECT PLT-FILE ASSIGN TO DYNAMIC plt-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS plt-file-status.
    SELECT FPRT-FILE ASSIGN TO "RENDFPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS fprt-file-status.
    SELECT CALLOUT-FILE ASSIGN TO DYNAMIC callout-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS callout-file-status.

DATA DIVISION.
        FILE SECTION.
        FD PPM-FILE.
        01 ppm-rec PIC X(80).
        FD AUDIT-FILE.
        01 audit-rec PIC X(200).
        FD CKPT-FILE.
        01 ckpt-rec PIC X(20).
        FD BASELINE-FILE.
        FD MODEL-FILE.
        01 model-rec PIC X(160).
        FD MAT-FILE.
        01 mat-rec PIC X(160).
        FD BUDGET-FILE.
        01 budget-rec PIC X(80).
        FD WAIV-FILE.
        01 waiv-rec PIC X(120).
        FD STAT-FILE.
        01 stat-rec PIC X(120).
        FD HIST-FILE.
        01 hist-rec PIC X(160).
        FD ERRLOG-FILE.
        01 errlog-rec PIC X(160).
        FD LOCK-FILE.
        01 lock-rec PIC X(160).
        FD RENDPARM-FILE.
        01 rendparm-rec PIC X(80).
        FD SCENELIB-FILE.
        01 scenelib-rec.
           02 lib-key.
              03 lk-name PIC X(16).
              03 lk-seq PIC 9(4).
           02 lib-data PIC X(80).
        FD LIBFLAT-FILE.
        01 libflat-rec PIC X(80).
        FD OBJKEY-FILE.
        01 objkey-rec PIC X(80).
        FD LIGHTKEY-FILE.
        01 lightkey-rec PIC X(80).
        FD FLAT-FILE.
        01 flat-rec PIC X(120).
        FD OBJ-FILE.
        01 obj-rec PIC X(120).
        FD MTL-FILE.
        01 mtl-rec PIC X(120).
        FD QTY-FILE.
        01 qty-rec PIC X(120).
        FD BUNDLE-FILE.
        01 bundle-rec PIC X(160).
        FD SNAP-FILE.
        01 operprof-rec PIC X(80).
        FD TERR-FILE.
        01 terr-rec PIC X(160).
        FD MODLIB-FILE.
        01 modlib-rec PIC X(160).
        FD SHOTLIB-FILE.
        01 shotlib-rec PIC X(80).
        FD TEXCAT-FILE.
        01 texcat-rec PIC X(80).
        FD TEXPPM-FILE.
        01 depth-rec PIC X(20).
        FD MASK-FILE.
        01 mask-rec PIC X(20).
        FD RUN-FILE.
        01 run-rec PIC X(40).
        FD SVG-FILE.
        01 svg-rec PIC X(200).
        FD PLT-FILE.
        01 plt-rec PIC X(200).
        FD FPRT-FILE.
        01 fprt-rec PIC X(120).
        FD CALLOUT-FILE.
        01 callout-rec PIC X(80).

        WORKING-STORAGE SECTION.
        01 scene-file-status PIC X(2) VALUE '00'.
*>      AUTOCONTRAST, so the two are either/or) and the finished
*>      frame replays through the normal output stage at the end;
*>      each completed pass checkpoints as a resumable unit. Too
*>      large a frame, a row-range step, a contact sheet, AUX/RULER,
*>      CALLOUT or a walkthrough all stand progressive down with a
*>      message.
*>      Frame-to-frame pixel reuse (REUSE, with STATICCAM and
*>      OBJKEYS): under a fixed camera the only pixels that change
*>      between frames are the ones whose rays can touch a moving
*>      Object-targeted patch re-render (PATCH=nnnn, the RENDMASK id
*>      convention: kind digit * 100 + slot, so the first sphere is
*>      PATCH=101; cones sit at 1200 + slot, so the first cone is
*>      PATCH=1201, tori at 1300 + slot and MESH instances at
*>      1400 + slot): after a one-line
*>      MATDAT tweak the prior run's mask says exactly which pixels a
*>      material owns, so only
*>      those re-trace and the new values splice into the existing
*>      RENDPPM in place - everything else is untouched bytes. Works
*>      against the plain one-triplet-per-record layout (a PACKed
*>      archive is refused rather than mis-spliced), and assumes the
*>      scene, camera and resolution match the run that wrote the
*>      mask - the touched-pixel report is the check that they did.
*>      Render layers (LAYERS=n[,n...]): SPHERE/PLANE/BOX/CYL/ELLIP/
*>      TORUS records may carry an optional layer number after their color
*>      token, and the LAYERS token picks which layers load this
*>      run - one SCENEDAT drives the set-only pass, the product-
*>      only pass and the full-check pass instead of three drifting
           88 profile-mode-on VALUE 'Y'.
        01 prof-file-status PIC X(2) VALUE '00'.
        01 prof-kind-tbl.
           02 prof-kind-calls PIC S9(12) COMP OCCURS 9 TIMES.
        01 prof-shadow-rays PIC S9(12) COMP VALUE 0.
        01 prof-mirror-rays PIC S9(12) COMP VALUE 0.
        01 prof-refr-rays PIC S9(12) COMP VALUE 0.
        01 prof-ao-rays PIC S9(12) COMP VALUE 0.
        01 prof-gi-rays PIC S9(12) COMP VALUE 0.
        01 prof-band-tbl.
           02 prof-band-secs PIC S9(7)V9(2) COMP-3 OCCURS 52 TIMES.
        01 pf-i PIC S9(4) COMP VALUE 0.
        01 pf-hi-ed PIC ZZZ9.
        01 pf-line PIC X(120) VALUE SPACES.
        01 pf-kind-name PIC X(6) VALUE SPACES.
*>      Numeric-exception trapping (NUMCHECK): a scene built at a
*>      scale the S9(8)V9(4) working fields can't hold used to come
*>      out as a wrong-looking frame and nothing else. The intersect
*>      subprograms trap their overflowing terms ON SIZE ERROR and
*>      hand the count back in RETURN-CODE; the dispatch files each
*>      one under the subprogram it called (source 1-9) and the slot
*>      it was testing, the shading path's own traps go in as source
*>      10, and the first offending pixel is remembered. Without the
*>      token the traps still fire but nothing is kept.
        01 numchk-mode PIC X(1) VALUE 'N'.
           88 numchk-mode-on VALUE 'Y'.
        01 nc-total PIC S9(9) COMP VALUE 0.
        01 nc-src-tbl.
           02 nc-src-count PIC S9(9) COMP OCCURS 10 TIMES.
        01 nc-max-slots PIC S9(4) COMP VALUE 40.
        01 nc-num-slots PIC S9(4) COMP VALUE 0.
        01 nc-slot-over PIC S9(9) COMP VALUE 0.
        01 nc-slot-tbl.
           02 nc-slot OCCURS 40 TIMES.
              03 nc-slot-kind PIC S9(4) COMP.
              03 nc-slot-idx PIC S9(4) COMP.
              03 nc-slot-count PIC S9(9) COMP.
        01 nc-first-frame PIC S9(4) COMP VALUE 0.
        01 nc-first-x PIC S9(4) COMP VALUE 0.
        01 nc-first-y PIC S9(4) COMP VALUE 0.
        01 nc-first-src PIC S9(4) COMP VALUE 0.
        01 nc-first-kind PIC S9(4) COMP VALUE 0.
        01 nc-first-idx PIC S9(4) COMP VALUE 0.
        01 nc-rc PIC S9(4) COMP VALUE 0.
        01 nt-src PIC S9(4) COMP VALUE 0.
        01 nt-kind PIC S9(4) COMP VALUE 0.
        01 nt-slot PIC S9(4) COMP VALUE 0.
        01 nt-n PIC S9(9) COMP VALUE 0.
        01 nc-i PIC S9(4) COMP VALUE 0.
        01 nc-found PIC S9(4) COMP VALUE 0.
        01 nc-src-name PIC X(24) VALUE SPACES.
        01 nc-kind-name PIC X(6) VALUE SPACES.
        01 nc-count-ed PIC ZZZ,ZZZ,ZZ9.
        01 nc-frame-ed PIC ZZZ9.
        01 nc-col-ed PIC ZZZ9.
        01 nc-row-ed PIC ZZZ9.
        01 nc-slot-ed PIC ZZZ9.
*>      Option-keyword checking (STRICT): every token from every
*>      source - RENDPARM, a RENDSCHED key, OPERPROF, the PARM, a
*>      replayed bundle - is held against the one list of keywords
*>      APPLY-OPTION-TOKEN knows, with the shape of value each takes:
*>      B bare, N a number glued on (FRAMES10), O an optional number
*>      (MBLUR, MBLUR3), E an optional =number (TAKEOFF=30), T =text,
*>      I =number, D DEADLINEhhmm, K CLOCKhhmm-hhmm, W WIDTH/HEIGHT
*>      (RENDPARM records only - the PARM gives them as its first two
*>      words). An
*>      unknown keyword is named with the nearest real one, a bad
*>      value with the shape it should have had, and either way the
*>      token is dropped instead of half-applied. STRICT turns any
*>      of that into a rejected run. Each keyword that does apply
*>      notes which source set it and which one it overrode, for the
*>      settings-origin table in the pre-render summary.
        01 strict-mode PIC X(1) VALUE 'N'.
           88 strict-mode-on VALUE 'Y'.
        01 ok-kw-defs.
           02 FILLER PIC X(13) VALUE 'AA          N'.
           02 FILLER PIC X(13) VALUE 'ADAPTAA     B'.
           02 FILLER PIC X(13) VALUE 'AO          B'.
           02 FILLER PIC X(13) VALUE 'ARCHIVE     B'.
           02 FILLER PIC X(13) VALUE 'AUTOCONTRASTB'.
           02 FILLER PIC X(13) VALUE 'AUTOFRAME   B'.
           02 FILLER PIC X(13) VALUE 'AUX         B'.
           02 FILLER PIC X(13) VALUE 'CALLOUT     B'.
           02 FILLER PIC X(13) VALUE 'CAPTION     B'.
           02 FILLER PIC X(13) VALUE 'CLOCK       K'.
           02 FILLER PIC X(13) VALUE 'COLOR       B'.
           02 FILLER PIC X(13) VALUE 'CONTACT     B'.
           02 FILLER PIC X(13) VALUE 'DEADLINE    D'.
           02 FILLER PIC X(13) VALUE 'DENOISE     O'.
           02 FILLER PIC X(13) VALUE 'DOF         N'.
           02 FILLER PIC X(13) VALUE 'ENVBG       B'.
           02 FILLER PIC X(13) VALUE 'ENVFILL     O'.
           02 FILLER PIC X(13) VALUE 'ENVROT      N'.
           02 FILLER PIC X(13) VALUE 'ESTIMATE    B'.
           02 FILLER PIC X(13) VALUE 'FLATTEN     B'.
           02 FILLER PIC X(13) VALUE 'FLATTRI     B'.
           02 FILLER PIC X(13) VALUE 'FOCUS       N'.
           02 FILLER PIC X(13) VALUE 'FOG         N'.
           02 FILLER PIC X(13) VALUE 'FPS         N'.
           02 FILLER PIC X(13) VALUE 'FRAMES      N'.
           02 FILLER PIC X(13) VALUE 'GAMMA       N'.
           02 FILLER PIC X(13) VALUE 'GI          O'.
           02 FILLER PIC X(13) VALUE 'GIDEPTH     N'.
           02 FILLER PIC X(13) VALUE 'HALFBLOCK   B'.
           02 FILLER PIC X(13) VALUE 'HDR         B'.
           02 FILLER PIC X(13) VALUE 'HEARTBEAT   O'.
           02 FILLER PIC X(13) VALUE 'HEIGHT      W'.
           02 FILLER PIC X(13) VALUE 'HIGHLIGHT   T'.
           02 FILLER PIC X(13) VALUE 'INTERACTIVE B'.
           02 FILLER PIC X(13) VALUE 'JOBID       T'.
           02 FILLER PIC X(13) VALUE 'LAYERS      T'.
           02 FILLER PIC X(13) VALUE 'LOCKWAIT    N'.
           02 FILLER PIC X(13) VALUE 'MBLUR       O'.
           02 FILLER PIC X(13) VALUE 'MULTIVIEW   B'.
           02 FILLER PIC X(13) VALUE 'NUMCHECK    B'.
           02 FILLER PIC X(13) VALUE 'OBJEXPORT   E'.
           02 FILLER PIC X(13) VALUE 'ORTHO       B'.
           02 FILLER PIC X(13) VALUE 'OUTLINE     B'.
           02 FILLER PIC X(13) VALUE 'OVERSTRIKE  B'.
           02 FILLER PIC X(13) VALUE 'PACK        B'.
           02 FILLER PIC X(13) VALUE 'PANO        B'.
           02 FILLER PIC X(13) VALUE 'PAR         N'.
           02 FILLER PIC X(13) VALUE 'PATCH       I'.
           02 FILLER PIC X(13) VALUE 'PROBE       T'.
           02 FILLER PIC X(13) VALUE 'PROFILE     B'.
           02 FILLER PIC X(13) VALUE 'PROGRESSIVE B'.
           02 FILLER PIC X(13) VALUE 'REPLAY      T'.
           02 FILLER PIC X(13) VALUE 'REUSE       B'.
           02 FILLER PIC X(13) VALUE 'REUSEIFSAME B'.
           02 FILLER PIC X(13) VALUE 'ROWHI       N'.
           02 FILLER PIC X(13) VALUE 'ROWLO       N'.
           02 FILLER PIC X(13) VALUE 'RULER       B'.
           02 FILLER PIC X(13) VALUE 'SCENE       T'.
           02 FILLER PIC X(13) VALUE 'SHOTS       T'.
           02 FILLER PIC X(13) VALUE 'SPLINE      B'.
           02 FILLER PIC X(13) VALUE 'STATICCAM   B'.
           02 FILLER PIC X(13) VALUE 'STEREO      O'.
           02 FILLER PIC X(13) VALUE 'STRICT      B'.
           02 FILLER PIC X(13) VALUE 'SWATCH      B'.
           02 FILLER PIC X(13) VALUE 'SYSOUT      B'.
           02 FILLER PIC X(13) VALUE 'TAKEOFF     E'.
           02 FILLER PIC X(13) VALUE 'TRACK       I'.
           02 FILLER PIC X(13) VALUE 'UNLOCK      B'.
           02 FILLER PIC X(13) VALUE 'VARS        T'.
           02 FILLER PIC X(13) VALUE 'VECTOR      B'.
           02 FILLER PIC X(13) VALUE 'WIDTH       W'.
        01 ok-kw-tbl REDEFINES ok-kw-defs.
           02 ok-kw OCCURS 71 TIMES.
              03 ok-kw-name PIC X(12).
              03 ok-kw-form PIC X(1).
        01 ok-num-kws PIC S9(4) COMP VALUE 71.
        01 ok-set-tbl.
           02 ok-set OCCURS 71 TIMES.
              03 ok-set-src PIC X(18) VALUE 'default'.
              03 ok-set-val PIC X(20) VALUE SPACES.
              03 ok-set-over PIC X(18) VALUE SPACES.
        01 ok-src PIC X(18) VALUE SPACES.
        01 ok-dsn PIC X(10) VALUE SPACES.
        01 ok-raw PIC X(40) VALUE SPACES.
        01 ok-tail PIC X(40) VALUE SPACES.
        01 ok-val PIC X(20) VALUE SPACES.
        01 ok-name PIC X(12) VALUE SPACES.
        01 ok-why PIC X(40) VALUE SPACES.
        01 ok-bad PIC X(1) VALUE 'N'.
           88 ok-bad-yes VALUE 'Y'.
        01 ok-bad-count PIC S9(4) COMP VALUE 0.
        01 ok-rc PIC S9(4) COMP VALUE 0.
        01 ok-k PIC S9(4) COMP VALUE 0.
        01 ok-i PIC S9(4) COMP VALUE 0.
        01 ok-len PIC S9(4) COMP VALUE 0.
        01 ok-best-len PIC S9(4) COMP VALUE 0.
        01 ok-hh PIC 9(2) VALUE 0.
        01 ok-mm PIC 9(2) VALUE 0.
        01 ok-shown PIC S9(4) COMP VALUE 0.
        01 ok-count-ed PIC ZZ9.
        01 ok-size-ed PIC Z(7)9.
*>      Long-hand names people reach for, and the keyword meant -
*>      checked before the edit distance, which can't see that
*>      ANTIALIAS means AA.
        01 ok-alias-defs.
           02 FILLER PIC X(28) VALUE 'ANTIALIAS       AA          '.
           02 FILLER PIC X(28) VALUE 'ANTIALIASING    AA          '.
           02 FILLER PIC X(28) VALUE 'COLOUR          COLOR       '.
           02 FILLER PIC X(28) VALUE 'ASPECT          PAR         '.
           02 FILLER PIC X(28) VALUE 'MOTIONBLUR      MBLUR       '.
           02 FILLER PIC X(28) VALUE 'DEPTHOFFIELD    DOF         '.
           02 FILLER PIC X(28) VALUE 'APERTURE        DOF         '.
           02 FILLER PIC X(28) VALUE 'FRAMERATE       FPS         '.
           02 FILLER PIC X(28) VALUE 'OCCLUSION       AO          '.
           02 FILLER PIC X(28) VALUE 'ORTHOGRAPHIC    ORTHO       '.
           02 FILLER PIC X(28) VALUE 'PANORAMA        PANO        '.
        01 ok-alias-tbl REDEFINES ok-alias-defs.
           02 ok-alias OCCURS 11 TIMES.
              03 ok-alias-name PIC X(16).
              03 ok-alias-kw PIC X(12).
        01 ok-num-aliases PIC S9(4) COMP VALUE 11.
        01 ok-from-rec PIC X(1) VALUE 'N'.
*>      Nearest keyword by edit distance (insertions, deletions and
*>      substitutions), two table rows at a time.
        01 lv-a PIC X(16) VALUE SPACES.
        01 lv-alen PIC S9(4) COMP VALUE 0.
        01 lv-blen PIC S9(4) COMP VALUE 0.
        01 lv-i PIC S9(4) COMP VALUE 0.
        01 lv-j PIC S9(4) COMP VALUE 0.
        01 lv-cost PIC S9(4) COMP VALUE 0.
        01 lv-min PIC S9(4) COMP VALUE 0.
        01 lv-dist PIC S9(4) COMP VALUE 0.
        01 lv-best PIC S9(4) COMP VALUE 0.
        01 lv-best-dist PIC S9(4) COMP VALUE 0.
        01 lv-rows.
           02 lv-prev PIC S9(4) COMP OCCURS 17 TIMES.
           02 lv-cur PIC S9(4) COMP OCCURS 17 TIMES.
        01 overstrike-mode PIC X(1) VALUE 'N'.
           88 overstrike-mode-on VALUE 'Y'.
*>      The overlay layer per ramp band: nothing under the ramp's
        01 ru-buffer.
           02 ru-ent OCCURS 20000 TIMES.
              03 ru-shade PIC S9(1)V9(4) COMP-3.
              03 ru-hdr PIC S9(4)V9(4) COMP-3.
              03 ru-color PIC X(1).
              03 ru-hl PIC X(1).
              03 ru-hitf PIC X(1).
              03 ru-tr PIC S9(2)V9(4) COMP-3.
              03 ru-tg PIC S9(2)V9(4) COMP-3.
              03 scsg-with PIC S9(4) COMP VALUE IS 0.
              03 sabsorbed PIC X(1) VALUE IS 'N'.
                 88 sabsorbed-yes VALUE 'Y'.
*>            The record's render layer (0 when it named none), kept
*>            per slot in every table whose record takes a layer
*>            token, for the LIGHTDAT light links.
              03 slayer PIC S9(4) COMP VALUE IS 0.
        01 si     PIC S9(4) COMP.
        01 csg-partner PIC S9(4) COMP VALUE IS 0.
*>      Planes, boxes, cylinders and ellipsoids follow the same
              03 gny PIC S9(8)V9(4).
              03 gnz PIC S9(8)V9(4).
              03 gcolor PIC X(1).
              03 glayer PIC S9(4) COMP.
        01 max-boxes PIC S9(4) COMP VALUE IS 16.
        01 num-boxes PIC S9(4) COMP VALUE IS 1.
        01 boxes.
              03 braxis PIC X(1).
              03 brcos PIC S9(8)V9(4).
              03 brsin PIC S9(8)V9(4).
              03 blayer PIC S9(4) COMP.
        01 max-cyls PIC S9(4) COMP VALUE IS 16.
        01 num-cyls PIC S9(4) COMP VALUE IS 1.
*>      A cylinder carries two free axis endpoints now instead of an
              03 cl1z PIC S9(8)V9(4).
              03 clr  PIC S9(8)V9(4).
              03 ccolor PIC X(1).
              03 clayer PIC S9(4) COMP.
        01 max-ellips PIC S9(4) COMP VALUE IS 16.
        01 num-ellips PIC S9(4) COMP VALUE IS 1.
        01 ellips.
              03 eraxis PIC X(1).
              03 ercos PIC S9(8)V9(4).
              03 ersin PIC S9(8)V9(4).
              03 elayer PIC S9(4) COMP.
*>      Vertex-normal working fields: face normals per triangle held
*>      flat during the build, shared-vertex matching by position
*>      within a small epsilon, and the barycentric pair the
              03 knr1 PIC S9(8)V9(4).
              03 kncolor PIC X(1).
        01 kn-i PIC S9(4) COMP VALUE IS 0.
*>      Tori: centre, axis (stored unit length), major radius to the
*>      tube's centre circle and minor radius of the tube itself -
*>      O-rings, gaskets, handles and pipe elbows. No demo slot, the
*>      same as cones.
        01 max-toruses PIC S9(4) COMP VALUE IS 16.
        01 num-toruses PIC S9(4) COMP VALUE IS 0.
        01 toruses.
           02 torus-ent OCCURS 1 TO 16 TIMES DEPENDING ON num-toruses.
              03 tocx PIC S9(8)V9(4).
              03 tocy PIC S9(8)V9(4).
              03 tocz PIC S9(8)V9(4).
              03 toax PIC S9(8)V9(4).
              03 toay PIC S9(8)V9(4).
              03 toaz PIC S9(8)V9(4).
              03 tormaj PIC S9(8)V9(4).
              03 tormin PIC S9(8)V9(4).
              03 tocolor PIC X(1).
              03 tolayer PIC S9(4) COMP.
        01 to-i PIC S9(4) COMP VALUE IS 0.
        01 pl-i   PIC S9(4) COMP VALUE IS 0.
        01 bx-i   PIC S9(4) COMP VALUE IS 0.
        01 cy-i   PIC S9(4) COMP VALUE IS 0.
              03 tncx PIC S9(8)V9(4).
              03 tncy PIC S9(8)V9(4).
              03 tncz PIC S9(8)V9(4).
*>      Named model library (MODLIB) and MESH instances: a "MODEL
*>      name" record opens a model, and the V/F records after it (F
*>      ordinals counting that model's own V records from 1) build
*>      its facets once, in model space. A "MESH name x y z [rot]
*>      [scale] [color] [layer]" scene record then places the model
*>      - turned rot degrees about Z, scaled uniformly - without a
*>      single slot of the 512-triangle table: every ray that reaches
*>      an instance is carried into the model's own space (the way
*>      BOX-ROT-INTERSECT carries one into a box's) and tested there
*>      against the one stored copy. A facet's own F color wins; an
*>      F with no color takes the instance's. Twelve chairs cost one
*>      chair's facets plus twelve small records.
        01 modlib-file-status PIC X(2) VALUE '00'.
        01 modlib-fname PIC X(30) VALUE "MODLIB".
        01 modlib-eof PIC X(1) VALUE 'N'.
           88 modlib-eof-yes VALUE 'Y'.
        01 ml-tok-tbl.
           02 ml-tok PIC X(16) OCCURS 5 TIMES.
        01 max-lib-models PIC S9(4) COMP VALUE IS 32.
        01 num-lib-models PIC S9(4) COMP VALUE IS 0.
        01 lib-models.
           02 lib-model OCCURS 32 TIMES.
              03 ml-name PIC X(16).
              03 ml-first-v PIC S9(4) COMP.
              03 ml-first-f PIC S9(4) COMP.
              03 ml-num-f PIC S9(4) COMP.
              03 ml-bcx PIC S9(8)V9(4).
              03 ml-bcy PIC S9(8)V9(4).
              03 ml-bcz PIC S9(8)V9(4).
              03 ml-brad PIC S9(8)V9(4).
        01 max-lib-verts PIC S9(4) COMP VALUE IS 2048.
        01 num-lib-verts PIC S9(4) COMP VALUE IS 0.
        01 lib-verts.
           02 lib-vert OCCURS 2048 TIMES.
              03 mlvx PIC S9(8)V9(4).
              03 mlvy PIC S9(8)V9(4).
              03 mlvz PIC S9(8)V9(4).
              03 mlvnx PIC S9(8)V9(4).
              03 mlvny PIC S9(8)V9(4).
              03 mlvnz PIC S9(8)V9(4).
*>      Model facets carry their corners outright (and the corner
*>      normals, vertex normals turned to agree with the facet) so
*>      the per-ray loop never chases a vertex ordinal.
        01 max-lib-facets PIC S9(4) COMP VALUE IS 2048.
        01 num-lib-facets PIC S9(4) COMP VALUE IS 0.
        01 lib-facets.
           02 lib-facet OCCURS 2048 TIMES.
              03 mfv1 PIC S9(4) COMP.
              03 mfv2 PIC S9(4) COMP.
              03 mfv3 PIC S9(4) COMP.
              03 mfax PIC S9(8)V9(4).
              03 mfay PIC S9(8)V9(4).
              03 mfaz PIC S9(8)V9(4).
              03 mfbx PIC S9(8)V9(4).
              03 mfby PIC S9(8)V9(4).
              03 mfbz PIC S9(8)V9(4).
              03 mfcx PIC S9(8)V9(4).
              03 mfcy PIC S9(8)V9(4).
              03 mfcz PIC S9(8)V9(4).
              03 mfnx PIC S9(8)V9(4).
              03 mfny PIC S9(8)V9(4).
              03 mfnz PIC S9(8)V9(4).
              03 mfnax PIC S9(8)V9(4).
              03 mfnay PIC S9(8)V9(4).
              03 mfnaz PIC S9(8)V9(4).
              03 mfnbx PIC S9(8)V9(4).
              03 mfnby PIC S9(8)V9(4).
              03 mfnbz PIC S9(8)V9(4).
              03 mfncx PIC S9(8)V9(4).
              03 mfncy PIC S9(8)V9(4).
              03 mfncz PIC S9(8)V9(4).
              03 mfcolor PIC X(1).
        01 ml-cur PIC S9(4) COMP VALUE 0.
        01 ml-i PIC S9(4) COMP VALUE 0.
        01 ml-f PIC S9(4) COMP VALUE 0.
        01 ml-v PIC S9(4) COMP VALUE 0.
        01 ml-nv PIC S9(4) COMP VALUE 0.
        01 ml-dot PIC S9(8)V9(4) VALUE 0.
        01 ml-t1 PIC S9(8)V9(4) VALUE 0.
        01 ml-t2 PIC S9(8)V9(4) VALUE 0.
        01 ml-t3 PIC S9(8)V9(4) VALUE 0.
        01 ml-dist PIC S9(8)V9(4) VALUE 0.
        01 ml-minx PIC S9(8)V9(4) VALUE 0.
        01 ml-maxx PIC S9(8)V9(4) VALUE 0.
        01 ml-miny PIC S9(8)V9(4) VALUE 0.
        01 ml-maxy PIC S9(8)V9(4) VALUE 0.
        01 ml-minz PIC S9(8)V9(4) VALUE 0.
        01 ml-maxz PIC S9(8)V9(4) VALUE 0.
*>      Instances: which model, where, turned how (one axis plus
*>      cos/sin, the same parked rotation a BOX slot carries, so
*>      XFORM MESH n ROTa replaces it the way it does a box's), the
*>      uniform scale and the color for uncolored facets.
        01 max-meshes PIC S9(4) COMP VALUE IS 64.
        01 num-meshes PIC S9(4) COMP VALUE IS 0.
        01 meshes.
           02 mesh-ent OCCURS 1 TO 64 TIMES DEPENDING ON num-meshes.
              03 mi-name PIC X(16).
              03 mi-model PIC S9(4) COMP.
              03 mix PIC S9(8)V9(4).
              03 miy PIC S9(8)V9(4).
              03 miz PIC S9(8)V9(4).
              03 miscale PIC S9(8)V9(4).
              03 miaxis PIC X(1).
              03 micos PIC S9(8)V9(4).
              03 misin PIC S9(8)V9(4).
              03 micolor PIC X(1).
              03 milayer PIC S9(4) COMP.
        01 mi-i PIC S9(4) COMP VALUE IS 0.
        01 mi-rot-tok PIC X(16) VALUE SPACES.
        01 mi-scale-tok PIC X(16) VALUE SPACES.
        01 mi-color-tok PIC X(16) VALUE SPACES.
        01 mi-layer-tok PIC X(16) VALUE SPACES.
*>      Per-ray object-space working fields for one instance: the ray
*>      moved, turned back and shrunk into model space, the nearest
*>      facet found there, and the facet a secondary ray leaving this
*>      instance must skip (the rest of the model can still shadow
*>      itself - a seat over its own legs).
        01 mi-ox PIC S9(8)V9(4) VALUE 0.
        01 mi-oy PIC S9(8)V9(4) VALUE 0.
        01 mi-oz PIC S9(8)V9(4) VALUE 0.
        01 mi-dx PIC S9(8)V9(4) VALUE 0.
        01 mi-dy PIC S9(8)V9(4) VALUE 0.
        01 mi-dz PIC S9(8)V9(4) VALUE 0.
        01 mi-tmin PIC S9(8)V9(4) VALUE 0.
        01 mi-tmax PIC S9(8)V9(4) VALUE 0.
        01 mi-negsin PIC S9(8)V9(4) VALUE 0.
        01 mi-best-f PIC S9(4) COMP VALUE 0.
        01 mi-best-t PIC S9(8)V9(4) VALUE 0.
        01 mi-bu PIC S9(8)V9(4) VALUE 0.
        01 mi-bv PIC S9(8)V9(4) VALUE 0.
        01 mi-bw PIC S9(8)V9(4) VALUE 0.
        01 mi-nx PIC S9(8)V9(4) VALUE 0.
        01 mi-ny PIC S9(8)V9(4) VALUE 0.
        01 mi-nz PIC S9(8)V9(4) VALUE 0.
        01 mi-wt PIC S9(8)V9(4) VALUE 0.
        01 trc-facet PIC S9(4) COMP VALUE 0.
        01 trc-skip-facet PIC S9(4) COMP VALUE 0.
        01 best-facet PIC S9(4) COMP VALUE 0.
        01 gi-skip-facet PIC S9(4) COMP VALUE 0.
*>      OBJKEYS drive instances too: a slot token "Mn" keys MESH
*>      instance n, banked as slot 1000 + n so the sphere walks never
*>      see it. Keyed instances step per frame; motion blur and frame
*>      reuse stay sphere-only, so REUSE renders every pixel when an
*>      instance is keyed.
        01 mesh-keyed PIC X(1) VALUE 'N'.
*>      Loading a kind's first SCENEDAT record replaces the seeded
*>      demo slot for that kind (the way SPHERE records replace the
*>      whole demo sphere set), and later records of the same kind
*>      another named scene's records - the shared floor-and-props
*>      group gets defined once and pulled in everywhere, instead of
*>      being copy-pasted between files and drifting.
*>      SCENELIB is keyed - scene name plus record sequence, sequence
*>      zero the "SCENE name" header - and maintained by LIBMAINT. The
*>      loader fetches just the scenes a render touches (the asked-for
*>      one and whatever it INCLUDEs) into lib-line, each still led by
*>      its SCENE record, so the walk below reads the table exactly as
*>      it read the old whole-file load and the 400-line ceiling is a
*>      ceiling on one render's scenes, not on the library. A replay
*>      reads the bundle's flat copy of those same lines instead.
        01 scenelib-file-status PIC X(2) VALUE '00'.
        01 libflat-file-status PIC X(2) VALUE '00'.
        01 lib-keyed PIC X(1) VALUE 'N'.
           88 lib-keyed-yes VALUE 'Y'.
        01 scenelib-eof PIC X(1) VALUE 'N'.
           88 scenelib-eof-yes VALUE 'Y'.
        01 scene-name PIC X(16) VALUE SPACES.
        01 lib-done PIC X(1) VALUE 'N'.
           88 lib-done-yes VALUE 'Y'.
        01 lib-iter PIC S9(4) COMP VALUE IS 0.
*>      INCLUDEs skipped because the name was not in SCENELIB or the
*>      nesting ran past four deep. A flatten run that skipped one
*>      ends RC 4: its SCENEFLAT is short of what the scene asked for.
        01 lib-miss PIC S9(4) COMP VALUE IS 0.
*>      Scene templates: a library scene may carry &NAME symbols in
*>      any token of any record, with "DEFAULT name value [name value
*>      ...]" records declaring the values they take when nothing
*>      else is said. VARS=name:value,name:value (PARM, RENDPARM or a
*>      RENDQUE job's options - later settings of a name win) supplies
*>      the rest; a DEFAULT never overrides a VARS value, nor a value
*>      an outer scene has already set for the scenes it INCLUDEs. A
*>      symbol is resolved as its record is loaded, and a record left
*>      with one nobody gave a value is dropped with a message (see
*>      SCENELINT, which flags it before the window is spent).
        01 max-vars PIC S9(4) COMP VALUE IS 24.
        01 num-vars PIC S9(4) COMP VALUE IS 0.
        01 var-table.
           02 var-ent OCCURS 24 TIMES.
              03 var-name PIC X(12).
              03 var-value PIC X(16).
        01 var-i PIC S9(4) COMP VALUE IS 0.
        01 var-hit PIC S9(4) COMP VALUE IS 0.
        01 var-set-name PIC X(12) VALUE SPACES.
        01 var-set-value PIC X(16) VALUE SPACES.
        01 var-set-over PIC X(1) VALUE 'Y'.
        01 var-list PIC X(36) VALUE SPACES.
        01 var-piece-tbl.
           02 var-piece PIC X(30) OCCURS 8 TIMES.
        01 def-tok-tbl.
           02 def-tok PIC X(16) OCCURS 9 TIMES.
        01 def-i PIC S9(4) COMP VALUE IS 0.
        01 def-scan PIC S9(4) COMP VALUE IS 0.
        01 def-end PIC X(1) VALUE 'N'.
        01 sym-line PIC X(80) VALUE SPACES.
        01 sym-out PIC X(80) VALUE SPACES.
        01 sym-len PIC S9(4) COMP VALUE IS 0.
        01 sym-i PIC S9(4) COMP VALUE IS 0.
        01 sym-j PIC S9(4) COMP VALUE IS 0.
        01 sym-pos PIC S9(4) COMP VALUE IS 0.
        01 sym-ch PIC X(1) VALUE SPACE.
        01 sym-name PIC X(12) VALUE SPACES.
        01 sym-miss PIC X(12) VALUE SPACES.
        01 sym-long PIC X(1) VALUE 'N'.
*>      Material catalog from MATDAT, one material per record:
*>      "code refl checker tile ambient shadow" - the one-character
*>      code is the same letter the scene records carry as a color, so
        01 mat-tok9 PIC X(16).
        01 mat-tok10 PIC X(16).
        01 mat-tok11 PIC X(16).
        01 mat-tok12 PIC X(16).
        01 mat-tok13 PIC X(16).
        01 mat-tok14 PIC X(16).
        01 mat-tok15 PIC X(16).
        01 mat-tok16 PIC X(16).
        01 mat-tok17 PIC X(16).
        01 mat-tok18 PIC X(16).
        01 mat-rgb-r PIC X(16).
        01 mat-rgb-g PIC X(16).
        01 mat-rgb-b PIC X(16).
        01 max-mats PIC S9(4) COMP VALUE IS 16.
        01 num-mats PIC S9(4) COMP VALUE IS 0.
        01 mats.
*>            indicator lamp stays readable on the dark side of the
*>            panel. 0 (the default) emits nothing.
              03 memit    PIC S9(8)V9(4).
*>            Bump map: the TEXDAT code of a height image (bright is
*>            raised) and how hard its slopes tilt the shading
*>            normal. The code is best one no material uses, so the
*>            image never doubles as colour artwork. A blank code
*>            (the default) leaves the surface smooth.
              03 mbump    PIC X(1).
              03 mbumpk   PIC S9(8)V9(4).
*>            Procedural pattern: N(OISE), M(ARBLE), W(OOD) or
*>            G(RANITE), worked out in 3D at the hit point so the
*>            grain runs on through a box's corners; it blends
*>            between two r,g,b colours (0-255 each) at a feature
*>            size of mpscale world units, mpturb stirring in
*>            turbulence. A pattern stands in for the checker. Blank
*>            (the default) is no pattern.
              03 mpat     PIC X(1).
              03 mpc1r    PIC 9(3) COMP.
              03 mpc1g    PIC 9(3) COMP.
              03 mpc1b    PIC 9(3) COMP.
              03 mpc2r    PIC 9(3) COMP.
              03 mpc2g    PIC 9(3) COMP.
              03 mpc2b    PIC 9(3) COMP.
              03 mpscale  PIC S9(8)V9(4).
              03 mpturb   PIC S9(8)V9(4).
        01 mt-i  PIC S9(4) COMP VALUE IS 0.
        01 mat-i PIC S9(4) COMP VALUE IS 0.
*>      The winning object's material, resolved once per sample from
        01 cur-transp  PIC S9(8)V9(4) VALUE IS 0.
        01 cur-ior     PIC S9(8)V9(4) VALUE IS 1.5.
        01 cur-emit    PIC S9(8)V9(4) VALUE IS 0.
        01 cur-bump    PIC X(1) VALUE SPACE.
        01 cur-bumpk   PIC S9(8)V9(4) VALUE IS 0.
        01 cur-pat     PIC X(1) VALUE SPACE.
*>      Image textures: TEXDAT maps a material code to a P3 PPM file
*>      ("code filename", one per record) - the same format the
*>      renderer writes, plain or PACK record layout, read as a
*>      for a box), and the material's mtile scaling convention
*>      doubles as the texture repeat. Up to four textures of up to
*>      4096 pixels each share the pixel pool; a bigger image is
*>      refused with a message rather than half-loaded. A fifth
*>      directory slot and 8192 more pool pixels are kept back for
*>      the environment map below.
        01 texcat-file-status PIC X(2) VALUE '00'.
        01 texcat-fname PIC X(30) VALUE "TEXDAT".
        01 texppm-file-status PIC X(2) VALUE '00'.
        01 max-texs PIC S9(4) COMP VALUE 4.
        01 num-texs PIC S9(4) COMP VALUE 0.
        01 tex-dir.
           02 tex-ent OCCURS 5 TIMES.
              03 tex-code PIC X(1).
              03 tex-w PIC S9(4) COMP.
              03 tex-h PIC S9(4) COMP.
              03 tex-start PIC S9(8) COMP.
        01 max-tex-pool PIC S9(8) COMP VALUE 24576.
        01 tex-max-px PIC S9(8) COMP VALUE 4096.
        01 tex-pool-used PIC S9(8) COMP VALUE 0.
        01 tex-pool.
           02 tex-px OCCURS 24576 TIMES.
              03 tex-pr PIC 9(3) COMP.
              03 tex-pg PIC 9(3) COMP.
              03 tex-pb PIC 9(3) COMP.
        01 tex-fb PIC S9(4)V9(4) VALUE 1.
        01 tex-sum PIC S9(8)V9(4) VALUE 0.
        01 tx-i PIC S9(4) COMP VALUE 0.
*>      Bump-map working fields. geo-n* keep the true surface normal
*>      the u/v mapping reads, whatever the bump does to best-n*.
        01 cur-bump-tex PIC S9(4) COMP VALUE 0.
        01 geo-nx PIC S9(8)V9(4) VALUE 0.
        01 geo-ny PIC S9(8)V9(4) VALUE 0.
        01 geo-nz PIC S9(8)V9(4) VALUE 0.
        01 bump-ix PIC S9(8) COMP VALUE 0.
        01 bump-iy PIC S9(8) COMP VALUE 0.
        01 bump-h PIC S9(4)V9(4) VALUE 0.
        01 bump-h0 PIC S9(4)V9(4) VALUE 0.
        01 bump-du PIC S9(4)V9(4) VALUE 0.
        01 bump-dv PIC S9(4)V9(4) VALUE 0.
        01 bump-tx PIC S9(8)V9(4) VALUE 0.
        01 bump-ty PIC S9(8)V9(4) VALUE 0.
        01 bump-tz PIC S9(8)V9(4) VALUE 0.
        01 bump-bx PIC S9(8)V9(4) VALUE 0.
        01 bump-by PIC S9(8)V9(4) VALUE 0.
        01 bump-bz PIC S9(8)V9(4) VALUE 0.
        01 bump-dot PIC S9(8)V9(4) VALUE 0.
*>      Environment map: an ENVMAP dataset holding one equirectangular
*>      (latitude/longitude) P3 PPM, read by the texture reader into
*>      the pool's reserved slot - longitude across, straight up at
*>      the top row, straight down at the bottom. Whenever one is
*>      loaded, a mirror bounce or a refraction exit that escapes the
*>      scene sees the map in that direction instead of the sky
*>      gradient, and so does an indirect bounce. ENVROTn turns the
*>      backdrop n degrees about the vertical; ENVFILLn lets the map
*>      light diffuse surfaces as an unshadowed fill along their
*>      normals at n hundredths (a bare ENVFILL is 25); ENVBG puts
*>      the map behind the scene in place of the gradient itself.
*>      No map loaded, none of these change a pixel.
        01 env-fname PIC X(30) VALUE "ENVMAP".
        01 env-tex PIC S9(4) COMP VALUE 0.
        01 env-rot PIC S9(8)V9(4) VALUE 0.
        01 env-fill PIC S9(4)V9(4) VALUE 0.
        01 env-bg PIC X(1) VALUE 'N'.
           88 env-bg-on VALUE 'Y'.
        01 env-tok PIC X(14).
        01 env-dx PIC S9(8)V9(4) VALUE 0.
        01 env-dy PIC S9(8)V9(4) VALUE 0.
        01 env-dz PIC S9(8)V9(4) VALUE 0.
        01 env-ang PIC S9(8)V9(6) VALUE 0.
        01 env-u PIC S9(8)V9(6) VALUE 0.
        01 env-v PIC S9(8)V9(6) VALUE 0.
        01 env-lum PIC S9(4)V9(4) VALUE 0.
        01 env-fr PIC S9(4)V9(4) VALUE 1.
        01 env-fg PIC S9(4)V9(4) VALUE 1.
        01 env-fb PIC S9(4)V9(4) VALUE 1.
*>      What a mirror or refraction ray saw of the map, kept as a
*>      colour for the pixel tint ('N' = it hit something, or no map).
        01 env-refl-seen PIC X(1) VALUE 'N'.
        01 env-refl-r PIC S9(4)V9(4) VALUE 1.
        01 env-refl-g PIC S9(4)V9(4) VALUE 1.
        01 env-refl-b PIC S9(4)V9(4) VALUE 1.
        01 env-refr-seen PIC X(1) VALUE 'N'.
        01 env-refr-r PIC S9(4)V9(4) VALUE 1.
        01 env-refr-g PIC S9(4)V9(4) VALUE 1.
        01 env-refr-b PIC S9(4)V9(4) VALUE 1.
*>      Scene-level spatial index: every finite object (the planes
*>      stay out - an infinite plane has no bound) gets a bounding
*>      sphere, and the objects are grouped by the XY cell their
*>      once and only walks the members of clusters it could touch,
*>      so render time stops growing with every object in the scene.
*>      Rebuilt per frame when OBJKEYS animation is moving objects.
        01 max-sobj PIC S9(4) COMP VALUE 688.
        01 num-sobj PIC S9(4) COMP VALUE 0.
        01 sobj-table.
           02 sobj-ent OCCURS 688 TIMES.
              03 so-kind PIC 9(1) COMP.
              03 so-idx PIC S9(4) COMP.
              03 so-bcx PIC S9(8)V9(4).
              03 cl-start PIC S9(4) COMP.
              03 cl-count PIC S9(4) COMP.
        01 member-list.
           02 mem-obj PIC S9(4) COMP OCCURS 688 TIMES.
        01 sb-i PIC S9(4) COMP VALUE 0.
        01 sb-j PIC S9(4) COMP VALUE 0.
        01 sb-k PIC S9(4) COMP VALUE 0.
              03 laz PIC S9(8)V9(4).
              03 lcin PIC S9(8)V9(4).
              03 lcout PIC S9(8)V9(4).
*>            Light links: llink 'O' lights only the scene layers in
*>            llinklay, 'E' every layer but those, SPACE everything
*>            (layer 0 stands for a record that named no layer). A
*>            light outside its link set adds nothing to that object
*>            and spends no shadow ray on it; lshadow 'N' means the
*>            light casts no shadows at all.
              03 lshadow PIC X(1).
              03 llink PIC X(1).
              03 lnlink PIC S9(4) COMP.
              03 llinklay PIC S9(4) COMP OCCURS 8 TIMES.
        01 li PIC S9(4) COMP VALUE IS 0.
*>      LIGHTDAT link tokens - "ONLY=n[,n...]", "EXCEPT=n[,n...]" and
*>      "NOSHADOW" - may sit anywhere after the kind keyword; they are
*>      lifted out before the positional values are read, so every
*>      older record shape keeps its meaning.
        01 ll-src PIC X(80) VALUE SPACES.
        01 ll-tok PIC X(40) VALUE SPACES.
        01 ll-list PIC X(40) VALUE SPACES.
        01 ll-piece PIC X(8) OCCURS 8 TIMES.
        01 ll-ptr PIC S9(4) COMP VALUE 0.
        01 ll-out PIC S9(4) COMP VALUE 0.
        01 ll-mode PIC X(1) VALUE SPACE.
        01 ll-shadow PIC X(1) VALUE 'Y'.
        01 ll-n PIC S9(4) COMP VALUE 0.
        01 ll-lay PIC S9(4) COMP OCCURS 8 TIMES.
        01 ll-k PIC S9(4) COMP VALUE 0.
        01 ll-before PIC S9(4) COMP VALUE 0.
        01 ll-kind PIC S9(4) COMP VALUE 0.
        01 ll-si PIC S9(4) COMP VALUE 0.
        01 ll-layer PIC S9(4) COMP VALUE 0.
        01 ll-inlist PIC X(1) VALUE 'N'.
        01 ll-lit PIC X(1) VALUE 'Y'.
        01 ll-text PIC X(60) VALUE SPACES.
        01 ll-lay-ed PIC Z(3)9.
        01 ll-li-ed PIC 9.
        01 diff-sum PIC S9(8)V9(4) VALUE IS 0.
        01 spec-sum PIC S9(8)V9(4) VALUE IS 0.
        01 lights-colored PIC X(1) VALUE 'N'.
        01 ao-dx   PIC S9(8)V9(4) VALUE IS 0.
        01 ao-dy   PIC S9(8)V9(4) VALUE IS 0.
        01 ao-dz   PIC S9(8)V9(4) VALUE IS 0.
*>      Indirect diffuse (the GIn PARM token, n bounce rays per hit,
*>      GIDEPTHn the bounce-depth cap, default one bounce): from each
*>      diffuse hit, n rays leave over the hemisphere, cosine-weighted
*>      so the lambert factor is in the spread itself, and each one
*>      gathers what the lights do to the surface it lands on (or the
*>      sky it escapes to), coloured by that surface's material. The
*>      mean arrives as extra light on the first surface, so a red box
*>      warms the white wall beside it. Directions come from a fixed
*>      spiral over the hemisphere, worked out once per run - there
*>      is no random source in this dialect to scatter them, the same
*>      reason the soft shadow and antialias samples sit on grids.
        01 gi-count PIC S9(4) COMP VALUE IS 0.
        01 gi-depth PIC S9(4) COMP VALUE IS 1.
        01 gi-tok   PIC X(13).
        01 gi-ready PIC X(1) VALUE 'N'.
        01 gi-dir-tbl.
           02 gi-dir-ent OCCURS 16 TIMES.
              03 gi-da PIC S9(8)V9(4).
              03 gi-db PIC S9(8)V9(4).
              03 gi-dc PIC S9(8)V9(4).
        01 gi-k     PIC S9(4) COMP VALUE IS 0.
        01 gi-d     PIC S9(4) COMP VALUE IS 0.
        01 gi-j     PIC S9(4) COMP VALUE IS 0.
        01 gi-u1    PIC S9(8)V9(6) VALUE IS 0.
        01 gi-phi   PIC S9(8)V9(6) VALUE IS 0.
        01 gi-rad   PIC S9(8)V9(6) VALUE IS 0.
        01 gi-ox    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-oy    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-oz    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-nx    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-ny    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-nz    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-ux    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-uy    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-uz    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-vx    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-vy    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-vz    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-dx    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-dy    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-dz    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-hx    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-hy    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-hz    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-dot   PIC S9(8)V9(4) VALUE IS 0.
        01 gi-skip-kind PIC S9(4) COMP VALUE IS 0.
        01 gi-skip-si   PIC S9(4) COMP VALUE IS 0.
        01 gi-color PIC X(1) VALUE SPACE.
        01 gi-save-color PIC X(1) VALUE SPACE.
        01 gi-emit  PIC S9(8)V9(4) VALUE IS 0.
        01 gi-lterm PIC S9(8)V9(4) VALUE IS 0.
        01 gi-spot  PIC S9(8)V9(4) VALUE IS 0.
        01 gi-tmax  PIC S9(8)V9(4) VALUE IS 0.
        01 gi-lx    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-ly    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-lz    PIC S9(8)V9(4) VALUE IS 0.
        01 gi-ldist PIC S9(8)V9(4) VALUE IS 0.
*>      Path throughput (what the surfaces so far let through, per
*>      channel) and the light gathered, per channel and as luminance.
        01 gi-thr-r PIC S9(4)V9(4) VALUE IS 1.
        01 gi-thr-g PIC S9(4)V9(4) VALUE IS 1.
        01 gi-thr-b PIC S9(4)V9(4) VALUE IS 1.
        01 gi-r     PIC S9(8)V9(4) VALUE IS 0.
        01 gi-g     PIC S9(8)V9(4) VALUE IS 0.
        01 gi-b     PIC S9(8)V9(4) VALUE IS 0.
        01 gi-lum   PIC S9(8)V9(4) VALUE IS 0.
        01 gi-done  PIC X(1) VALUE 'N'.
*>      Per-light working direction and reach: a sun light is the same
*>      constant direction for every pixel, a point light's direction
*>      (and its shadow ray's reach) depend on where the hit point
        01 chk-sum   PIC S9(8) COMP VALUE IS 0.
        01 chk-mod   PIC S9(8) COMP VALUE IS 0.
        01 chk-dark  PIC S9(8)V9(4) VALUE IS 0.80.
*>      Procedural pattern working fields: lattice value noise (a
*>      hashed value at every integer point, smoothly blended between
*>      the eight round a sample), four octaves of it summed for the
*>      turbulence, and the blend factor pat-f between the material's
*>      two colours.
        01 pat-mi  PIC S9(4) COMP VALUE IS 0.
        01 pat-px  PIC S9(8)V9(6) VALUE IS 0.
        01 pat-py  PIC S9(8)V9(6) VALUE IS 0.
        01 pat-pz  PIC S9(8)V9(6) VALUE IS 0.
        01 pat-f   PIC S9(4)V9(6) VALUE IS 0.
        01 pat-t   PIC S9(4)V9(6) VALUE IS 0.
        01 pat-r   PIC S9(4)V9(4) VALUE IS 0.
        01 pat-g   PIC S9(4)V9(4) VALUE IS 0.
        01 pat-b   PIC S9(4)V9(4) VALUE IS 0.
        01 pat-lum PIC S9(4)V9(4) VALUE IS 1.
        01 nz-x    PIC S9(8)V9(6) VALUE IS 0.
        01 nz-y    PIC S9(8)V9(6) VALUE IS 0.
        01 nz-z    PIC S9(8)V9(6) VALUE IS 0.
        01 nz-ix   PIC S9(8) COMP VALUE IS 0.
        01 nz-iy   PIC S9(8) COMP VALUE IS 0.
        01 nz-iz   PIC S9(8) COMP VALUE IS 0.
        01 nz-fx   PIC S9(4)V9(6) VALUE IS 0.
        01 nz-fy   PIC S9(4)V9(6) VALUE IS 0.
        01 nz-fz   PIC S9(4)V9(6) VALUE IS 0.
        01 nz-n    PIC S9(9) COMP VALUE IS 0.
        01 nz-hash PIC S9(8)V9(6) VALUE IS 0.
        01 nz-c    PIC S9(4)V9(6) OCCURS 8 TIMES.
        01 nz-ci   PIC S9(4) COMP VALUE IS 0.
        01 nz-a    PIC S9(4)V9(6) VALUE IS 0.
        01 nz-b    PIC S9(4)V9(6) VALUE IS 0.
        01 nz-val  PIC S9(4)V9(6) VALUE IS 0.
        01 nz-oct  PIC S9(4) COMP VALUE IS 0.
        01 nz-amp  PIC S9(4)V9(6) VALUE IS 0.
        01 nz-turb PIC S9(4)V9(6) VALUE IS 0.
        01 x     PIC S9(8)V9(4) VALUE IS 0.
        01 y     PIC S9(8)V9(4) VALUE IS 0.
        01 w     PIC S9(8)V9(4) VALUE IS 80.
        01 bud-rays PIC S9(12) COMP VALUE 0.
        01 bud-val-ed PIC ZZZ,ZZZ,ZZZ,ZZ9.
        01 bud-cap-ed PIC ZZZ,ZZZ,ZZZ,ZZ9.
*>      One-time budget waivers from RENDWAIV, one per record:
*>      "ref operator target cap ceiling granted expiry approver",
*>      target being JOB=jobid, SCENE=name or * for any job, cap one
*>      of the RENDBUDG keywords, dates yyyymmdd. A cap this job would
*>      break is lifted to the ceiling of a matching, unexpired,
*>      unused waiver that names its approver; once the job clears
*>      every cap the waivers it leaned on are consumed - "USED
*>      yyyymmdd jobid" appended to the record - and their references
*>      ride on the AUDITLOG and RENDHIST lines. A row-range step may
*>      reuse a waiver its own job consumed the same day, since every
*>      step of that job passes through this same check.
        01 waiv-file-status PIC X(2) VALUE '00'.
        01 waiv-eof PIC X(1) VALUE 'N'.
           88 waiv-eof-yes VALUE 'Y'.
*>      RENDWAIV is rewritten whole when a waiver is spent, so it is
*>      only ever used when every record fits the table - a longer
*>      ledger grants nothing rather than lose its tail.
        01 max-waivs PIC S9(4) COMP VALUE 2000.
        01 num-waivs PIC S9(4) COMP VALUE 0.
        01 waiv-full PIC X(1) VALUE 'N'.
        01 waiv-lines.
           02 waiv-line PIC X(120) OCCURS 2000 TIMES.
        01 waiv-toks.
           02 waiv-tok PIC X(24) OCCURS 11 TIMES.
        01 waiv-i PIC S9(4) COMP VALUE 0.
        01 waiv-j PIC S9(4) COMP VALUE 0.
        01 waiv-hit PIC S9(4) COMP VALUE 0.
        01 waiv-cap PIC X(10) VALUE SPACES.
        01 waiv-ask PIC S9(12) COMP VALUE 0.
        01 waiv-ceiling PIC S9(12) COMP VALUE 0.
        01 waiv-today PIC 9(8) VALUE 0.
        01 waiv-expiry PIC 9(8) VALUE 0.
        01 waiv-refs PIC X(40) VALUE SPACES.
        01 waiv-num-used PIC S9(4) COMP VALUE 0.
        01 waiv-used-tbl.
           02 waiv-used PIC S9(4) COMP OCCURS 3 TIMES.
        01 waiv-job PIC X(8) VALUE SPACES.
*>      Run history: one record per finished run appended to RENDHIST
*>      ("date time operator WxH frames flags pixels rays elapsed") -
*>      the statistics the console used to scroll away, kept where the
        01 hist-tok9 PIC X(16).
        01 est-pixels PIC S9(12) COMP VALUE 0.
        01 est-rays PIC S9(12) COMP VALUE 0.
        01 est-gi-rays PIC S9(12) COMP VALUE 0.
        01 est-rate PIC S9(9)V9(2) COMP-3 VALUE 0.
        01 est-secs PIC S9(9)V9(2) COMP-3 VALUE 0.
        01 hist-rays PIC S9(12) COMP VALUE 0.
*>      SCENEFLAT dataset and stops, the way ESTIMATE stops. The
*>      file reads straight back in as a SCENEDAT (TRI records
*>      included), so an archived shot reproduces without the
*>      library. FLATTRI flattens the same way but writes each MESH
*>      instance as its library facets carried out into the scene,
*>      one TRI record apiece, for the survey programs (LUXSURV,
*>      VISCOV) that want only the surfaces a ray can hit and read
*>      neither MODLIB nor SCENELIB. Each of those TRI records ends
*>      with the instance's MESH slot, a token past the color that
*>      the scene loader never reads, so a facet can still be told
*>      as part of one placed object.
        01 flat-file-status PIC X(2) VALUE '00'.
        01 flatten-mode PIC X(1) VALUE 'N'.
           88 flatten-mode-on VALUE 'Y'.
        01 flat-tri-mode PIC X(1) VALUE 'N'.
           88 flat-tri-mode-on VALUE 'Y'.
        01 fl-color PIC X(1) VALUE SPACE.
        01 fl-inst PIC S9(4) COMP VALUE 0.
        01 fl-i PIC S9(4) COMP VALUE 0.
        01 fl-line PIC X(120) VALUE SPACES.
        01 fl-v1-ed PIC ------9.9999.
        01 fl-slot2-ed PIC ZZ9.
        01 fl-deg PIC S9(8)V9(4) VALUE 0.
        01 fl-rad PIC S9(8)V9(6) VALUE 0.
        01 fl-count PIC S9(8) COMP VALUE 0.
        01 fl-count-ed PIC Z(7)9.
*>      Wavefront OBJ export (the OBJEXPORT PARM token, or
*>      OBJEXPORT=n for an n-unit half-width ground): the same
*>      resolved tables the flattener writes - LAYERS already applied,
*>      XFORMs already folded in - tessellated into SCENEOBJ, with a
*>      SCENEMTL companion holding one material per color code used,
*>      so CAD and layout tools can open what we rendered. Spheres
*>      and ellipsoids go out as 16 x 8 latitude/longitude shells,
*>      cylinders, cones and toruses as 16-sided bands (their ends
*>      open, as the renderer leaves them), boxes as six quads, each
*>      plane as one square centred on its anchor point, and the
*>      MODELDAT/TERRDAT mesh triangle for triangle. One OBJ group
*>      per object, named by kind and slot - the ordinals MASKRPT and
*>      SCENEDIFF use.
        01 obj-file-status PIC X(2) VALUE '00'.
        01 mtl-file-status PIC X(2) VALUE '00'.
        01 objx-mode PIC X(1) VALUE 'N'.
           88 objx-mode-on VALUE 'Y'.
        01 ox-plane-half PIC S9(8)V9(4) VALUE 20.
        01 ox-ring-tbl.
           02 ox-ring OCCURS 16 TIMES.
              03 ox-rc PIC S9(8)V9(4).
              03 ox-rs PIC S9(8)V9(4).
        01 ox-lat-tbl.
           02 ox-lat OCCURS 7 TIMES.
              03 ox-lc PIC S9(8)V9(4).
              03 ox-ls PIC S9(8)V9(4).
        01 ox-ang PIC S9(4)V9(6) VALUE 0.
        01 ox-i PIC S9(4) COMP VALUE 0.
        01 ox-j PIC S9(4) COMP VALUE 0.
        01 ox-k PIC S9(4) COMP VALUE 0.
        01 ox-k2 PIC S9(4) COMP VALUE 0.
        01 ox-vcount PIC S9(8) COMP VALUE 0.
        01 ox-fcount PIC S9(8) COMP VALUE 0.
        01 ox-gcount PIC S9(8) COMP VALUE 0.
        01 ox-vbase PIC S9(8) COMP VALUE 0.
        01 ox-a PIC S9(8) COMP VALUE 0.
        01 ox-b PIC S9(8) COMP VALUE 0.
        01 ox-c PIC S9(8) COMP VALUE 0.
        01 ox-d PIC S9(8) COMP VALUE 0.
        01 ox-px PIC S9(8)V9(4) VALUE 0.
        01 ox-py PIC S9(8)V9(4) VALUE 0.
        01 ox-pz PIC S9(8)V9(4) VALUE 0.
        01 ox-cx PIC S9(8)V9(4) VALUE 0.
        01 ox-cy PIC S9(8)V9(4) VALUE 0.
        01 ox-cz PIC S9(8)V9(4) VALUE 0.
        01 ox-rx PIC S9(8)V9(4) VALUE 0.
        01 ox-ry PIC S9(8)V9(4) VALUE 0.
        01 ox-rz PIC S9(8)V9(4) VALUE 0.
        01 ox-r0 PIC S9(8)V9(4) VALUE 0.
        01 ox-r1 PIC S9(8)V9(4) VALUE 0.
        01 ox-rr PIC S9(8)V9(4) VALUE 0.
        01 ox-hh PIC S9(8)V9(4) VALUE 0.
        01 ox-axis PIC X(1) VALUE SPACE.
        01 ox-cos PIC S9(8)V9(4) VALUE 0.
        01 ox-sin PIC S9(8)V9(4) VALUE 0.
        01 ox-ax PIC S9(8)V9(4) VALUE 0.
        01 ox-ay PIC S9(8)V9(4) VALUE 0.
        01 ox-az PIC S9(8)V9(4) VALUE 0.
        01 ox-ux PIC S9(8)V9(4) VALUE 0.
        01 ox-uy PIC S9(8)V9(4) VALUE 0.
        01 ox-uz PIC S9(8)V9(4) VALUE 0.
        01 ox-wx PIC S9(8)V9(4) VALUE 0.
        01 ox-wy PIC S9(8)V9(4) VALUE 0.
        01 ox-wz PIC S9(8)V9(4) VALUE 0.
        01 ox-hx PIC S9(8)V9(4) VALUE 0.
        01 ox-hy PIC S9(8)V9(4) VALUE 0.
        01 ox-hz PIC S9(8)V9(4) VALUE 0.
        01 ox-p0x PIC S9(8)V9(4) VALUE 0.
        01 ox-p0y PIC S9(8)V9(4) VALUE 0.
        01 ox-p0z PIC S9(8)V9(4) VALUE 0.
        01 ox-p1x PIC S9(8)V9(4) VALUE 0.
        01 ox-p1y PIC S9(8)V9(4) VALUE 0.
        01 ox-p1z PIC S9(8)V9(4) VALUE 0.
        01 ox-t1 PIC S9(8)V9(4) VALUE 0.
        01 ox-t2 PIC S9(8)V9(4) VALUE 0.
        01 ox-color PIC X(1) VALUE SPACE.
        01 ox-cur-color PIC X(1) VALUE SPACE.
        01 ox-group PIC X(40) VALUE SPACES.
        01 ox-num-codes PIC S9(4) COMP VALUE 0.
        01 ox-code-tbl.
           02 ox-code PIC X(1) OCCURS 32 TIMES.
        01 ox-line PIC X(120) VALUE SPACES.
        01 ox-i1-ed PIC ZZZZZZ9.
        01 ox-i2-ed PIC ZZZZZZ9.
        01 ox-i3-ed PIC ZZZZZZ9.
        01 ox-i4-ed PIC ZZZZZZ9.
        01 ox-f1-ed PIC ---9.9999.
        01 ox-f2-ed PIC ---9.9999.
        01 ox-f3-ed PIC ---9.9999.
        01 ox-shine-ed PIC ZZ9.
*>      Quantity takeoff (the TAKEOFF PARM token, or TAKEOFF=n for an
*>      n-unit half-width ground, the OBJEXPORT convention): the same
*>      resolved tables again, each object measured instead of
*>      tessellated - surface area and, where the shape closes on
*>      itself, enclosed volume - one QTYDAT line per object:
*>        kind slot layer code area volume state
*>      with "-" for a volume that isn't defined (a plane, terrain,
*>      loose TRI facets) and state WHOLE, PART (straddles the CLIP
*>      plane) or CUT (wholly in the cut-away half, measured as
*>      nothing). Primitives are measured by formula; a cylinder's or
*>      cone's area is its side wall, the ends being open as the
*>      renderer leaves them, its volume the solid the wall bounds;
*>      an ellipsoid's area is Thomsen's approximation (within about
*>      1%), there being no closed form. A CSG pair is one CSG line,
*>      the carved result under the A slot's code and layer. Meshes
*>      are summed facet by facet, one line per color code; a closed
*>      model's volume (the divergence sum) rides on its largest
*>      code's line. Under a CLIP, spheres, boxes, planes and every
*>      facet are cut exactly at the plane - the cut face is not
*>      counted, it being no surface anyone finishes - while a CSG
*>      pair, cylinder, cone, ellipsoid or torus reaching across it
*>      is still measured whole, marked PART. SCENEQTY totals the
*>      file.
        01 qty-file-status PIC X(2) VALUE '00'.
        01 takeoff-mode PIC X(1) VALUE 'N'.
           88 takeoff-mode-on VALUE 'Y'.
        01 qt-plane-half PIC S9(8)V9(4) VALUE 20.
        01 qt-model-end PIC S9(4) COMP VALUE 0.
        01 qt-terr-end PIC S9(4) COMP VALUE 0.
        01 qt-count PIC S9(8) COMP VALUE 0.
        01 qt-kind PIC X(8) VALUE SPACES.
        01 qt-slot PIC S9(4) COMP VALUE 0.
        01 qt-layer PIC S9(4) COMP VALUE 0.
        01 qt-code PIC X(1) VALUE SPACE.
        01 qt-area PIC S9(10)V9(4) VALUE 0.
        01 qt-vol PIC S9(10)V9(4) VALUE 0.
        01 qt-has-vol PIC X(1) VALUE 'Y'.
        01 qt-state PIC X(5) VALUE SPACES.
        01 qt-first PIC S9(4) COMP VALUE 0.
        01 qt-last PIC S9(4) COMP VALUE 0.
*>      Working figures, wide enough for a big scene's squares and
*>      cubes.
        01 qt-r PIC S9(8)V9(6) VALUE 0.
        01 qt-r1 PIC S9(8)V9(6) VALUE 0.
        01 qt-h PIC S9(8)V9(6) VALUE 0.
        01 qt-d PIC S9(8)V9(6) VALUE 0.
        01 qt-a PIC S9(8)V9(6) VALUE 0.
        01 qt-b PIC S9(8)V9(6) VALUE 0.
        01 qt-c PIC S9(8)V9(6) VALUE 0.
        01 qt-ext PIC S9(8)V9(6) VALUE 0.
        01 qt-w1 PIC S9(12)V9(6) VALUE 0.
        01 qt-w2 PIC S9(12)V9(6) VALUE 0.
        01 qt-w3 PIC S9(12)V9(6) VALUE 0.
        01 qt-sa PIC S9(12)V9(6) VALUE 0.
        01 qt-sv PIC S9(12)V9(6) VALUE 0.
        01 qt-cx PIC S9(8)V9(6) VALUE 0.
        01 qt-cy PIC S9(8)V9(6) VALUE 0.
        01 qt-cz PIC S9(8)V9(6) VALUE 0.
*>      One facet's corners (each with its signed distance past the
*>      clip plane), the pieces of it kept, and the running sums of
*>      area and signed volume - taken about the clip point when
*>      there is a clip, so the cut face (lying in that plane) adds
*>      nothing and a clipped closed solid still sums to the volume
*>      left standing.
        01 qt-tri.
           02 qt-v OCCURS 3 TIMES.
              03 qt-vx PIC S9(8)V9(6).
              03 qt-vy PIC S9(8)V9(6).
              03 qt-vz PIC S9(8)V9(6).
              03 qt-vd PIC S9(8)V9(6).
        01 qt-pc.
           02 qt-p OCCURS 4 TIMES.
              03 qt-px PIC S9(8)V9(6).
              03 qt-py PIC S9(8)V9(6).
              03 qt-pz PIC S9(8)V9(6).
        01 qt-ox PIC S9(8)V9(6) VALUE 0.
        01 qt-oy PIC S9(8)V9(6) VALUE 0.
        01 qt-oz PIC S9(8)V9(6) VALUE 0.
        01 qt-i PIC S9(4) COMP VALUE 0.
        01 qt-j PIC S9(4) COMP VALUE 0.
        01 qt-k PIC S9(4) COMP VALUE 0.
        01 qt-odd PIC S9(4) COMP VALUE 0.
        01 qt-in PIC S9(4) COMP VALUE 0.
        01 qt-kept PIC S9(8) COMP VALUE 0.
        01 qt-lost PIC S9(8) COMP VALUE 0.
        01 qt-e1x PIC S9(8)V9(6) VALUE 0.
        01 qt-e1y PIC S9(8)V9(6) VALUE 0.
        01 qt-e1z PIC S9(8)V9(6) VALUE 0.
        01 qt-e2x PIC S9(8)V9(6) VALUE 0.
        01 qt-e2y PIC S9(8)V9(6) VALUE 0.
        01 qt-e2z PIC S9(8)V9(6) VALUE 0.
        01 qt-nx PIC S9(12)V9(6) VALUE 0.
        01 qt-ny PIC S9(12)V9(6) VALUE 0.
        01 qt-nz PIC S9(12)V9(6) VALUE 0.
*>      A box's eight corners, turned as BOX-ROT-INTERSECT sees them,
*>      and its six faces as outward-wound corner quads.
        01 qt-corners.
           02 qt-corner OCCURS 8 TIMES.
              03 qt-kx PIC S9(8)V9(6).
              03 qt-ky PIC S9(8)V9(6).
              03 qt-kz PIC S9(8)V9(6).
        01 qt-face-def PIC X(24) VALUE '143256781265237634874158'.
        01 qt-face-tbl REDEFINES qt-face-def.
           02 qt-face OCCURS 6 TIMES.
              03 qt-fc PIC 9(1) OCCURS 4 TIMES.
*>      Per-code subtotals for one mesh object.
        01 qt-num-bkts PIC S9(4) COMP VALUE 0.
        01 qt-bkts.
           02 qt-bkt OCCURS 16 TIMES.
              03 qb-code PIC X(1).
              03 qb-area PIC S9(12)V9(6).
              03 qb-vol PIC S9(12)V9(6).
              03 qb-kept PIC S9(8) COMP.
              03 qb-lost PIC S9(8) COMP.
        01 qt-bi PIC S9(4) COMP VALUE 0.
        01 qt-big PIC S9(4) COMP VALUE 0.
        01 qt-line PIC X(120) VALUE SPACES.
        01 qt-slot-ed PIC ZZZ9.
        01 qt-layer-ed PIC ZZZ9.
        01 qt-area-ed PIC ZZZZZZZZZ9.9999.
        01 qt-vol-ed PIC ZZZZZZZZZ9.9999.
        01 qt-count-ed PIC ZZZZZZ9.
*>      Input dataset names, now variable: the classic fixed names by
*>      default, repointed wholesale at a bundle's extracted RPLY*
*>      copies under REPLAY so the live datasets stop mattering.
        01 light-fname    PIC X(30) VALUE "LIGHTDAT".
        01 model-fname    PIC X(30) VALUE "MODELDAT".
        01 mat-fname      PIC X(30) VALUE "MATDAT".
*>      terr-fname, modlib-fname, shotlib-fname, texcat-fname,
*>      env-fname, callout-fname and hl-old-fname live with their own
*>      feature blocks but follow the same default-name/RPLY-repoint
*>      convention; replayed texture PPMs are opened under an RPLY
*>      prefix by the texture loader itself, since TEXDAT names them
*>      freely.
*>      Render provenance bundle: AUDITLOG records the parameters of
*>      a run but not the content of its inputs, so an edited MATDAT
*>      or library scene quietly orphans every earlier frame. At
        01 replay-mode PIC X(1) VALUE 'N'.
           88 replay-mode-on VALUE 'Y'.
        01 replay-stamp PIC X(12) VALUE SPACES.
*>      Material swatch (SWATCH, the preview MATEDIT runs): the scene,
*>      camera and catalog come from the MATSWSCN, MATSWCAM and
*>      MATSWMAT copies MATEDIT writes - its test sphere on the ground
*>      plane under the catalog being edited - and the model,
*>      terrain, light and key-frame inputs are pointed at MATSWNUL,
*>      which nothing writes, so the shop's own scene dressing and
*>      lighting never wander into the preview.
        01 swatch-mode PIC X(1) VALUE 'N'.
           88 swatch-mode-on VALUE 'Y'.
        01 bndl-date PIC 9(8) VALUE 0.
        01 bndl-seq PIC 9(2) VALUE 0.
        01 bndl-eof PIC X(1) VALUE 'N'.
        01 bndl-rp-i PIC S9(4) COMP VALUE 0.
        01 replay-parm PIC X(80) VALUE SPACES.
        01 bndl-count PIC S9(8) COMP VALUE 0.
*>      Skip-if-unchanged (REUSEIFSAME): the bundle already gathers
*>      every input that shapes a frame, so its records - all but the
*>      =RUN header, and with an ESTIMATE word left out so a dry run
*>      fingerprints the same as the real one - run through ARTSUM as
*>      they are written; the sum and record count are the input
*>      fingerprint. A captioned or VECTOR frame also carries the
*>      operator and date, so those fold in too. A clean run (RC 0)
*>      under REUSEIFSAME keeps a copy of each finished artifact as
*>      FPRTxxxxxxxx.name and appends one RENDFPRT record per
*>      artifact:
*>        fingerprint fp-recs run-id artifact sum recs how
*>      where "how" is the ARTSUM mode the sum was taken in (F, or H
*>      for an HDR PFM; a record without one is F).
*>      The next REUSEIFSAME run whose fingerprint matches (the latest
*>      run holding it) checks every kept copy's sum, copies them
*>      into place, logs an AUDITLOG entry marked REUSED with the
*>      source run and ends RC 2 without tracing a ray. A kept copy
*>      missing or changed means an ordinary render. ESTIMATE under
*>      REUSEIFSAME makes the same check and ends RC 2 when the job
*>      would reuse - the RENDQUEUE window fit asks exactly that.
*>      ROWLO/ROWHI, REPLAY, ARCHIVE, PATCH and INTERACTIVE runs make
*>      no fingerprint.
        01 fp-mode PIC X(1) VALUE 'N'.
           88 fp-mode-on VALUE 'Y'.
        01 fp-state PIC X(1) VALUE 'P'.
           88 fp-pending VALUE 'P'.
           88 fp-render VALUE 'N'.
           88 fp-reuse VALUE 'R'.
        01 fprt-file-status PIC X(2) VALUE '00'.
        01 keep-in-fname PIC X(40) VALUE SPACES.
        01 keep-out-fname PIC X(40) VALUE SPACES.
*>      Kept copies go byte for byte through BINFILE - a spool page's
*>      form feed would not survive a line sequential copy.
        01 bin-func PIC X(1) VALUE SPACE.
        01 bin-fname PIC X(40) VALUE SPACES.
        01 bin-data PIC X(512) VALUE SPACES.
        01 bin-len PIC S9(4) COMP VALUE 0.
        01 bin-status PIC X(2) VALUE '00'.
        01 keep-ok PIC X(1) VALUE 'Y'.
        01 fprt-eof PIC X(1) VALUE 'N'.
           88 fprt-eof-yes VALUE 'Y'.
        01 bndl-dry PIC X(1) VALUE 'N'.
        01 bndl-out PIC X(160) VALUE SPACES.
        01 bndl-fp-sect PIC X(30) VALUE SPACES.
        01 fp-func PIC X(1) VALUE 'S'.
        01 fp-line PIC X(256) VALUE SPACES.
        01 fp-a PIC S9(9) COMP VALUE 0.
        01 fp-b PIC S9(9) COMP VALUE 0.
        01 fp-recs PIC S9(9) COMP VALUE 0.
        01 fp-hex PIC X(8) VALUE SPACES.
        01 fp-recs-ed PIC Z(8)9.
        01 fp-src-run PIC X(30) VALUE SPACES.
        01 fp-run PIC X(30) VALUE SPACES.
        01 fp-date PIC 9(8) VALUE 0.
        01 fp-line-up PIC X(256) VALUE SPACES.
        01 keep-fname PIC X(40) VALUE SPACES.
        01 fp-toks.
           02 fp-tok PIC X(40) OCCURS 8 TIMES.
        01 fp-t PIC S9(4) COMP VALUE 0.
        01 fp-ptr PIC S9(4) COMP VALUE 0.
        01 fp-up PIC X(40) VALUE SPACES.
        01 max-fp-out PIC S9(4) COMP VALUE 200.
        01 fp-n PIC S9(4) COMP VALUE 0.
        01 fp-i PIC S9(4) COMP VALUE 0.
        01 fp-full PIC X(1) VALUE 'N'.
        01 fp-out-table.
           02 fp-out OCCURS 200 TIMES.
              03 fo-name PIC X(40).
              03 fo-hex PIC X(8).
              03 fo-recs PIC S9(9) COMP.
              03 fo-func PIC X(1).
        01 fp-n-ed PIC ZZ9.
*>      Structured error log: every failure point writes one ERRLOG
*>      record - "date time code dataset status message" - and sets a
*>      distinct return code, so the wrapper scripts around the
*>      nightly run can tell a validation stop (8) from a lock refusal
*>      (10) from an I/O failure (12) from a control dataset still
*>      being saved (14) from an authorization refusal (28) without
*>      grepping the console.
*>      An optional input dataset that simply isn't there (status 35)
*>      is a designed fallback, not an error, and is not logged.
        01 errlog-file-status PIC X(2) VALUE '00'.
        01 err-status PIC X(2) VALUE '00'.
        01 err-msg PIC X(60) VALUE SPACES.
        01 err-time PIC 9(8) VALUE 0.
*>      The highest code ERRLOG has been given this run. RETURN-CODE
*>      itself doesn't keep it - the next CALL resets it - so the end
*>      of the run puts it back, the same as shot-rc and the others.
        01 run-rc PIC S9(4) COMP VALUE 0.
        01 err-date PIC 9(8) VALUE 0.
*>      Operator authorization (RENDAUTH, see AUTHCHK): UNLOCK,
*>      ARCHIVE, REPLAY=, PATCH= and INTERACTIVE, and the library
*>      scene a SCENE= token names, each need a grant for the operator
*>      running the job once there is a RENDAUTH dataset at all. Every
*>      refusal is logged (an RC28 ERRLOG record naming the denied
*>      action, written here rather than by AUTHCHK so it carries the
*>      run id) and the run stops RC 28 before it loads, locks or
*>      writes anything.
        01 auth-func PIC X(1) VALUE 'Q'.
        01 auth-kind PIC X(8) VALUE SPACES.
        01 auth-subject PIC X(16) VALUE SPACES.
        01 auth-oper PIC X(20) VALUE SPACES.
        01 auth-granted PIC X(1) VALUE 'Y'.
        01 auth-denied PIC X(1) VALUE 'N'.
*>      Alert feed (RENDALRT, see ALERTPUT): every ERRLOG record also
*>      goes out as an alert - a lock refusal, a dataset save that never
*>      finished or a budget rejection as CRIT, since any of them costs
*>      the night, anything else logged
*>      as ERROR - and a DEADLINE cutoff as a WARN, so on-call is
*>      paged rather than finding ERRLOG in the morning.
        01 alert-sev PIC X(5) VALUE SPACES.
        01 alert-source PIC X(14) VALUE 'COBOLRAYCASTER'.
        01 alert-job PIC X(16) VALUE SPACES.
        01 alert-dataset PIC X(10) VALUE SPACES.
        01 alert-msg PIC X(60) VALUE SPACES.
*>      Run lock: two renders loose in the same directory silently
*>      fight over RENDCKPT, RENDPPM and RENDBASE - the lock dataset
*>      records who is rendering (kind, operator, date, time, run=
*>      run id, PARM)
*>      and a second start refuses with its own return code instead
*>      of corrupting the first one's files. Row-range steps sharing
*>      one frame are compatible with each other: the first writes a
        01 lock-date-tok PIC X(10).
        01 lock-time-tok PIC X(10).
        01 lock-time PIC 9(8).
*>      Control dataset edit locks (see EDITLOCK): SCENEEDIT, MATEDIT
*>      and the update steps hold SCENEDAT's, SCENELIB's or MATDAT's
*>      while they have it out, marked SAVE while the rewrite is under
*>      way. The run waits up to LOCKWAITn seconds for a save to finish
*>      before it reads the dataset.
        01 dsl-func PIC X(1) VALUE 'W'.
        01 dsl-dsn PIC X(10) VALUE SPACES.
        01 dsl-prog PIC X(10) VALUE 'RAYCASTER'.
        01 lockwait-secs PIC S9(4) COMP VALUE 60.
        01 dsl-result PIC X(1) VALUE 'Y'.
        01 dsl-holder PIC X(60) VALUE SPACES.
        01 dsl-tok PIC X(13) VALUE SPACES.
        01 rendparm-file-status PIC X(2) VALUE '00'.
        01 rendparm-eof PIC X(1) VALUE 'N'.
           88 rendparm-eof-yes VALUE 'Y'.
        01 dow-names PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
        01 today-dow PIC X(3) VALUE SPACES.
        01 sched-pass PIC 9(1) VALUE 1.
        01 audit-work PIC X(200) VALUE SPACES.
*>      Every schedule and profile keyword that actually applied,
*>      kept verbatim so the provenance bundle's RENDPARM section
*>      can restate them - without this, a frame rendered under a
        01 prof-rest PIC X(60) VALUE SPACES.
        01 rp-record PIC X(80).
        01 rp-key PIC X(16).
        01 rp-val PIC X(40).
        01 opt-tok PIC X(40).
        01 res-w    PIC X(16).
        01 res-h    PIC X(16).
        01 res-tok3 PIC X(40).
        01 res-tok4 PIC X(40).
        01 res-tok5 PIC X(40).
*>      Antialiasing: an NxN grid of evenly-spaced sub-ray offsets is
*>      cast per pixel and the resulting shades averaged, smoothing
*>      the jagged edges a single ray per pixel leaves on curved
        01 aa-count  PIC S9(4) COMP VALUE IS 1.
        01 aa-hits   PIC S9(4) COMP.
        01 aa-shade-sum PIC S9(8)V9(4).
        01 aa-hdr-sum PIC S9(8)V9(4).
        01 pix-color PIC X(1) VALUE IS 'W'.
        01 aa-offx   PIC S9(8)V9(4).
        01 aa-offy   PIC S9(8)V9(4).
           88 color-mode-on VALUE 'Y'.
*>      Orthographic projection: parallel rays instead of a perspective
*>      frustum, selected with the ORTHO PARM token. cam-fov doubles as
*>      the orthographic half-width in world units when active. The
*>      PANO token puts 'P' here instead: a 360-degree equirectangular
*>      panorama round the camera position, the look-at direction in
*>      the middle column, for the kiosk and web walk-arounds. It is
*>      the same byte GET-CAM-RAY-DIR already takes, so the ray cache,
*>      PROBE and every output follow it without a second flag.
        01 ortho-mode PIC X(1) VALUE IS 'N'.
           88 ortho-mode-on VALUE 'Y'.
           88 pano-mode-on VALUE 'P'.
        01 pano-h      PIC S9(8) VALUE IS 0.
        01 pano-h-ed   PIC Z(7)9.
        01 pano-h2-ed  PIC Z(7)9.
*>      Three-pane orthographic multi-view: the MULTIVIEW PARM token
*>      splits the canvas into front/top/side panes laid out side by
*>      side, like a CAD drafting sheet, instead of one camera's shot.
*>      paginated spool is emitted below.
        01 sysout-line      PIC X(512) VALUE IS SPACES.
        01 sysout-col       PIC S9(4) COMP VALUE IS 0.
        01 sysout-fname     PIC X(40) VALUE IS "SYSOUT".
*>      Row-range split: ROWLOn/ROWHIn let one job step render only
*>      rows n through m of the frame instead of the whole 0..h sweep,
*>      so several steps can each take a disjoint band and run side by
        01 ol-x PIC S9(4) COMP VALUE 0.
        01 ol-edge PIC X(1) VALUE 'N'.
        01 ol-i PIC S9(4) COMP VALUE 0.
*>      Vector output (the VECTOR PARM token): the line art OUTLINE
*>      only paints, traced along the pixel-corner grid and written as
*>      RENDSVG (an SVG drawing) and RENDPLT (an HPGL plot) under the
*>      PPM's own frame/row suffix. Every finished pixel parks its
*>      winning id (kind * 1000 + slot, a whole model or terrain mesh
*>      counting as one object so its facets draw no lines), hit
*>      distance, color and CLIP-cap flag in the current row buffer;
*>      at row end each pixel is compared with its left neighbour
*>      (vertical unit edges) and with the pixel above (horizontal
*>      ones). A miss against a hit, or a hit whose distance jumps
*>      more than four times the running slope and a tenth of the
*>      nearer distance, is a silhouette (S); two objects meeting
*>      without such a jump are a crease (C); the edge of a CLIP cap
*>      is a section (X). Unit edges of one pen and class join into
*>      straight runs as the rows go by, and at frame end the runs
*>      chain end to end into polylines. The pen is the nearer
*>      pixel's material color - 1 W, 2 R, 3 G, 4 B, 5 Y, 6 M, 7 C,
*>      8 anything else. Frames wider than 512 trace their first 513
*>      columns, the same out-of-buffer policy OUTLINE keeps.
        01 vector-mode PIC X(1) VALUE 'N'.
           88 vector-mode-on VALUE 'Y'.
        01 svg-file-status PIC X(2) VALUE '00'.
        01 plt-file-status PIC X(2) VALUE '00'.
        01 svg-fname PIC X(40) VALUE "RENDSVG".
        01 plt-fname PIC X(40) VALUE "RENDPLT".
        01 aux-cap PIC X(1) VALUE 'N'.
        01 vc-cur-row.
           02 vc-cur OCCURS 513 TIMES.
              03 vc-id PIC S9(8) COMP.
              03 vc-t PIC S9(8)V9(4).
              03 vc-code PIC X(1).
              03 vc-cap PIC X(1).
        01 vc-prev-row.
           02 vc-prev OCCURS 513 TIMES.
              03 vc-prev-id PIC S9(8) COMP.
              03 vc-prev-t PIC S9(8)V9(4).
              03 vc-prev-code PIC X(1).
              03 vc-prev-cap PIC X(1).
        01 vc-prev2-row.
           02 vc-prev2 OCCURS 513 TIMES.
              03 vc-prev2-id PIC S9(8) COMP.
              03 vc-prev2-t PIC S9(8)V9(4).
              03 vc-prev2-code PIC X(1).
              03 vc-prev2-cap PIC X(1).
        01 vc-prev-ok PIC X(1) VALUE 'N'.
        01 vc-prev2-ok PIC X(1) VALUE 'N'.
        01 vc-i PIC S9(4) COMP VALUE 0.
        01 vc-x PIC S9(4) COMP VALUE 0.
        01 vc-last PIC S9(4) COMP VALUE 0.
        01 vc-y0 PIC S9(4) COMP VALUE 0.
        01 vc-full PIC X(1) VALUE 'N'.
        01 vc-pen PIC 9(1) VALUE 0.
        01 vc-class PIC X(1) VALUE SPACE.
        01 vc-pens PIC X(7) VALUE 'WRGBYMC'.
        01 vc-pen-table.
           02 vc-pen-hex PIC X(6) OCCURS 8 TIMES.
        01 vc-hex-digits PIC X(16) VALUE '0123456789ABCDEF'.
        01 vc-byte PIC 9(3) VALUE 0.
        01 vc-hi PIC 9(2) VALUE 0.
        01 vc-lo PIC 9(2) VALUE 0.
        01 vc-hex2 PIC X(2) VALUE SPACES.
        01 vc-color-hold PIC X(1) VALUE SPACE.
        01 vc-polys PIC S9(8) COMP VALUE 0.
        01 vc-polys-ed PIC Z(7)9.
        01 vc-segs-ed PIC Z(7)9.
*>      One pair of neighbouring pixels under test: a and b either
*>      side of the edge, c the pixel before a on the same line for
*>      the running slope (id -1 when there is none).
        01 ve-a.
           02 ve-a-id PIC S9(8) COMP.
           02 ve-a-t PIC S9(8)V9(4).
           02 ve-a-code PIC X(1).
           02 ve-a-cap PIC X(1).
        01 ve-b.
           02 ve-b-id PIC S9(8) COMP.
           02 ve-b-t PIC S9(8)V9(4).
           02 ve-b-code PIC X(1).
           02 ve-b-cap PIC X(1).
        01 ve-c.
           02 ve-c-id PIC S9(8) COMP.
           02 ve-c-t PIC S9(8)V9(4).
           02 ve-c-code PIC X(1).
           02 ve-c-cap PIC X(1).
        01 ve-class PIC X(1) VALUE SPACE.
        01 ve-code PIC X(1) VALUE SPACE.
        01 ve-pen PIC 9(1) VALUE 0.
        01 ve-jump PIC S9(8)V9(4) VALUE 0.
        01 ve-trend PIC S9(8)V9(4) VALUE 0.
        01 ve-near PIC S9(8)V9(4) VALUE 0.
        01 ve-limit PIC S9(8)V9(4) VALUE 0.
        01 ve-jumps PIC X(1) VALUE 'N'.
*>      The straight runs, in corner coordinates: vo-seg holds each
*>      column's open vertical run, vs-hlast this row's last
*>      horizontal one.
        01 max-vseg PIC S9(8) COMP VALUE 12000.
        01 vs-n PIC S9(8) COMP VALUE 0.
        01 vs-k PIC S9(8) COMP VALUE 0.
        01 vs-i PIC S9(8) COMP VALUE 0.
        01 vs-hlast PIC S9(8) COMP VALUE 0.
        01 vs-table.
           02 vs-ent OCCURS 12000 TIMES.
              03 vs-x1 PIC S9(4) COMP.
              03 vs-y1 PIC S9(4) COMP.
              03 vs-x2 PIC S9(4) COMP.
              03 vs-y2 PIC S9(4) COMP.
              03 vs-pen PIC 9(1).
              03 vs-class PIC X(1).
              03 vs-used PIC X(1).
        01 vo-table.
           02 vo-seg PIC S9(8) COMP OCCURS 513 TIMES.
*>      Chaining: every run's two ends hashed on their corner, so the
*>      run continuing a polyline is one short bucket walk away.
        01 vh-heads.
           02 vh-head PIC S9(8) COMP OCCURS 4001 TIMES.
        01 vh-entries.
           02 vh-ent OCCURS 24000 TIMES.
              03 vh-seg PIC S9(8) COMP.
              03 vh-nxt PIC S9(8) COMP.
        01 vh-n PIC S9(8) COMP VALUE 0.
        01 vh-e PIC S9(8) COMP VALUE 0.
        01 vh-key PIC S9(8) COMP VALUE 0.
        01 vk-x PIC S9(4) COMP VALUE 0.
        01 vk-y PIC S9(4) COMP VALUE 0.
        01 vk-found PIC X(1) VALUE 'N'.
        01 max-vpts PIC S9(4) COMP VALUE 2000.
        01 vp-n PIC S9(4) COMP VALUE 0.
        01 vp-i PIC S9(4) COMP VALUE 0.
        01 vp-points.
           02 vp-pt OCCURS 2000 TIMES.
              03 vp-x PIC S9(4) COMP.
              03 vp-y PIC S9(4) COMP.
        01 vb-n PIC S9(4) COMP VALUE 0.
        01 vb-i PIC S9(4) COMP VALUE 0.
        01 vb-points.
           02 vb-pt OCCURS 2000 TIMES.
              03 vb-x PIC S9(4) COMP.
              03 vb-y PIC S9(4) COMP.
*>      Output lines: the drawing's total height in pixel units takes
*>      the 16-unit title band under the frame; the HPGL plot runs 40
*>      plotter units (one millimetre) to the pixel with y flipped.
*>      Its labels end on a printable terminator the DT instruction
*>      declares, not the default ETX, so the plot file stays plain
*>      text end to end.
        01 vt-h PIC S9(4) COMP VALUE 0.
        01 vt-y PIC S9(4) COMP VALUE 0.
        01 vt-n PIC S9(4) COMP VALUE 0.
        01 vt-ptr PIC S9(4) COMP VALUE 1.
        01 vt-hptr PIC S9(4) COMP VALUE 1.
        01 vt-num PIC S9(8) COMP VALUE 0.
        01 vt-ed PIC -(7)9.
        01 vt-line PIC X(200) VALUE SPACES.
        01 vt-hline PIC X(200) VALUE SPACES.
        01 vt-text PIC X(80) VALUE SPACES.
        01 vt-lbt PIC X(1) VALUE "~".
        01 vt-hn PIC S9(4) COMP VALUE 0.
*>      Brightness histogram and auto-contrast. The histogram counts
*>      every finished pixel into the ten ramp bands and reports per
*>      frame, so "this render looks muddy" becomes a measurement.
        01 ac-buffer.
           02 ac-ent OCCURS 20000 TIMES.
              03 ac-shade PIC S9(1)V9(4) COMP-3.
              03 ac-hdr PIC S9(4)V9(4) COMP-3.
              03 ac-color PIC X(1).
              03 ac-hl PIC X(1).
              03 ac-hitf PIC X(1).
              03 ac-t PIC S9(8)V9(4) COMP-3.
              03 ac-kind PIC 9(1) COMP.
              03 ac-si PIC S9(4) COMP.
              03 ac-co PIC X(1).
        01 ac-min PIC S9(8)V9(4) VALUE 9.9.
        01 ac-max PIC S9(8)V9(4) VALUE 0.
        01 ac-span PIC S9(8)V9(4) VALUE 0.
*>      through the console, the spool and the PPM in one place.
        01 caption-mode PIC X(1) VALUE 'N'.
           88 caption-mode-on VALUE 'Y'.
        01 cap-font-chars PIC X(39) VALUE
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ- :'.
        01 cap-font-defs.
           02 FILLER PIC X(15) VALUE '####.##.##.####'.
           02 FILLER PIC X(15) VALUE '.#.##..#..#.###'.
           02 FILLER PIC X(15) VALUE '###..#.#.#..###'.
           02 FILLER PIC X(15) VALUE '......###......'.
           02 FILLER PIC X(15) VALUE '...............'.
           02 FILLER PIC X(15) VALUE '....#.....#....'.
        01 cap-font REDEFINES cap-font-defs.
           02 cap-glyph PIC X(15) OCCURS 39 TIMES.
        01 caption-text PIC X(24) VALUE SPACES.
        01 cap-len PIC S9(4) COMP VALUE 0.
        01 cap-top PIC S9(4) COMP VALUE 0.
        01 cap-row PIC S9(4) COMP VALUE 0.
        01 cap-cell PIC S9(4) COMP VALUE 0.
        01 cap-c PIC X(1) VALUE SPACE.
        01 cap-op PIC X(8) VALUE SPACES.
*>      Numbered callouts (the CALLOUT PARM token): each record of
*>      the CALLOUT dataset names one scene object and its label -
*>         SPHERE 2 DRAIN VALVE     kind and slot, as the scene counts
*>         302 ACCESS PANEL         or the object's RENDMASK id
*>      - numbered 1 up in dataset order ('*' records are comments).
*>      The frame renders into the deferred frame buffer AUTOCONTRAST
*>      uses, each pixel keeping the object it shows, so once the
*>      last row is in every callout's object has a visible centroid.
*>      Its number goes in a small boxed label set in the nearest
*>      clear background (off the objects, the other labels, the
*>      legend and the caption band), a leader line runs from the box
*>      to the object pixel nearest the centroid, and a legend box in
*>      the clearest corner lists number and label - all in the
*>      caption's 3x5 font, through the same overlay step, so the
*>      console, the spool and the PPM carry them alike. The legend
*>      also goes out as text on the console, at the spool's head and
*>      as "# callout" PPM comments. An object with no pixel in the
*>      frame (hidden, or off the edge) gets no label, with a warning.
        01 callout-mode PIC X(1) VALUE 'N'.
           88 callout-mode-on VALUE 'Y'.
        01 callout-fname PIC X(30) VALUE "CALLOUT".
        01 callout-file-status PIC X(2) VALUE '00'.
        01 co-eof PIC X(1) VALUE 'N'.
        01 co-active PIC X(1) VALUE 'N'.
        01 co-max PIC S9(4) COMP VALUE 16.
        01 co-num PIC S9(4) COMP VALUE 0.
        01 co-tbl.
           02 co-ent OCCURS 16 TIMES.
              03 co-kind PIC S9(4) COMP.
              03 co-slot PIC S9(4) COMP.
              03 co-kind-name PIC X(6).
              03 co-label PIC X(40).
              03 co-cnt PIC S9(8) COMP.
              03 co-sx PIC S9(9) COMP.
              03 co-sy PIC S9(9) COMP.
              03 co-ax PIC S9(4) COMP.
              03 co-ay PIC S9(4) COMP.
              03 co-lbl-x PIC S9(4) COMP.
              03 co-lbl-y PIC S9(4) COMP.
              03 co-lbl-w PIC S9(4) COMP.
              03 co-shown PIC X(1).
        01 co-k PIC S9(4) COMP VALUE 0.
        01 co-j PIC S9(4) COMP VALUE 0.
        01 co-recs PIC S9(4) COMP VALUE 0.
        01 co-tok1 PIC X(12) VALUE SPACES.
        01 co-tok2 PIC X(12) VALUE SPACES.
        01 co-rest PIC X(80) VALUE SPACES.
        01 co-ptr PIC S9(4) COMP VALUE 0.
        01 co-id PIC S9(4) COMP VALUE 0.
        01 co-limit PIC S9(4) COMP VALUE 0.
        01 co-num-ed PIC Z9.
        01 co-slot-ed PIC ZZZ9.
        01 co-rec-ed PIC ZZZ9.
        01 co-text PIC X(80) VALUE SPACES.
*>      Placement works in frame pixels, rows ac-y0 through co-y-hi
*>      (short of a caption band), each pixel's overlay code in
*>      ac-co: K box backing, F glyph, L leader line.
        01 co-fw PIC S9(4) COMP VALUE 0.
        01 co-y-lo PIC S9(4) COMP VALUE 0.
        01 co-y-hi PIC S9(4) COMP VALUE 0.
        01 co-px PIC S9(4) COMP VALUE 0.
        01 co-py PIC S9(4) COMP VALUE 0.
        01 co-idx PIC S9(8) COMP VALUE 0.
        01 co-bx PIC S9(4) COMP VALUE 0.
        01 co-by PIC S9(4) COMP VALUE 0.
        01 co-bw PIC S9(4) COMP VALUE 0.
        01 co-bh PIC S9(4) COMP VALUE 0.
        01 co-hits PIC S9(8) COMP VALUE 0.
        01 co-ok PIC X(1) VALUE 'N'.
        01 co-best-hits PIC S9(8) COMP VALUE 0.
        01 co-best-x PIC S9(4) COMP VALUE 0.
        01 co-best-y PIC S9(4) COMP VALUE 0.
        01 co-r PIC S9(4) COMP VALUE 0.
        01 co-dir PIC S9(4) COMP VALUE 0.
        01 co-dir-defs.
           02 FILLER PIC X(4) VALUE '+1-1'.
           02 FILLER PIC X(4) VALUE '+1+0'.
           02 FILLER PIC X(4) VALUE '-1-1'.
           02 FILLER PIC X(4) VALUE '-1+0'.
           02 FILLER PIC X(4) VALUE '+1+1'.
           02 FILLER PIC X(4) VALUE '-1+1'.
           02 FILLER PIC X(4) VALUE '+0-1'.
           02 FILLER PIC X(4) VALUE '+0+1'.
        01 co-dir-tbl REDEFINES co-dir-defs.
           02 co-dir-ent OCCURS 8 TIMES.
              03 co-dir-dx PIC S9(1) SIGN LEADING SEPARATE.
              03 co-dir-dy PIC S9(1) SIGN LEADING SEPARATE.
        01 co-d2 PIC S9(9) COMP VALUE 0.
        01 co-best-d2 PIC S9(9) COMP VALUE 0.
        01 co-dx PIC S9(4) COMP VALUE 0.
        01 co-dy PIC S9(4) COMP VALUE 0.
        01 co-steps PIC S9(4) COMP VALUE 0.
        01 co-s PIC S9(4) COMP VALUE 0.
        01 co-lx PIC S9(4) COMP VALUE 0.
        01 co-ly PIC S9(4) COMP VALUE 0.
        01 co-len PIC S9(4) COMP VALUE 0.
        01 co-c PIC S9(4) COMP VALUE 0.
        01 co-row PIC S9(4) COMP VALUE 0.
        01 co-sub PIC S9(4) COMP VALUE 0.
        01 co-fi PIC S9(4) COMP VALUE 0.
        01 co-cell PIC S9(4) COMP VALUE 0.
        01 co-ch PIC X(1) VALUE SPACE.
        01 co-legend-said PIC X(1) VALUE 'N'.
        01 co-pix PIC X(1) VALUE SPACE.
        01 co-lines.
           02 co-line PIC X(24) OCCURS 16 TIMES.
        01 co-lg-n PIC S9(4) COMP VALUE 0.
        01 co-lg-on PIC X(1) VALUE 'N'.
        01 co-lg-x PIC S9(4) COMP VALUE 0.
        01 co-lg-y PIC S9(4) COMP VALUE 0.
        01 co-lg-w PIC S9(4) COMP VALUE 0.
        01 co-lg-h PIC S9(4) COMP VALUE 0.
        01 co-lg-len PIC S9(4) COMP VALUE 0.
        01 co-corner PIC S9(4) COMP VALUE 0.
*>      SMPTE timecode (the FPSn PARM token): each frame of the run
*>      is stamped hh:mm:ss:ff, non-drop, counting from 00:00:00:00 at
*>      frame 1 at n frames a second - in the caption banner in place
*>      of the date and in a "# timecode" comment in the PPM header -
*>      so a frame carries its own place in the cut wherever it goes.
*>      EDLGEN writes the edit decision list on the same count.
        01 fps-rate PIC S9(4) COMP VALUE 0.
        01 fps-tok PIC X(10).
        01 tc-text PIC X(11) VALUE SPACES.
        01 tc-count PIC S9(8) COMP VALUE 0.
        01 tc-secs PIC S9(8) COMP VALUE 0.
        01 tc-hh PIC 9(2) VALUE 0.
        01 tc-mm PIC 9(2) VALUE 0.
        01 tc-ss PIC 9(2) VALUE 0.
        01 tc-ff PIC 9(2) VALUE 0.
        01 fps-ed PIC ZZZ9.
*>      Clock time (the CLOCKhhmm-hhmm PARM token): the run stands for
*>      that stretch of a day - a SUNPOS time-lapse - and each frame's
*>      caption shows its own hh:mm, frame 1 at the first time and the
*>      last frame at the second, evenly between. A range that ends
*>      before it starts runs on past midnight.
        01 clock-mode PIC X(1) VALUE 'N'.
           88 clock-mode-on VALUE 'Y'.
        01 clock-from PIC S9(4) COMP VALUE 0.
        01 clock-to PIC S9(4) COMP VALUE 0.
        01 clock-mins PIC S9(4) COMP VALUE 0.
        01 clock-hh PIC 9(2) VALUE 0.
        01 clock-mm PIC 9(2) VALUE 0.
        01 clock-text PIC X(5) VALUE SPACES.
*>      Print pagination for the spool: a whole-frame run's rows
*>      collect in this buffer and go out at frame end as numbered
*>      pages - form feed, a header naming the job, date, frame, page
*>      each pixel's hit distance and which object won before throwing
*>      both away - AUX writes them to RENDDEPTH (edited best-t, 0 for
*>      a miss) and RENDMASK (kind digit * 100 + slot, except cones
*>      at 1200 + slot, tori at 1300 + slot and MESH instances at
*>      1400 + slot since mesh facet ids run through the 700s;
*>      0000 for a miss) in the same row-major order as RENDPPM,
*>      one value per
*>      record, so the paste-up crew can cut masks instead of tracing
*>      already follows.
        01 aux-mode PIC X(1) VALUE 'N'.
           88 aux-mode-on VALUE 'Y'.
*>      Edge-aware denoise (the DENOISE PARM token, DENOISE1 to
*>      DENOISE3 for the window strength): once a whole frame is
*>      closed, DNFILTER smooths each RENDPPM pixel with the
*>      neighbours that share its RENDMASK object id and sit at much
*>      the same RENDDEPTH distance, and writes the frame back in
*>      place in the same layout - so DENOISE turns AUX on. Soft
*>      shadow, AO and depth-of-field grain goes without raising AA;
*>      silhouettes stay sharp. A row-range band is left for the
*>      stitched frame (run DENOISE on that).
        01 denoise-mode PIC X(1) VALUE 'N'.
           88 denoise-mode-on VALUE 'Y'.
        01 dn-tok PIC X(15) VALUE SPACES.
        01 dn-strength PIC S9(4) COMP VALUE 1.
        01 dn-result PIC X(1) VALUE 'N'.
        01 dn-msg PIC X(80) VALUE SPACES.
        01 dn-changed PIC S9(8) COMP VALUE 0.
        01 dn-changed-ed PIC ZZZZZZ9.
*>      Change highlight (HIGHLIGHT=DIFF): before the render, DIFFSCAN
*>      - SCENEDIFF's own comparison - holds SCENEOLD against the
*>      scene file being rendered, and the frame then shows the
*>      answer. Objects with a changed slot are tinted amber, added
*>      ones green, and the rest drain to grey by their luminance
*>      (sky and MODELDAT facets with them). A removed object comes
*>      back as a red ghost: the circle bounding its old extent,
*>      drawn a pixel or so wide wherever no nearer surface hides
*>      it - a removed plane has no extent to draw. The report lines
*>      are numbered as SCENEDIFF prints them and each is keyed to
*>      its colour in a legend on the console, at the head of this
*>      run's SYSOUT, and in "# highlight" comment records of every
*>      PPM header. The colours go to the PPM and the COLOR console
*>      (amber shows as yellow there); the ramp characters are left
*>      alone. A SCENE= library scene has no file to compare, and a
*>      missing SCENEOLD leaves the run unhighlighted; either way the
*>      run says so. A highlighted run bundles SCENEOLD with its other
*>      inputs, so REUSEIFSAME and REPLAY see it as well.
        01 hl-mode PIC X(1) VALUE 'N'.
           88 hl-mode-on VALUE 'Y'.
        01 hl-old-fname PIC X(30) VALUE "SCENEOLD".
        01 hl-result PIC X(1) VALUE 'N'.
        01 hl-report.
           02 hl-line-count PIC S9(4) COMP VALUE 0.
           02 hl-line OCCURS 512 TIMES.
              03 hl-line-text PIC X(72).
              03 hl-line-kind PIC X(6).
              03 hl-line-slot PIC S9(4) COMP.
              03 hl-line-what PIC X(1).
        01 hl-objects.
           02 hl-obj-count PIC S9(4) COMP VALUE 0.
           02 hl-obj OCCURS 128 TIMES.
              03 hl-obj-kind PIC X(6).
              03 hl-obj-slot PIC S9(4) COMP.
              03 hl-obj-state PIC X(1).
              03 hl-obj-line PIC S9(4) COMP.
              03 hl-obj-v1 PIC S9(8)V9(4).
              03 hl-obj-v2 PIC S9(8)V9(4).
              03 hl-obj-v3 PIC S9(8)V9(4).
              03 hl-obj-v4 PIC S9(8)V9(4).
              03 hl-obj-v5 PIC S9(8)V9(4).
              03 hl-obj-v6 PIC S9(8)V9(4).
              03 hl-obj-v7 PIC S9(8)V9(4).
              03 hl-obj-v8 PIC S9(8)V9(4).
              03 hl-obj-color PIC X(1).
              03 hl-obj-model PIC X(16).
*>      The state of every slot by the renderer's kind code (1 sphere
*>      through 9 MESH instance) - 'U' unchanged unless DIFFSCAN said
*>      otherwise - and the removed objects' bounding circles.
        01 hl-state-tbl.
           02 hl-kind-ent OCCURS 9 TIMES.
              03 hl-state PIC X(1) OCCURS 64 TIMES.
        01 hl-num-ghosts PIC S9(4) COMP VALUE 0.
        01 hl-ghost-tbl.
           02 hl-ghost OCCURS 64 TIMES.
              03 hl-gx PIC S9(8)V9(4).
              03 hl-gy PIC S9(8)V9(4).
              03 hl-gz PIC S9(8)V9(4).
              03 hl-gr PIC S9(8)V9(4).
*>      This pixel's class: 'C' changed, 'A' added, 'U' unchanged,
*>      'R' on a ghost outline, 'N' a miss.
        01 hl-pix PIC X(1) VALUE 'N'.
        01 hl-i PIC S9(4) COMP VALUE 0.
        01 hl-k PIC S9(4) COMP VALUE 0.
        01 hl-kind PIC S9(4) COMP VALUE 0.
        01 hl-px PIC S9(8)V9(4) VALUE 0.
        01 hl-ox0 PIC S9(8)V9(4) VALUE 0.
        01 hl-oy0 PIC S9(8)V9(4) VALUE 0.
        01 hl-oz0 PIC S9(8)V9(4) VALUE 0.
        01 hl-dx0 PIC S9(8)V9(4) VALUE 0.
        01 hl-dy0 PIC S9(8)V9(4) VALUE 0.
        01 hl-dz0 PIC S9(8)V9(4) VALUE 0.
        01 hl-ox1 PIC S9(8)V9(4) VALUE 0.
        01 hl-oy1 PIC S9(8)V9(4) VALUE 0.
        01 hl-oz1 PIC S9(8)V9(4) VALUE 0.
        01 hl-dx1 PIC S9(8)V9(4) VALUE 0.
        01 hl-dy1 PIC S9(8)V9(4) VALUE 0.
        01 hl-dz1 PIC S9(8)V9(4) VALUE 0.
        01 hl-ax PIC S9(8)V9(4) VALUE 0.
        01 hl-ay PIC S9(8)V9(4) VALUE 0.
        01 hl-az PIC S9(8)V9(4) VALUE 0.
        01 hl-t1 PIC S9(8)V9(4) VALUE 0.
        01 hl-t2 PIC S9(8)V9(4) VALUE 0.
        01 hl-fpo PIC S9(8)V9(6) VALUE 0.
        01 hl-fpd PIC S9(8)V9(6) VALUE 0.
        01 hl-tca PIC S9(8)V9(6) VALUE 0.
        01 hl-d2 PIC S9(8)V9(6) VALUE 0.
        01 hl-dist PIC S9(8)V9(6) VALUE 0.
        01 hl-fp PIC S9(8)V9(6) VALUE 0.
        01 hl-lum PIC S9(6)V9(2) VALUE 0.
        01 hl-line-ed PIC ZZ9.
        01 hl-count-ed PIC ZZ9.
        01 hl-colour PIC X(6) VALUE SPACES.
        01 hl-text PIC X(80) VALUE SPACES.
*>      High dynamic range (the HDR PARM token): every sample's shade
*>      is capped at full brightness before it is averaged, and the
*>      PPM's channels at 255, so a lamp face, a highlight and a
*>      sunlit wall all come out the same white - and an exposure
*>      that missed means rendering again. HDR keeps a second,
*>      uncapped sum beside the shade, and each pixel's radiance -
*>      that sum times the material colour and light tint, before
*>      the gamma curve, AUTOCONTRAST stretch or any overlay - goes
*>      into RENDPFM as a Portable Float Map: "PF", the true pixel
*>      width and height, -1.0 (little-endian), then three 4-byte
*>      IEEE floats per pixel, bottom row first as the format has
*>      it. RENDPFM is named as RENDPPM is (frame suffix, archive
*>      stamp, job id) and written through BINFILE once the frame is
*>      whole, from this buffer; a frame larger than the buffer, a
*>      row-range band and a frame resumed from a checkpoint get no
*>      PFM (and say so). TONEMAP re-exposes a PFM into a new PPM.
        01 hdr-mode PIC X(1) VALUE 'N'.
           88 hdr-mode-on VALUE 'Y'.
        01 hdr-sample PIC S9(8)V9(4) VALUE 0.
        01 hdr-shade PIC S9(8)V9(4) VALUE 0.
        01 hdr-chan PIC S9(8)V9(4) VALUE 0.
        01 pfm-fname PIC X(40) VALUE "RENDPFM".
        01 hdr-max PIC S9(8) COMP VALUE 100000.
        01 hdr-n PIC S9(8) COMP VALUE 0.
        01 hdr-idx PIC S9(8) COMP VALUE 0.
        01 hdr-ok PIC X(1) VALUE 'N'.
        01 hdr-buffer.
           02 hdr-ent OCCURS 100000 TIMES.
              03 hdr-r PIC S9(5)V9(4) COMP-3.
              03 hdr-g PIC S9(5)V9(4) COMP-3.
              03 hdr-b PIC S9(5)V9(4) COMP-3.
        01 pfm-row PIC S9(8) COMP VALUE 0.
        01 pfm-col PIC S9(8) COMP VALUE 0.
        01 pfm-text PIC X(20) VALUE SPACES.
        01 pfm-text-len PIC S9(4) COMP VALUE 0.
        01 pfm-i PIC S9(4) COMP VALUE 0.
        01 pfm-w-ed PIC ZZZZZ9.
        01 pfm-h-ed PIC ZZZZZ9.
*>      One float's IEEE single bits, worked out with ordinary
*>      arithmetic - halve or double to a 1.x mantissa, count the
*>      steps for the exponent - so the bytes come out the same
*>      whatever this machine's own floating-point format is.
        01 fl-val PIC S9(9)V9(12) VALUE 0.
        01 fl-exp PIC S9(4) COMP VALUE 0.
        01 fl-frac PIC 9(9) COMP VALUE 0.
        01 fl-bits PIC 9(10) COMP VALUE 0.
        01 fl-byte PIC 9(4) COMP VALUE 0.
        01 fl-k PIC S9(4) COMP VALUE 0.
        01 pfm-byte PIC 9(4) COMP VALUE 0.
        01 pfm-func PIC X(1) VALUE 'O'.
        01 pfm-data PIC X(512) VALUE LOW-VALUES.
        01 pfm-len PIC S9(4) COMP VALUE 0.
        01 pfm-status PIC X(2) VALUE '00'.
        01 depth-file-status PIC X(2) VALUE '00'.
        01 mask-file-status PIC X(2) VALUE '00'.
        01 run-file-status PIC X(2) VALUE '00'.
        01 depth-fname PIC X(40) VALUE "RENDDEPTH".
        01 mask-fname  PIC X(40) VALUE "RENDMASK".
        01 aux-t    PIC S9(8)V9(4) VALUE IS 0.
        01 aux-kind PIC 9(1) COMP VALUE IS 0.
        01 aux-si   PIC S9(4) COMP VALUE IS 0.
        01 ppm-hdr   PIC X(20).
        01 ppm-w-ed  PIC ZZZZZ9.
        01 ppm-h-ed  PIC ZZZZZ9.
        01 ppm-fname PIC X(40) VALUE IS "RENDPPM".
*>      Per-job output namespace (the JOBID= token, PARM or
*>      RENDPARM): every working and output dataset name - RENDPPM,
*>      SYSOUT, RENDCKPT, RENDSTAT, RENDBASE, RENDDEPTH, RENDMASK -
*>      MERGE-ROWS only knows the plain band names, so split one
*>      frame across steps without a JOBID.
        01 jobid-name PIC X(8) VALUE SPACES.
        01 ppm-base PIC X(30) VALUE "RENDPPM".
        01 ppm-base-len PIC S9(4) COMP VALUE 7.
        01 sysout-base PIC X(30) VALUE "SYSOUT".
        01 depth-base PIC X(30) VALUE "RENDDEPTH".
        01 mask-base PIC X(30) VALUE "RENDMASK".
        01 svg-base PIC X(30) VALUE "RENDSVG".
        01 pfm-base PIC X(30) VALUE "RENDPFM".
        01 plt-base PIC X(30) VALUE "RENDPLT".
        01 ckpt-fname PIC X(30) VALUE "RENDCKPT".
        01 stat-fname PIC X(30) VALUE "RENDSTAT".
        01 baseline-fname PIC X(30) VALUE "RENDBASE".
        01 lock-fname PIC X(30) VALUE "RENDLOCK".
*>      The run id, one key for everything a single run leaves
*>      behind - "yyyymmdd.hhmmss.jobid.nnnn" (no job id, no jobid
*>      part), nnnn counting the day's runs under that job id. It
*>      goes on every AUDITLOG, RENDHIST, ERRLOG, RENDSTAT and RENDLOCK
*>      record the run writes (as run=, or "run <id>" in the RENDSTAT
*>      keyword pairs), the provenance bundle's =RUN record and the
*>      PPM's "# run" comment line, so RENDINQ, AUDITCHK, RENDBILL and
*>      ERRTREND can pull exactly one run back out with RUNID=. The
*>      last id handed out is kept in RENDRUN (job-id scoped like
*>      RENDLOCK), which is also how RENDQUEUE learns the id of the
*>      job it just ran.
        01 run-id PIC X(30) VALUE SPACES.
        01 run-fname PIC X(30) VALUE "RENDRUN".
        01 run-date PIC 9(8) VALUE 0.
        01 run-time PIC 9(8) VALUE 0.
        01 run-seq PIC 9(4) VALUE 0.
        01 run-id-len PIC S9(4) COMP VALUE 0.
*>      Date-stamped archiving (the ARCHIVE PARM token): outputs get
*>      ".yyyymmdd.nn" appended - the audit date plus the first free
*>      sequence number probed at startup - so yesterday's frame stops
        01 arch-last PIC 9(2) VALUE 0.
        01 arch-scan PIC S9(4) COMP VALUE 0.
        01 archive-date PIC 9(8) VALUE 0.
*>      Named camera shots (SHOTLIB, the SHOTS=name,name,... token):
*>      one record per shot, "name cx cy cz clax clay claz fov" in
*>      CAMERADAT's own order, then any of roll (radians), PERSP,
*>      ORTHO or PANO, and a WxH resolution, in any order; '*' lines
*>      are comments. A SHOTS run loads the scene once and renders
*>      each named shot in turn to its own outputs - RENDPPM.name,
*>      SYSOUT.name, RENDDEPTH.name, RENDMASK.name, RENDCKPT.name and
*>      RENDBASE.name, under any JOBID prefix - each with its own
*>      AUDITLOG entry and RENDHIST record. The provenance bundle,
*>      budget check and run lock cover the whole job, once. A shot's
*>      own resolution gives way to one the PARM itself states, so a
*>      proof run's size holds; no projection keeps the job's own.
        01 shotlib-fname PIC X(30) VALUE "SHOTLIB".
        01 shotlib-file-status PIC X(2) VALUE '00'.
        01 shotlib-eof PIC X(1) VALUE 'N'.
           88 shotlib-eof-yes VALUE 'Y'.
        01 shot-list PIC X(40) VALUE SPACES.
        01 shot-parm-size PIC X(1) VALUE 'N'.
        01 sl-tok-tbl.
           02 sl-tok PIC X(16) OCCURS 11 TIMES.
        01 sl-i PIC S9(4) COMP VALUE 0.
        01 sl-x PIC S9(4) COMP VALUE 0.
        01 sl-len PIC S9(4) COMP VALUE 0.
        01 max-lib-shots PIC S9(4) COMP VALUE IS 32.
        01 num-lib-shots PIC S9(4) COMP VALUE IS 0.
        01 lib-shots.
           02 lib-shot OCCURS 32 TIMES.
              03 lsh-name PIC X(8).
              03 lsh-cx PIC S9(8)V9(4).
              03 lsh-cy PIC S9(8)V9(4).
              03 lsh-cz PIC S9(8)V9(4).
              03 lsh-clax PIC S9(8)V9(4).
              03 lsh-clay PIC S9(8)V9(4).
              03 lsh-claz PIC S9(8)V9(4).
              03 lsh-fov PIC S9(8)V9(4).
              03 lsh-roll PIC S9(8)V9(4).
              03 lsh-proj PIC X(1).
              03 lsh-w PIC S9(8).
              03 lsh-h PIC S9(8).
        01 max-run-shots PIC S9(4) COMP VALUE IS 16.
        01 num-run-shots PIC S9(4) COMP VALUE IS 0.
        01 run-shots.
           02 run-shot PIC S9(4) COMP OCCURS 16 TIMES.
        01 shot-idx PIC S9(4) COMP VALUE 0.
        01 shot-j PIC S9(4) COMP VALUE 0.
        01 shot-k PIC S9(4) COMP VALUE 0.
        01 shot-ptr PIC S9(4) COMP VALUE 0.
        01 shot-req PIC X(16) VALUE SPACES.
        01 shot-found PIC S9(4) COMP VALUE 0.
        01 shot-name PIC X(8) VALUE SPACES.
        01 shot-proj PIC X(1) VALUE SPACE.
        01 shot-w PIC S9(8)V9(4) VALUE 0.
        01 shot-h PIC S9(8)V9(4) VALUE 0.
        01 shot-size-note PIC X(1) VALUE 'N'.
        01 shot-rc PIC S9(4) COMP VALUE 0.
        01 sl-res-w PIC X(8) VALUE SPACES.
        01 sl-res-h PIC X(8) VALUE SPACES.
        01 shot-px PIC S9(12) COMP VALUE 0.
        01 shot-idx-ed PIC Z9.
        01 shot-num-ed PIC Z9.
*>      The job's own settings, kept so each shot starts from them
*>      rather than from whatever the shot before it left behind.
        01 shot-job-w PIC S9(8)V9(4) VALUE 0.
        01 shot-job-h PIC S9(8)V9(4) VALUE 0.
        01 shot-job-proj PIC X(1) VALUE 'N'.
        01 shot-job-dof PIC X(1) VALUE 'N'.
        01 shot-job-dof-grid PIC 9(2) COMP VALUE 1.
        01 shot-job-dof-step PIC S9(8)V9(4) VALUE 0.
        01 shot-job-aa-count PIC S9(4) COMP VALUE 1.
        01 shot-job-ppm-base PIC X(30) VALUE SPACES.
        01 shot-job-sysout-base PIC X(30) VALUE SPACES.
        01 shot-job-depth-base PIC X(30) VALUE SPACES.
        01 shot-job-mask-base PIC X(30) VALUE SPACES.
        01 shot-job-svg-base PIC X(30) VALUE SPACES.
        01 shot-job-pfm-base PIC X(30) VALUE SPACES.
        01 shot-job-plt-base PIC X(30) VALUE SPACES.
        01 shot-job-ckpt-fname PIC X(30) VALUE SPACES.
        01 shot-job-base-fname PIC X(30) VALUE SPACES.
*>      Multi-frame orbit animation: when FRAMESn is given, the camera
*>      sweeps a full circle around the origin at its starting radius
*>      and height, one evenly-spaced frame at a time, each frame
*>      PARn.nn on the resolution PARM overrides it for other fonts.
        01 pix-aspect   PIC S9(3)V9(2) VALUE IS 0.50.
        01 par-tok      PIC X(13).
        01 par-given    PIC X(1) VALUE IS 'N'.
*>      Terminal size detection: when COLUMNS/LINES are set in the
*>      environment (an interactive shell), the canvas fills the real
*>      screen instead of the hardcoded 80x20; a batch/headless job
        01 audit-roll-ed PIC -ZZZZZ9.99.
        01 audit-frames-ed PIC ZZZ9.
        01 audit-spool PIC X(1) VALUE 'N'.
        01 audit-name PIC X(40) VALUE 'RENDPPM'.
*>      Artifact checksums: every output the run finishes - each
*>      frame's PPM, its RENDDEPTH/RENDMASK pair, the SYSOUT spool, the
*>      provenance bundle - gets an AUDITLOG "CKSUM file= sum= recs="
*>      entry once it is closed, the sum being ARTSUM's, the same one
*>      TRANSMIT ships in its manifest and INTEGCHK recomputes from the
*>      archive. The run's own entry goes out before the first pixel,
*>      so the sums follow it as entries of their own.
        01 cks-func PIC X(1) VALUE 'F'.
        01 cks-fname PIC X(40) VALUE SPACES.
        01 cks-line PIC X(256) VALUE SPACES.
        01 cks-a PIC S9(9) COMP VALUE 0.
        01 cks-b PIC S9(9) COMP VALUE 0.
        01 cks-recs PIC S9(9) COMP VALUE 0.
        01 cks-hex PIC X(8) VALUE SPACES.
        01 cks-recs-ed PIC Z(8)9.
*>      A CALL hands back the called program's own return code, so
*>      the run's is held across the ARTSUM and ALERTPUT calls that
*>      come after a failure or warning has already raised it.
        01 call-rc-hold PIC S9(9) COMP VALUE 0.
*>      Pre-render summary: the operator kicking off a long batch
*>      render gets one short, self-documenting header naming every
*>      object and the active camera before the job commits to the
           COMPUTE term-w = FUNCTION NUMVAL(term-cols)
           IF term-w > 0 THEN
              MOVE term-w TO w
              MOVE 'COLUMNS' TO ok-src
              MOVE 'WIDTH' TO ok-name
              PERFORM NOTE-PARM-SIZE
           END-IF
        END-IF
        IF term-lines NOT = SPACES THEN
           COMPUTE term-h = FUNCTION NUMVAL(term-lines)
           IF term-h > 0 THEN
              MOVE term-h TO h
              MOVE 'LINES' TO ok-src
              MOVE 'HEIGHT' TO ok-name
              PERFORM NOTE-PARM-SIZE
           END-IF
        END-IF
*>      Resolution/color/AA PARM; any token left blank keeps its
*>      Keyword control dataset first, command line second, so the
*>      nightly job's full option set lives in RENDPARM and a manual
*>      rerun can still override the lot from the PARM.
        MOVE 'RENDPARM' TO ok-src
        MOVE 'RENDPARM' TO ok-dsn
        OPEN INPUT RENDPARM-FILE
        IF rendparm-file-status = '00' THEN
           PERFORM UNTIL rendparm-eof-yes
                       OR (sched-pass = 2
                           AND sched-key(1:8) = sched-today) THEN
                       MOVE sched-key TO sched-chosen
                       MOVE SPACES TO ok-src
                       STRING 'RENDSCHED ' DELIMITED BY SIZE
                              sched-key DELIMITED BY SPACE
                              INTO ok-src
                       MOVE 'RENDSCHED' TO ok-dsn
                       MOVE sched-rest TO rp-record
                       PERFORM APPLY-PARM-KEYWORD
                       IF num-applied-kw < max-applied-kw THEN
                 UNSTRING operprof-rec DELIMITED BY ALL SPACES
                    INTO prof-name, prof-rest
                 IF prof-name = audit-operator THEN
                    MOVE 'OPERPROF' TO ok-src
                    MOVE 'OPERPROF' TO ok-dsn
                    MOVE prof-rest TO rp-record
                    PERFORM APPLY-PARM-KEYWORD
                    IF num-applied-kw < max-applied-kw THEN
        END-IF

        ACCEPT res-parm FROM COMMAND-LINE
        MOVE 'PARM' TO ok-src
        MOVE 'PARM' TO ok-dsn
        IF res-parm NOT = SPACES THEN
           UNSTRING res-parm DELIMITED BY ALL SPACES
              INTO res-w, res-h, res-tok3, res-tok4, res-tok5
           IF res-w NOT = SPACES THEN
              COMPUTE w = FUNCTION NUMVAL(res-w)
              MOVE 'Y' TO shot-parm-size
              MOVE 'WIDTH' TO ok-name
              PERFORM NOTE-PARM-SIZE
           END-IF
           IF res-h NOT = SPACES THEN
              COMPUTE h = FUNCTION NUMVAL(res-h)
              MOVE 'HEIGHT' TO ok-name
              PERFORM NOTE-PARM-SIZE
           END-IF
*>         Option tokens all route through the one
*>         APPLY-OPTION-TOKEN paragraph now - the same recognizer the
        IF replay-mode-on THEN
           PERFORM LOAD-REPLAY-BUNDLE
        END-IF
*>      Every source is in. STRICT will not run on a setting that
*>      didn't take; without it the run goes on, ending RC 4.
        IF strict-mode-on AND ok-bad-count > 0 THEN
           MOVE ok-bad-count TO ok-count-ed
           DISPLAY 'COBOLRAYCASTER: STRICT - '
              FUNCTION TRIM(ok-count-ed)
              ' option token(s) rejected, stopping'
           MOVE 8 TO err-code
           MOVE 'PARM' TO err-dataset
           MOVE '00' TO err-status
           MOVE SPACES TO err-msg
           STRING 'STRICT - ' DELIMITED BY SIZE
                  FUNCTION TRIM(ok-count-ed) DELIMITED BY SIZE
                  ' bad option token(s), run rejected'
                  DELIMITED BY SIZE
                  INTO err-msg
           PERFORM LOG-ERROR
           STOP RUN
        END-IF
        IF swatch-mode-on THEN
           MOVE 'MATSWSCN' TO scene-fname
           MOVE 'MATSWCAM' TO camera-fname
           MOVE 'MATSWMAT' TO mat-fname
           MOVE 'MATSWNUL' TO camkey-fname
           MOVE 'MATSWNUL' TO objkey-fname
           MOVE 'MATSWNUL' TO light-fname
           MOVE 'MATSWNUL' TO lightkey-fname
           MOVE 'MATSWNUL' TO model-fname
           MOVE 'MATSWNUL' TO terr-fname
        END-IF

*>      The job id, folded into every working and output name in one
*>      place: base names for the builders that append stamps and
           STRING FUNCTION TRIM(jobid-name) DELIMITED BY SIZE
                  '.RENDMASK' DELIMITED BY SIZE
                  INTO mask-base
           MOVE SPACES TO svg-base
           STRING FUNCTION TRIM(jobid-name) DELIMITED BY SIZE
                  '.RENDSVG' DELIMITED BY SIZE
                  INTO svg-base
           MOVE SPACES TO pfm-base
           STRING FUNCTION TRIM(jobid-name) DELIMITED BY SIZE
                  '.RENDPFM' DELIMITED BY SIZE
                  INTO pfm-base
           MOVE SPACES TO plt-base
           STRING FUNCTION TRIM(jobid-name) DELIMITED BY SIZE
                  '.RENDPLT' DELIMITED BY SIZE
                  INTO plt-base
           MOVE ppm-base TO ppm-fname
           MOVE sysout-base TO sysout-fname
           MOVE depth-base TO depth-fname
           STRING FUNCTION TRIM(jobid-name) DELIMITED BY SIZE
                  '.RENDLOCK' DELIMITED BY SIZE
                  INTO lock-fname
           MOVE SPACES TO run-fname
           STRING FUNCTION TRIM(jobid-name) DELIMITED BY SIZE
                  '.RENDRUN' DELIMITED BY SIZE
                  INTO run-fname
        END-IF
        PERFORM ASSIGN-RUN-ID
*>      Contact-sheet carve-up: the requested canvas divides into a
*>      near-square grid of tiles, one per frame, and the run renders
*>      each frame at tile size. A single-frame run ignores CONTACT -
           MOVE 1 TO num-frames
        END-IF

*>      A panorama spans 360 degrees across and 180 down, so its
*>      frame is 2:1 whatever was asked for: the height follows the
*>      width, and a PAR correction has nothing left to correct.
*>      MULTIVIEW's drafting panes are orthographic by definition and
*>      win over it.
        IF pano-mode-on AND multiview-mode-on THEN
           DISPLAY 'COBOLRAYCASTER: PANO ignored under MULTIVIEW'
        END-IF
        IF pano-mode-on AND NOT multiview-mode-on THEN
           IF par-given = 'Y' THEN
              DISPLAY 'COBOLRAYCASTER: PAR ignored under PANO - a '
                 'panorama is always 2:1'
           END-IF
           DIVIDE w BY 2 GIVING pano-h
           IF pano-h < 1 THEN MOVE 1 TO pano-h END-IF
           IF pano-h NOT = h THEN
              MOVE h TO pano-h-ed
              MOVE pano-h TO h
              MOVE h TO pano-h2-ed
              DISPLAY 'COBOLRAYCASTER: PANO height '
                 FUNCTION TRIM(pano-h-ed) ' set to '
                 FUNCTION TRIM(pano-h2-ed) ' for a 2:1 frame'
           END-IF
        END-IF
        IF multiview-mode-on THEN
           MOVE 'Y' TO ortho-mode
           DIVIDE w BY 3 GIVING mv-pane-w
        IF stereo-mode-on THEN
           DIVIDE w BY 2 GIVING st-pane-w
        END-IF
*>      SHOTS brings a camera and a frame of its own for each shot, so
*>      it stands down wherever the camera or the frame already belongs
*>      to something else - a row-range band, a patch, the interactive
*>      walkthrough, MULTIVIEW's drafting panes. AUTOFRAME stands down
*>      for it instead: a named shot is the framing asked for.
        IF shot-list NOT = SPACES THEN
           IF rows-mode-on OR patch-mode-on OR interactive-mode-on
              OR multiview-mode-on THEN
              DISPLAY 'COBOLRAYCASTER: SHOTS ignored under ROWLO/'
                 'ROWHI, PATCH, INTERACTIVE or MULTIVIEW'
              MOVE SPACES TO shot-list
           END-IF
        END-IF
        IF shot-list NOT = SPACES AND autoframe-mode-on THEN
           DISPLAY 'COBOLRAYCASTER: AUTOFRAME ignored under SHOTS'
           MOVE 'N' TO autoframe-mode
        END-IF

*>      Depth of field has no meaning under an orthographic projection
*>      - every ray is already parallel, there is no real lens or
*>      grid when one was requested (AA already bought the extra rays,
*>      DOF just re-aims some of them), or fall back to a grid of its
*>      own big enough to show a visible blur.
        IF ortho-mode-on OR pano-mode-on THEN
           MOVE 'N' TO dof-mode
        END-IF
        IF dof-mode-on THEN
        COMPUTE dof-count = dof-grid * dof-grid
        COMPUTE aa-count = aa-count * dof-count

*>      Authorization, with every option settled from RENDPARM, the
*>      schedule, the profile, the PARM and any replayed bundle - an
*>      UNLOCK slipped in through RENDPARM is still an UNLOCK. Each
*>      denied action is named on the console and in ERRLOG before
*>      the run gives up, so one refusal shows everything missing.
        MOVE 'OPTION' TO auth-kind
        IF unlock-mode-on THEN
           MOVE 'UNLOCK' TO auth-subject
           PERFORM CHECK-AUTHORITY
        END-IF
        IF archive-mode-on THEN
           MOVE 'ARCHIVE' TO auth-subject
           PERFORM CHECK-AUTHORITY
        END-IF
        IF replay-mode-on THEN
           MOVE 'REPLAY' TO auth-subject
           PERFORM CHECK-AUTHORITY
        END-IF
        IF patch-mode-on THEN
           MOVE 'PATCH' TO auth-subject
           PERFORM CHECK-AUTHORITY
        END-IF
        IF interactive-mode-on THEN
           MOVE 'INTERACTIVE' TO auth-subject
           PERFORM CHECK-AUTHORITY
        END-IF
        IF scene-name NOT = SPACES THEN
           MOVE 'SCENE' TO auth-kind
           MOVE scene-name TO auth-subject
           PERFORM CHECK-AUTHORITY
        END-IF
        IF auth-denied = 'Y' THEN
           IF RETURN-CODE < 28 THEN
              MOVE 28 TO RETURN-CODE
           END-IF
           STOP RUN
        END-IF

*>      The control datasets another program may be rewriting: each of
*>      SCENEDAT, SCENELIB, MATDAT and LIGHTDAT this run reads under
*>      its own name - not a SWATCH or REPLAY stand-in - is checked
*>      for its edit lock. One merely out for editing is whole on disk
*>      and renders as it stands; one being saved is waited for, up to
*>      LOCKWAITn seconds (default 60, LOCKWAIT0 not at all), and if
*>      the save is still under way the run stops RC 14 rather than
*>      read a half-written dataset.
        IF scene-fname = 'SCENEDAT' THEN
           MOVE 'SCENEDAT' TO dsl-dsn
           PERFORM WAIT-FOR-DATASET-SAVE
        END-IF
        IF scenelib-fname = 'SCENELIB' THEN
           MOVE 'SCENELIB' TO dsl-dsn
           PERFORM WAIT-FOR-DATASET-SAVE
        END-IF
        IF mat-fname = 'MATDAT' THEN
           MOVE 'MATDAT' TO dsl-dsn
           PERFORM WAIT-FOR-DATASET-SAVE
        END-IF
        IF light-fname = 'LIGHTDAT' THEN
           MOVE 'LIGHTDAT' TO dsl-dsn
           PERFORM WAIT-FOR-DATASET-SAVE
        END-IF

*>      Demo scene: four spheres scattered in front of the camera.
*>      Used as-is if SCENEDAT can't be opened, so the program still
*>      renders something sensible with no scene file present.
           END-PERFORM
           CLOSE MODEL-FILE
        END-IF
        MOVE num-tris TO qt-model-end

*>      Terrain grid, turned into mesh triangles right after the
*>      model so XFORM TRI records (and the vertex-normal build) see
           PERFORM LOAD-TERRAIN-GRID
           CLOSE TERR-FILE
        END-IF
        MOVE num-tris TO qt-terr-end

*>      Model library, ahead of the scene file so a MESH record finds
*>      its model by name at load time. No MODLIB just means no model
*>      for a MESH record to name.
        OPEN INPUT MODLIB-FILE
        MOVE 'MODLIB' TO err-dataset
        MOVE modlib-file-status TO err-status
        PERFORM NOTE-OPEN-TROUBLE
        IF modlib-file-status = '00' THEN
           PERFORM LOAD-MODEL-LIBRARY
           CLOSE MODLIB-FILE
        END-IF

*>      Material catalog: "code refl checker tile ambient shadow" per
*>      record; a missing trailing token keeps that property's legacy
              IF NOT mat-eof-yes AND mat-rec NOT = SPACES THEN
                 MOVE SPACES TO mat-tok1, mat-tok2, mat-tok3,
                    mat-tok4, mat-tok5, mat-tok6, mat-tok7, mat-tok8,
                    mat-tok9, mat-tok10, mat-tok11, mat-tok12,
                    mat-tok13, mat-tok14, mat-tok15, mat-tok16,
                    mat-tok17, mat-tok18
                 UNSTRING mat-rec DELIMITED BY ALL SPACES
                    INTO mat-tok1, mat-tok2, mat-tok3, mat-tok4,
                         mat-tok5, mat-tok6, mat-tok7, mat-tok8,
                         mat-tok9, mat-tok10, mat-tok11, mat-tok12,
                         mat-tok13, mat-tok14, mat-tok15, mat-tok16,
                         mat-tok17, mat-tok18
                 ADD 1 TO num-mats
                 MOVE mat-tok1(1:1) TO mcode(num-mats)
                 MOVE mirror-mix TO mrefl(num-mats)
                 IF mat-tok11 NOT = SPACES THEN
                    COMPUTE memit(num-mats) = FUNCTION NUMVAL(mat-tok11)
                 END-IF
                 MOVE SPACE TO mbump(num-mats)
                 MOVE 1.0 TO mbumpk(num-mats)
*>               A '-' holds the bump code's place for a record
*>               that only wants the pattern tokens after it.
                 IF mat-tok12 NOT = SPACES AND mat-tok12 NOT = '-' THEN
                    MOVE mat-tok12(1:1) TO mbump(num-mats)
                 END-IF
                 IF mat-tok13 NOT = SPACES AND mat-tok13 NOT = '-' THEN
                    COMPUTE mbumpk(num-mats) = FUNCTION NUMVAL(mat-tok13)
                 END-IF
*>               Pattern: "NOISE|MARBLE|WOOD|GRANITE r,g,b r,g,b
*>               scale turbulence" - black to white, unit scale and
*>               half turbulence for whatever is left off.
                 MOVE SPACE TO mpat(num-mats)
                 MOVE 0 TO mpc1r(num-mats)
                 MOVE 0 TO mpc1g(num-mats)
                 MOVE 0 TO mpc1b(num-mats)
                 MOVE 255 TO mpc2r(num-mats)
                 MOVE 255 TO mpc2g(num-mats)
                 MOVE 255 TO mpc2b(num-mats)
                 MOVE 1.0 TO mpscale(num-mats)
                 MOVE 0.5 TO mpturb(num-mats)
                 EVALUATE mat-tok14
                    WHEN 'NOISE'   MOVE 'N' TO mpat(num-mats)
                    WHEN 'MARBLE'  MOVE 'M' TO mpat(num-mats)
                    WHEN 'WOOD'    MOVE 'W' TO mpat(num-mats)
                    WHEN 'GRANITE' MOVE 'G' TO mpat(num-mats)
                 END-EVALUATE
                 IF mat-tok15 NOT = SPACES THEN
                    MOVE SPACES TO mat-rgb-r, mat-rgb-g, mat-rgb-b
                    UNSTRING mat-tok15 DELIMITED BY ','
                       INTO mat-rgb-r, mat-rgb-g, mat-rgb-b
                    COMPUTE mpc1r(num-mats) = FUNCTION NUMVAL(mat-rgb-r)
                    COMPUTE mpc1g(num-mats) = FUNCTION NUMVAL(mat-rgb-g)
                    COMPUTE mpc1b(num-mats) = FUNCTION NUMVAL(mat-rgb-b)
                 END-IF
                 IF mat-tok16 NOT = SPACES THEN
                    MOVE SPACES TO mat-rgb-r, mat-rgb-g, mat-rgb-b
                    UNSTRING mat-tok16 DELIMITED BY ','
                       INTO mat-rgb-r, mat-rgb-g, mat-rgb-b
                    COMPUTE mpc2r(num-mats) = FUNCTION NUMVAL(mat-rgb-r)
                    COMPUTE mpc2g(num-mats) = FUNCTION NUMVAL(mat-rgb-g)
                    COMPUTE mpc2b(num-mats) = FUNCTION NUMVAL(mat-rgb-b)
                 END-IF
                 IF mat-tok17 NOT = SPACES THEN
                    COMPUTE mpscale(num-mats) =
                       FUNCTION NUMVAL(mat-tok17)
                    IF mpscale(num-mats) <= 0 THEN
                       MOVE 1.0 TO mpscale(num-mats)
                    END-IF
                 END-IF
                 IF mat-tok18 NOT = SPACES THEN
                    COMPUTE mpturb(num-mats) = FUNCTION NUMVAL(mat-tok18)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE MAT-FILE
           CLOSE TEXCAT-FILE
        END-IF

*>      The environment map, if there is one, after the catalog so
*>      the catalog's four slots and its share of the pool are
*>      untouched by it.
        PERFORM LOAD-ENVMAP

*>      Scene file, one object per line: "SPHERE sx sy sz sr [color]",
*>      "PLANE px py pz nx ny nz [color]",
*>      "BOX x0 y0 z0 x1 y1 z1 [color]", "CYL cx cy z0 z1 r [color]",
*>      objects in the scene.
*>      A SCENE=name PARM token reads the named scene out of the
*>      SCENELIB library instead of SCENEDAT; the flat SCENEDAT path
*>      below stays exactly as it was for everyone else. Live runs
*>      fetch scenes by key as the walk asks for them (FIND-LIB-SCENE);
*>      a replay loads the bundle's flat copy of those scenes whole.
        IF scene-name NOT = SPACES THEN
           IF replay-mode-on THEN
              OPEN INPUT LIBFLAT-FILE
              MOVE libflat-file-status TO scenelib-file-status
              IF libflat-file-status = '00' THEN
                 PERFORM UNTIL scenelib-eof-yes OR num-lib >= max-lib
                    READ LIBFLAT-FILE INTO libflat-rec
                       AT END MOVE 'Y' TO scenelib-eof
                    END-READ
                    IF NOT scenelib-eof-yes
                       AND libflat-rec NOT = SPACES THEN
                       ADD 1 TO num-lib
                       MOVE libflat-rec TO lib-line(num-lib)
                    END-IF
                 END-PERFORM
                 CLOSE LIBFLAT-FILE
              END-IF
           ELSE
              OPEN INPUT SCENELIB-FILE
              IF scenelib-file-status = '00' THEN
                 MOVE 'Y' TO lib-keyed
              END-IF
           END-IF
           IF scenelib-file-status = '00' THEN
              MOVE scene-name TO lib-target
              PERFORM FIND-LIB-SCENE
              IF lib-start = 0 THEN
                 MOVE 0 TO lib-depth
                 MOVE 'N' TO lib-done
                 MOVE 0 TO lib-iter
                 PERFORM TAKE-LIB-DEFAULTS
                 COMPUTE lib-cur = lib-start + 1
                 PERFORM UNTIL lib-done-yes OR lib-iter > 1000
                    ADD 1 TO lib-iter
                       EVALUATE lib-tok1
                          WHEN 'SCENE'
                             PERFORM LEAVE-LIB-SCENE
                          WHEN 'DEFAULT'
                             ADD 1 TO lib-cur
                          WHEN 'INCLUDE'
*>                           Splice in the named scene and come back
*>                           to the record after the INCLUDE; a name
*>                           that doesn't exist (or nesting past the
*>                           four-deep stack) is reported and skipped
*>                           rather than abending the load. The name
*>                           itself may be a symbol.
                             MOVE lib-line(lib-cur) TO sym-line
                             PERFORM RESOLVE-SCENE-SYMBOLS
                             MOVE SPACES TO lib-tok1, lib-tok2
                             UNSTRING sym-out DELIMITED BY ALL SPACES
                                INTO lib-tok1, lib-tok2
                             MOVE lib-tok2 TO lib-target
                             PERFORM FIND-LIB-SCENE
                             IF lib-start > 0 AND lib-depth < 4 THEN
                                ADD 1 TO lib-depth
                                COMPUTE lib-stack(lib-depth) =
                                   lib-cur + 1
                                PERFORM TAKE-LIB-DEFAULTS
                                COMPUTE lib-cur = lib-start + 1
                             ELSE
                                DISPLAY 'COBOLRAYCASTER: INCLUDE "'
                                   FUNCTION TRIM(lib-target)
                                   '" not found in SCENELIB or nested'
                                   ' past four deep - skipped'
                                ADD 1 TO lib-miss
                                ADD 1 TO lib-cur
                             END-IF
                          WHEN OTHER
                             MOVE lib-line(lib-cur) TO sym-line
                             PERFORM RESOLVE-SCENE-SYMBOLS
                             IF sym-miss NOT = SPACES
                                OR sym-long = 'Y' THEN
                                PERFORM NOTE-SYMBOL-DROP
                             ELSE
                                MOVE sym-out TO scene-rec
                                ADD 1 TO scene-lines
                                PERFORM LOAD-SCENE-RECORD
                             END-IF
                             ADD 1 TO lib-cur
                       END-EVALUATE
                    END-IF
                 END-PERFORM
              END-IF
              IF lib-keyed-yes THEN
                 CLOSE SCENELIB-FILE
                 MOVE 'N' TO lib-keyed
              END-IF
           ELSE
              DISPLAY 'COBOLRAYCASTER: SCENE= given but no SCENELIB '
                 'dataset - using the demo scene'
           CLOSE SCENE-FILE
        END-IF
        END-IF
        IF hl-mode-on THEN
           PERFORM HL-LOAD-DIFF
        END-IF
        IF callout-mode-on THEN
           PERFORM CO-LOAD-CALLOUTS
        END-IF

*>      Camera file, one line: "cx cy cz clax clay claz fov". Any
*>      token left blank keeps its hardcoded default, so CAMERADAT can
              READ LIGHT-FILE INTO light-rec
              END-READ
              IF light-file-status = '00' AND light-rec NOT = SPACES THEN
                 PERFORM SPLIT-LIGHT-LINKS
                 MOVE num-lights TO ll-before
                 MOVE SPACES TO light-tok1, light-tok2, light-tok3,
                    light-tok4, light-tok5, light-tok6, light-tok7,
                    light-tok8, light-tok9, light-tok10,
                       MOVE 'Y' TO lights-colored
                    END-IF
                 END-IF
                 IF num-lights > ll-before THEN
                    PERFORM KEEP-LIGHT-LINKS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE LIGHT-FILE
                 UNSTRING objkey-rec DELIMITED BY ALL SPACES
                    INTO objk-tok1, objk-tok2, objk-tok3, objk-tok4
                 ADD 1 TO num-objkeys
*>               "Mn" keys MESH instance n; see mesh-keyed.
                 IF objk-tok1(1:1) = 'M' OR objk-tok1(1:1) = 'm' THEN
                    COMPUTE okslot(num-objkeys) =
                       FUNCTION NUMVAL(objk-tok1(2:15))
                    ADD 1000 TO okslot(num-objkeys)
                    MOVE 'Y' TO mesh-keyed
                 ELSE
                 COMPUTE okslot(num-objkeys) =
                    FUNCTION NUMVAL(objk-tok1)
                 END-IF
                 COMPUTE okx(num-objkeys) = FUNCTION NUMVAL(objk-tok2)
                 COMPUTE oky(num-objkeys) = FUNCTION NUMVAL(objk-tok3)
                 COMPUTE okz(num-objkeys) = FUNCTION NUMVAL(objk-tok4)
           MOVE 1.0 TO lcg(1)
           MOVE 1.0 TO lcb(1)
           MOVE 1.0 TO llum(1)
           MOVE 'Y' TO lshadow(1)
           MOVE SPACE TO llink(1)
           MOVE 0 TO lnlink(1)
        END-IF

        IF w <= 0 OR h <= 0 THEN
           STOP RUN
        END-IF

*>      Flatten-and-stop (and export-and-stop, and takeoff-and-stop):
*>      everything geometric is loaded and transformed by this point,
*>      which is exactly what "what actually rendered" means - no
*>      lock taken, no outputs touched.
        IF flatten-mode-on OR objx-mode-on OR takeoff-mode-on THEN
           IF flatten-mode-on THEN
              PERFORM WRITE-FLAT-SCENE
           END-IF
           IF objx-mode-on THEN
              PERFORM WRITE-OBJ-SCENE
           END-IF
           IF takeoff-mode-on THEN
              PERFORM WRITE-QTY-TAKEOFF
           END-IF
           IF flatten-mode-on AND lib-miss > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
        END-IF

*>      per frame when object keyframes are moving things.
        PERFORM BUILD-SPATIAL-INDEX

*>      Named shots: SHOTLIB into its table, the SHOTS list resolved
*>      against it, and the first shot made current before anything
*>      below reads the camera, the frame or an output name. A
*>      CAMKEYS fly-through already owns the camera frame by frame.
        IF shot-list NOT = SPACES AND fly-mode-on THEN
           DISPLAY 'COBOLRAYCASTER: SHOTS ignored under a CAMKEYS '
              'fly-through'
           MOVE SPACES TO shot-list
        END-IF
        IF shot-list NOT = SPACES THEN
           OPEN INPUT SHOTLIB-FILE
           MOVE 'SHOTLIB' TO err-dataset
           MOVE shotlib-file-status TO err-status
           PERFORM NOTE-OPEN-TROUBLE
           IF shotlib-file-status = '00' THEN
              PERFORM LOAD-SHOT-LIBRARY
              CLOSE SHOTLIB-FILE
           END-IF
           PERFORM RESOLVE-SHOT-LIST
           IF num-run-shots = 0 THEN
              DISPLAY 'COBOLRAYCASTER: SHOTS names no shot SHOTLIB '
                 'holds - stopping'
              MOVE 8 TO err-code
              MOVE 'SHOTLIB' TO err-dataset
              MOVE shotlib-file-status TO err-status
              MOVE 'no named shot to render' TO err-msg
              PERFORM LOG-ERROR
              STOP RUN
           END-IF
           PERFORM SAVE-SHOT-JOB
           MOVE 1 TO shot-idx
           PERFORM SETUP-SHOT
        END-IF

*>      Auto-framing replaces whatever camera the files left behind
*>      with one derived from what is actually in the scene.
        IF autoframe-mode-on AND num-sobj > 0 THEN
           PERFORM PROBE-PIXEL
           STOP RUN
        END-IF
*>      REUSEIFSAME stands in for a plain render only - a row-range
*>      step, a replay, a new ARCHIVE generation, a patch or an
*>      interactive session is something no kept copy can be.
        IF fp-mode-on THEN
           IF rows-mode-on OR replay-mode-on OR archive-mode-on
              OR patch-mode-on OR interactive-mode-on THEN
              DISPLAY 'COBOLRAYCASTER: REUSEIFSAME ignored under '
                 'ROWLO/ROWHI, REPLAY, ARCHIVE, PATCH and INTERACTIVE'
              MOVE 'N' TO fp-mode
           END-IF
        END-IF
        CONTINUE.

*>      Dry-run estimate: everything is resolved by this point -
*>      inputs loaded, options folded together, sample multipliers
*>      computed - so report what a real run would do and stop before
*>      it does any of it (no lock taken, no outputs touched). A SHOTS
*>      job gets one estimate per shot, each loop coming back here
*>      with the next shot made current.
ESTIMATE-SHOTS.
        IF estimate-mode-on THEN
           MOVE w TO est-w-ed
           MOVE h TO est-h-ed
           COMPUTE est-rays = est-rays * aa-count
           MOVE est-rays TO est-rays-ed
           DISPLAY '--- render estimate ---'
           IF num-run-shots > 0 THEN
              DISPLAY 'shot:              ' FUNCTION TRIM(shot-name)
           END-IF
           DISPLAY 'resolution:        ' est-w-ed ' x ' est-h-ed
           EVALUATE TRUE
              WHEN pano-mode-on
                 DISPLAY 'projection:        PANO (360 x 180, 2:1)'
              WHEN ortho-mode-on
                 DISPLAY 'projection:        ORTHO'
              WHEN OTHER
                 DISPLAY 'projection:        perspective'
           END-EVALUATE
           DISPLAY 'frames:            ' est-fr-ed
           DISPLAY 'samples per pixel: ' est-aa-ed
           DISPLAY 'projected rays:    ' est-rays-ed
*>         Indirect diffuse multiplies every primary hit by its
*>         bounce rays, each bounce with a shadow ray per light -
*>         counted at the worst case, every sample a hit and every
*>         path the full depth.
           IF gi-count > 0 THEN
              COMPUTE est-gi-rays = num-lights + 1
              COMPUTE est-gi-rays = est-gi-rays * gi-count
              COMPUTE est-gi-rays = est-gi-rays * gi-depth
              COMPUTE est-gi-rays = est-gi-rays * est-rays
              MOVE est-gi-rays TO est-rays-ed
              MOVE gi-count TO est-aa-ed
              MOVE gi-depth TO est-fr-ed
              DISPLAY 'indirect rays:     ' est-rays-ed '  (GI'
                 FUNCTION TRIM(est-aa-ed) ', depth '
                 FUNCTION TRIM(est-fr-ed) ')'
              ADD est-gi-rays TO est-rays
           END-IF
*>         Measured throughput from the latest run-history record;
*>         with no history yet, a stated assumption beats silence.
           MOVE 0 TO hist-rays
           MOVE est-secs TO est-secs-ed
           DISPLAY 'projected seconds: ' est-secs-ed
           DISPLAY '-----------------------'
           IF shot-idx < num-run-shots THEN
              ADD 1 TO shot-idx
              PERFORM SETUP-SHOT
              GO TO ESTIMATE-SHOTS
           END-IF
           IF fp-mode-on THEN
              PERFORM ESTIMATE-REUSE
           END-IF
           STOP RUN
        END-IF

        IF NOT replay-mode-on AND NOT rows-mode-on THEN
           PERFORM WRITE-PROV-BUNDLE
        END-IF
        IF fp-mode-on THEN
           PERFORM FIND-FINGERPRINT
        END-IF

*>      Budget policy: the job's own ask against the window's caps.
        OPEN INPUT BUDGET-FILE
           COMPUTE bud-pixels = (w + 1) * (h + 1)
           COMPUTE bud-rays = bud-pixels * num-frames
           COMPUTE bud-rays = bud-rays * aa-count
           IF num-run-shots > 1 THEN
              PERFORM SUM-SHOT-ASK
           END-IF
           PERFORM APPLY-BUDGET-WAIVERS
           IF bud-max-pixels > 0 AND bud-pixels > bud-max-pixels THEN
              MOVE bud-pixels TO bud-val-ed
              MOVE bud-max-pixels TO bud-cap-ed
              PERFORM LOG-ERROR
              STOP RUN
           END-IF
           IF waiv-num-used > 0 THEN
              PERFORM CONSUME-BUDGET-WAIVERS
           END-IF
        END-IF

*>      Take the run lock (or refuse): a held FULL lock always means
                  audit-date DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  lock-time DELIMITED BY SIZE
                  ' run=' DELIMITED BY SIZE
                  FUNCTION TRIM(run-id) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(res-parm) DELIMITED BY SIZE
                  INTO lock-rec
           CLOSE LOCK-FILE
           MOVE 'Y' TO lock-held
        END-IF
*>      An unchanged job's kept outputs go back into place under the
*>      lock just taken.
        IF fp-reuse THEN
           PERFORM PLACE-KEPT-OUTPUTS
        END-IF
        CONTINUE.

*>      Each named shot after the first comes back here from the end
*>      of the render with its own camera and names already current -
*>      the bundle, budget and lock above cover the whole job. Its own
*>      RENDCKPT.name is what a suspended shot resumes from.
RENDER-SHOTS.
        OPEN INPUT CKPT-FILE
        IF ckpt-file-status = '00' THEN
           READ CKPT-FILE INTO ckpt-rec
           END-IF
           CLOSE CKPT-FILE
        END-IF
*>      The vector files are traced whole in one pass - the rows
*>      before a checkpoint are gone by the time a resume starts, so
*>      a VECTOR run renders its frames from the top instead.
        IF vector-mode-on AND ckpt-resume-y >= 0
           AND (NOT rows-mode-on OR
              (ckpt-resume-y >= row-lo AND ckpt-resume-y <= row-hi)) THEN
           DISPLAY 'COBOLRAYCASTER: VECTOR traces whole frames - '
              'checkpoint ignored, starting from the top'
           MOVE 1 TO ckpt-resume-frame
           MOVE -1 TO ckpt-resume-y
        END-IF

*>      Orbit baseline: the camera's starting (cx,cy) - after any
*>      CAMERADAT override above - fixes the orbit radius and the
           MOVE 1 TO num-ray-cache
        END-IF

*>      VECTOR traces each row as it finishes, so the deferred
*>      auto-contrast output stage is off for it just the same.
        IF outline-mode-on OR vector-mode-on THEN
           MOVE 'N' TO autocontrast-mode
        END-IF
*>      Adaptive AA needs a full grid to spend where the edges are -
           IF rows-mode-on OR contact-mode-on
              OR interactive-mode-on OR aux-mode-on
              OR ruler-mode-on OR autocontrast-mode-on
              OR callout-mode-on
              OR vector-mode-on OR pg-cells > max-ac THEN
              DISPLAY 'COBOLRAYCASTER: PROGRESSIVE needs the whole '
                 'frame in the deferred buffer and its own output '
                 'order - rendering the ordinary way'
        END-IF
        MOVE 'N' TO ac-active
        IF autocontrast-mode-on THEN
*>         The frame buffer holds shade/color/hit and the depth and
*>         winner AUX writes, but not the ruler's hit point - the
*>         deferred replay would read stale ruler globals, so that
*>         overlay renders without the stretch.
           IF ruler-mode-on THEN
              DISPLAY 'COBOLRAYCASTER: RULER needs per-pixel '
                 'fields the auto-contrast buffer does not carry - '
                 'rendering without the stretch'
           ELSE
              END-IF
           END-IF
        END-IF
*>      Callouts need the whole finished frame, and which object each
*>      pixel shows, before anything goes out - the same deferred
*>      buffer, replayed without the stretch unless AUTOCONTRAST asked
*>      for it as well. A row-range step sees only its own band; the
*>      other exclusions are the auto-contrast ones.
        MOVE 'N' TO co-active
        IF callout-mode-on AND co-num > 0 THEN
           IF rows-mode-on OR ruler-mode-on OR outline-mode-on
              OR vector-mode-on OR multiview-mode-on THEN
              DISPLAY 'COBOLRAYCASTER: CALLOUT labels whole frames '
                 'through the deferred buffer - a row-range step, '
                 'RULER, OUTLINE, VECTOR and MULTIVIEW render without '
                 'callouts'
           ELSE
              IF num-ray-cache <= max-ac THEN
                 MOVE 'Y' TO co-active
                 MOVE 'Y' TO ac-active
              ELSE
                 DISPLAY 'COBOLRAYCASTER: frame too large for the '
                    'callout buffer - rendering without callouts'
              END-IF
           END-IF
        END-IF

*>      Reuse needs the fixed camera STATICCAM promises, motion to
*>      bound, a frame that fits the carry-over buffer, and the
           COMPUTE pg-cells = (w + 1) * (h + 1)
*>         LIGHTKEYS moves the lighting of every pixel and TRACK=
*>         moves the rays themselves - neither fits the carried-
*>         pixel premise, so either one renders every pixel. Keyed
*>         MESH instances have no change bounds, so the same.
           IF staticcam-mode-on AND num-frames > 1
              AND num-objkeys > 0 AND pg-cells <= 20000
              AND num-lgkeys = 0 AND track-slot = 0
              AND mesh-keyed = 'N'
              AND prog-active = 'N' AND ac-active = 'N'
              AND NOT rows-mode-on AND NOT contact-mode-on
              AND NOT interactive-mode-on AND NOT aux-mode-on
              AND NOT vector-mode-on THEN
              MOVE 'Y' TO ru-active
*>            Reused pixels never refresh the adaptive neighbour
*>            row - the two economies don't combine.
               ' name=' DELIMITED BY SIZE
               FUNCTION TRIM(audit-name) DELIMITED BY SIZE
               INTO audit-rec
*>      The run id follows the name, inside the fields AUDITCHK
*>      tokenizes.
        PERFORM APPEND-AUDIT-RUN
*>      The library scene this run loaded (when SCENE= picked one)
*>      rides in the entry - LIBXREF joins on it to say which
*>      library scenes haven't rendered lately.
                  FUNCTION TRIM(sched-chosen) DELIMITED BY SIZE
                  INTO audit-rec
        END-IF
*>      So is the waiver (or waivers) that let an over-budget job run.
        IF waiv-refs NOT = SPACES THEN
           MOVE audit-rec TO audit-work
           MOVE SPACES TO audit-rec
           STRING FUNCTION TRIM(audit-work) DELIMITED BY SIZE
                  ' waiver=' DELIMITED BY SIZE
                  FUNCTION TRIM(waiv-refs) DELIMITED BY SIZE
                  INTO audit-rec
        END-IF
*>      And the named shot, one AUDITLOG entry per shot of the job.
        IF num-run-shots > 0 THEN
           MOVE audit-rec TO audit-work
           MOVE SPACES TO audit-rec
           STRING FUNCTION TRIM(audit-work) DELIMITED BY SIZE
                  ' shot=' DELIMITED BY SIZE
                  FUNCTION TRIM(shot-name) DELIMITED BY SIZE
                  INTO audit-rec
        END-IF
*>      A row-range step only ever renders its own band of rows, never
*>      a whole frame, so it leaves the job-level AUDITLOG entry to
*>      whichever step (or plain whole-frame run) finishes a complete
*>      frame instead of writing a misleading partial one here.
*>      A reused job's entry is the one its render would have
*>      written, marked REUSED with the run whose outputs it took.
        IF fp-reuse THEN
           MOVE audit-rec TO audit-work
           MOVE SPACES TO audit-rec
           STRING FUNCTION TRIM(audit-work) DELIMITED BY SIZE
                  ' REUSED from=' DELIMITED BY SIZE
                  FUNCTION TRIM(fp-src-run) DELIMITED BY SIZE
                  INTO audit-rec
        END-IF
        IF NOT rows-mode-on THEN
           OPEN EXTEND AUDIT-FILE
           IF audit-file-status = '35' THEN
           WRITE audit-rec
           CLOSE AUDIT-FILE
        END-IF
*>      And there it finishes, shot by shot, the way a clean render
*>      would - checkpoint cleared, lock released - but with no
*>      RENDHIST record (nothing was traced, and ESTIMATE and the
*>      RENDQUEUE fit take their rate from there) and RC 2, the one
*>      return code that says the outputs are an earlier run's.
        IF fp-reuse THEN
           OPEN OUTPUT CKPT-FILE
           CLOSE CKPT-FILE
           IF shot-idx < num-run-shots THEN
              ADD 1 TO shot-idx
              PERFORM SETUP-SHOT
              GO TO RENDER-SHOTS
           END-IF
           IF lock-held-yes THEN
              OPEN OUTPUT LOCK-FILE
              CLOSE LOCK-FILE
           END-IF
           DISPLAY 'COBOLRAYCASTER: inputs unchanged - the outputs of '
              'run ' FUNCTION TRIM(fp-src-run) ' stand, nothing rendered'
           IF RETURN-CODE < 2 THEN
              MOVE 2 TO RETURN-CODE
           END-IF
           STOP RUN
        END-IF

*>      Pre-render summary for operator sign-off: the object list
*>      (position, radius, color), the active camera parameters and
*>      each light's layer links, printed once before the render loop
*>      below ever runs.
        DISPLAY ' '
        DISPLAY '--- scene / camera summary ---'
        PERFORM VARYING summ-si FROM 1 BY 1 UNTIL summ-si > num-spheres
        DISPLAY '  camera: pos=(' audit-cx-ed ',' audit-cy-ed ','
           audit-cz-ed ') look-at=(' summ-lax-ed ',' summ-lay-ed ','
           summ-laz-ed ') fov=' audit-fov-ed ' roll=' audit-roll-ed
        IF num-run-shots > 0 THEN
           DISPLAY '  shot: ' FUNCTION TRIM(shot-name)
        END-IF
        DISPLAY '  resolution: ' audit-w-ed ' x ' audit-h-ed
        PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-lights
           PERFORM SHOW-LIGHT-LINKS
        END-PERFORM
*>      Settings origin: each keyword something set, its value, the
*>      source that set it and the one it overrode, then a count of
*>      the keywords left at their defaults.
        DISPLAY '  settings     value                set by'
        MOVE 0 TO ok-shown
        PERFORM VARYING ok-i FROM 1 BY 1 UNTIL ok-i > ok-num-kws
           IF ok-set-src(ok-i) NOT = 'default' THEN
              ADD 1 TO ok-shown
              IF ok-set-over(ok-i) = SPACES THEN
                 DISPLAY '    ' ok-kw-name(ok-i) ' ' ok-set-val(ok-i)
                    ' ' FUNCTION TRIM(ok-set-src(ok-i))
              ELSE
                 DISPLAY '    ' ok-kw-name(ok-i) ' ' ok-set-val(ok-i)
                    ' ' FUNCTION TRIM(ok-set-src(ok-i)) ' (over '
                    FUNCTION TRIM(ok-set-over(ok-i)) ')'
              END-IF
           END-IF
        END-PERFORM
        COMPUTE ok-count-ed = ok-num-kws - ok-shown
        DISPLAY '    ' FUNCTION TRIM(ok-count-ed)
           ' other keywords at their defaults'
        DISPLAY '-------------------------------'
        DISPLAY ' '

*>      A patch run splices and leaves - no spool, no frame loop, no
*>      checkpoint; the lock it took frees on the way out.
        IF patch-mode-on THEN
           IF vector-mode-on THEN
              DISPLAY 'COBOLRAYCASTER: VECTOR ignored under PATCH - '
                 'a patch traces no whole frame'
           END-IF
           PERFORM PATCH-RENDER
           IF lock-held-yes THEN
              OPEN OUTPUT LOCK-FILE
              MOVE 'N' TO sysout-mode
           END-IF
        END-IF
        IF hl-mode-on AND sysout-mode-on THEN
           PERFORM HL-SYSOUT-LEGEND
        END-IF
        IF callout-mode-on AND sysout-mode-on THEN
           PERFORM CO-SYSOUT-LEGEND
        END-IF

*>      One pass of this loop per frame; FRAMES1 (the default) runs it
*>      exactly once with the camera untouched, so a plain single-shot
                 END-IF
              END-PERFORM
           END-IF
           IF mesh-keyed = 'Y' THEN
              PERFORM VARYING mi-i FROM 1 BY 1 UNTIL mi-i > num-meshes
                 PERFORM MESH-KEYFRAME-POSITION
              END-PERFORM
           END-IF

*>         Light keyframes: each light slot with two or more
*>         LIGHTKEYS waypoints slides along them at the same even
           END-IF

*>         The caption names this frame: operator, date, frame
*>         number, uppercased to match the font. The banner is
*>         skipped on frames too short to spare five rows; the text
*>         is still built for the VECTOR title block.
           IF fps-rate > 0 THEN
              PERFORM MAKE-FRAME-TIMECODE
           END-IF
           IF clock-mode-on THEN
              PERFORM MAKE-FRAME-CLOCK
           END-IF
           IF caption-mode-on OR vector-mode-on THEN
              COMPUTE cap-top = h - 5
              MOVE FUNCTION UPPER-CASE(audit-operator(1:8))
                 TO cap-op
              MOVE frame-num TO frame-suffix
              MOVE SPACES TO caption-text
              IF clock-mode-on THEN
                 STRING FUNCTION TRIM(cap-op) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        clock-text DELIMITED BY SIZE
                        ' F' DELIMITED BY SIZE
                        frame-suffix DELIMITED BY SIZE
                        INTO caption-text
              ELSE
              IF fps-rate > 0 THEN
                 STRING FUNCTION TRIM(cap-op) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        tc-text DELIMITED BY SIZE
                        ' F' DELIMITED BY SIZE
                        frame-suffix DELIMITED BY SIZE
                        INTO caption-text
              ELSE
              STRING FUNCTION TRIM(cap-op) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     audit-date DELIMITED BY SIZE
                     ' F' DELIMITED BY SIZE
                     frame-suffix DELIMITED BY SIZE
                     INTO caption-text
              END-IF
              END-IF
              COMPUTE cap-len = FUNCTION LENGTH(
                 FUNCTION TRIM(caption-text TRAILING))
              IF cap-top < 1 THEN
                 MOVE 0 TO cap-len
              END-IF
           END-IF

                     ppm-fname(ppm-base-len + 1:) DELIMITED BY SIZE
                     INTO mask-fname
           END-IF
           IF vector-mode-on THEN
              MOVE SPACES TO svg-fname
              STRING FUNCTION TRIM(svg-base) DELIMITED BY SIZE
                     ppm-fname(ppm-base-len + 1:) DELIMITED BY SIZE
                     INTO svg-fname
              MOVE SPACES TO plt-fname
              STRING FUNCTION TRIM(plt-base) DELIMITED BY SIZE
                     ppm-fname(ppm-base-len + 1:) DELIMITED BY SIZE
                     INTO plt-fname
           END-IF
           IF hdr-mode-on THEN
              MOVE SPACES TO pfm-fname
              STRING FUNCTION TRIM(pfm-base) DELIMITED BY SIZE
                     ppm-fname(ppm-base-len + 1:) DELIMITED BY SIZE
                     INTO pfm-fname
           END-IF

*>      PPM header: magic number, width/height, then maximum sample
*>      value; the body is one "gray gray gray" triplet per pixel,
           PERFORM CHECK-PPM-OPEN
           MOVE 'P3' TO ppm-hdr
           WRITE ppm-rec FROM ppm-hdr
*>         The run id rides in a PPM comment line, which every
*>         reader of the format skips.
           MOVE SPACES TO ppm-rec
           STRING '# run ' DELIMITED BY SIZE
                  FUNCTION TRIM(run-id) DELIMITED BY SIZE
                  INTO ppm-rec
           WRITE ppm-rec
           IF fps-rate > 0 THEN
              MOVE fps-rate TO fps-ed
              MOVE frame-num TO frame-suffix
              MOVE SPACES TO ppm-rec
              STRING '# timecode ' DELIMITED BY SIZE
                     tc-text DELIMITED BY SIZE
                     ' fps ' DELIMITED BY SIZE
                     FUNCTION TRIM(fps-ed) DELIMITED BY SIZE
                     ' frame ' DELIMITED BY SIZE
                     frame-suffix DELIMITED BY SIZE
                     INTO ppm-rec
              WRITE ppm-rec
           END-IF
           IF hl-mode-on THEN
              PERFORM HL-PPM-LEGEND
           END-IF
           IF co-active = 'Y' THEN
              PERFORM CO-PPM-LEGEND
           END-IF
           MOVE w TO ppm-w-ed
           MOVE h TO ppm-h-ed
           STRING FUNCTION TRIM(ppm-w-ed) DELIMITED BY SIZE
        MOVE 9.9 TO ac-min
        MOVE 0.0 TO ac-max
        MOVE ckpt-start-y TO ac-y0
        PERFORM VARYING co-k FROM 1 BY 1 UNTIL co-k > co-num
           MOVE 0 TO co-cnt(co-k)
           MOVE 0 TO co-sx(co-k)
           MOVE 0 TO co-sy(co-k)
           MOVE 'N' TO co-shown(co-k)
        END-PERFORM
        IF vector-mode-on THEN
           PERFORM VEC-START-FRAME
        END-IF
        MOVE 'N' TO hdr-ok
        IF hdr-mode-on THEN
           PERFORM HDR-START-FRAME
        END-IF
        PERFORM VARYING hist-i FROM 1 BY 1 UNTIL hist-i > 10
           MOVE 0 TO hist-cnt(hist-i)
        END-PERFORM
                 MOVE 1 TO aa-samples
              END-IF
              COMPUTE shade = aa-shade-sum / aa-samples
              COMPUTE hdr-shade = aa-hdr-sum / aa-samples
*>            Bank this pixel for the next frame's carry-over.
              IF ru-active = 'Y' THEN
                 COMPUTE ru-idx = y * (w + 1)
                 COMPUTE ru-idx = ru-idx + x
                 ADD 1 TO ru-idx
                 MOVE shade TO ru-shade(ru-idx)
                 MOVE hdr-shade TO ru-hdr(ru-idx)
                 MOVE pix-color TO ru-color(ru-idx)
                 MOVE hl-pix TO ru-hl(ru-idx)
                 IF any-hit > 0.1 THEN
                    MOVE 'Y' TO ru-hitf(ru-idx)
                 ELSE
              IF ac-active = 'Y' THEN
                 ADD 1 TO ac-n
                 MOVE shade TO ac-shade(ac-n)
                 MOVE hdr-shade TO ac-hdr(ac-n)
                 MOVE pix-color TO ac-color(ac-n)
                 MOVE hl-pix TO ac-hl(ac-n)
                 IF any-hit > 0.1 THEN
                    MOVE 'Y' TO ac-hitf(ac-n)
                 ELSE
                    MOVE 'N' TO ac-hitf(ac-n)
                 END-IF
                 MOVE aux-t TO ac-t(ac-n)
                 MOVE aux-kind TO ac-kind(ac-n)
                 MOVE aux-si TO ac-si(ac-n)
                 MOVE SPACE TO ac-co(ac-n)
                 IF co-active = 'Y' AND any-hit > 0.1 THEN
                    PERFORM CO-NOTE-PIXEL
                 END-IF
                 IF shade < ac-min THEN MOVE shade TO ac-min END-IF
                 IF shade > ac-max THEN MOVE shade TO ac-max END-IF
              ELSE
           END-IF
        END-PERFORM
        IF ac-active = 'Y' THEN
           IF co-active = 'Y' THEN
              PERFORM CO-LAY-OUT-FRAME
           END-IF
           PERFORM EMIT-AC-FRAME
        END-IF
        END-IF
        IF sysout-mode-on AND NOT rows-mode-on AND num-sofr > 0 THEN
           PERFORM EMIT-SYSOUT-PAGES
        END-IF
        IF vector-mode-on THEN
           PERFORM WRITE-VECTOR-FILES
        END-IF
        CLOSE PPM-FILE
        IF aux-mode-on THEN
           CLOSE DEPTH-FILE
           CLOSE MASK-FILE
        END-IF
        IF denoise-mode-on AND NOT rows-mode-on THEN
           PERFORM DENOISE-FRAME
        END-IF
        IF hdr-ok = 'Y' THEN
           PERFORM WRITE-PFM-FRAME
        END-IF
*>      A row-range step's band files are MERGEROWS's to stitch and
*>      sum; only whole frames are checksummed here.
        IF NOT rows-mode-on THEN
           MOVE ppm-fname TO cks-fname
           PERFORM LOG-ARTIFACT-SUM
           IF aux-mode-on THEN
              MOVE depth-fname TO cks-fname
              PERFORM LOG-ARTIFACT-SUM
              MOVE mask-fname TO cks-fname
              PERFORM LOG-ARTIFACT-SUM
           END-IF
           IF hdr-ok = 'Y' THEN
              MOVE pfm-fname TO cks-fname
              PERFORM LOG-ARTIFACT-SUM
           END-IF
           IF vector-mode-on THEN
              MOVE svg-fname TO cks-fname
              PERFORM LOG-ARTIFACT-SUM
              MOVE plt-fname TO cks-fname
              PERFORM LOG-ARTIFACT-SUM
           END-IF
        END-IF
        IF ray-cache-usable-yes THEN
           MOVE 'Y' TO ray-cache-built
        END-IF

        IF sysout-mode-on THEN
           CLOSE SYSOUT-FILE
           IF NOT rows-mode-on THEN
              MOVE sysout-fname TO cks-fname
              PERFORM LOG-ARTIFACT-SUM
           END-IF
        END-IF

*>      A render that reaches here finished cleanly, so the checkpoint
              READ PPM-FILE INTO ppm-rec
                 AT END MOVE 'Y' TO ppmin-eof
              END-READ
*>           Comment lines (the run id) are not the picture and
*>           differ every run - neither side's count.
              IF NOT ppmin-eof-yes AND ppm-rec(1:1) NOT = '#' THEN
                 ADD 1 TO cmp-lines-a
                 IF NOT cmp-no-baseline-yes AND NOT base-eof-yes THEN
                    PERFORM WITH TEST AFTER
                       UNTIL base-eof-yes OR base-rec(1:1) NOT = '#'
                       READ BASELINE-FILE INTO base-rec
                          AT END MOVE 'Y' TO base-eof
                       END-READ
                    END-PERFORM
                 END-IF
                 IF cmp-no-baseline-yes OR base-eof-yes THEN
                    ADD 80 TO cmp-changed
              READ PPM-FILE INTO ppm-rec
                 AT END MOVE 'Y' TO ppmin-eof
              END-READ
              IF NOT ppmin-eof-yes AND ppm-rec(1:1) NOT = '#' THEN
                 WRITE base-rec FROM ppm-rec
              END-IF
           END-PERFORM
        IF sysout-mode-on THEN MOVE 'S' TO hist-flags(4:1) END-IF
        IF pack-mode-on THEN MOVE 'P' TO hist-flags(5:1) END-IF
        IF ortho-mode-on THEN MOVE 'O' TO hist-flags(6:1) END-IF
        IF pano-mode-on THEN MOVE 'R' TO hist-flags(6:1) END-IF
        IF fog-dist > 0 THEN MOVE 'F' TO hist-flags(7:1) END-IF
        IF gamma-val NOT = 1.00 THEN MOVE 'G' TO hist-flags(8:1) END-IF
        MOVE w TO audit-w-ed
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(hist-secs-ed) DELIMITED BY SIZE
               INTO hist-rec
        IF run-id NOT = SPACES THEN
           MOVE hist-rec TO audit-work
           MOVE SPACES TO hist-rec
           STRING FUNCTION TRIM(audit-work) DELIMITED BY SIZE
                  ' run=' DELIMITED BY SIZE
                  FUNCTION TRIM(run-id) DELIMITED BY SIZE
                  INTO hist-rec
        END-IF
        IF waiv-refs NOT = SPACES THEN
           MOVE hist-rec TO audit-work
           MOVE SPACES TO hist-rec
           STRING FUNCTION TRIM(audit-work) DELIMITED BY SIZE
                  ' waiver=' DELIMITED BY SIZE
                  FUNCTION TRIM(waiv-refs) DELIMITED BY SIZE
                  INTO hist-rec
        END-IF
        IF num-run-shots > 0 THEN
           MOVE hist-rec TO audit-work
           MOVE SPACES TO hist-rec
           STRING FUNCTION TRIM(audit-work) DELIMITED BY SIZE
                  ' shot=' DELIMITED BY SIZE
                  FUNCTION TRIM(shot-name) DELIMITED BY SIZE
                  INTO hist-rec
        END-IF
        OPEN EXTEND HIST-FILE
        IF hist-file-status = '35' THEN
           OPEN OUTPUT HIST-FILE
        IF stat-hits = 0 THEN
           DISPLAY 'WARNING: every pixel missed - check camera/scene'
        END-IF
        IF numchk-mode-on THEN
           PERFORM REPORT-NUMERIC-EXCEPTIONS
        END-IF
*>      The next named shot, if any, renders under the same lock.
        IF shot-idx < num-run-shots THEN
           ADD 1 TO shot-idx
           PERFORM SETUP-SHOT
           GO TO RENDER-SHOTS
        END-IF
*>      A clean REUSEIFSAME render keeps its outputs for the next
*>      unchanged run.
        IF fp-mode-on AND fp-render AND run-rc = 0
           AND shot-rc = 0 AND nc-rc = 0 THEN
           PERFORM SAVE-FINGERPRINT
        END-IF
*>      A whole-frame run releases its lock here (emptied, not
*>      deleted, same as RENDCKPT); a row-range step leaves the ROWS
*>      lock for MERGEROWS to release once the frame is stitched.
           OPEN OUTPUT LOCK-FILE
           CLOSE LOCK-FILE
        END-IF
*>      A shot SHOTS named but SHOTLIB hadn't still fails the job.
        IF shot-rc > RETURN-CODE THEN
           MOVE shot-rc TO RETURN-CODE
        END-IF
*>      So does a run that tripped its numeric traps, as a warning.
        IF nc-rc > RETURN-CODE THEN
           MOVE nc-rc TO RETURN-CODE
        END-IF
*>      And one that dropped option tokens it couldn't make out.
        IF ok-rc > RETURN-CODE THEN
           MOVE ok-rc TO RETURN-CODE
        END-IF
*>      And whatever ERRLOG was told along the way.
        IF run-rc > RETURN-CODE THEN
           MOVE run-rc TO RETURN-CODE
        END-IF
        STOP RUN.

*>      The probe itself: the pixel's central primary ray, the trace
           WHEN 5 MOVE 'ELLIP' TO pb-kind-name
           WHEN 6 MOVE 'TRI' TO pb-kind-name
           WHEN 7 MOVE 'CONE' TO pb-kind-name
           WHEN 8 MOVE 'TORUS' TO pb-kind-name
           WHEN 9 MOVE 'MESH' TO pb-kind-name
           WHEN OTHER MOVE '?' TO pb-kind-name
        END-EVALUATE
        MOVE trc-si TO pb-slot-ed
        END-IF
        MOVE trc-kind TO best-kind
        MOVE trc-si TO best-si
        MOVE trc-facet TO best-facet
        MOVE trc-t TO best-t
        MOVE trc-nx TO best-nx
        MOVE trc-ny TO best-ny
           MOVE mtransp(mat-i) TO cur-transp
           MOVE mior(mat-i) TO cur-ior
           MOVE memit(mat-i) TO cur-emit
           MOVE mbump(mat-i) TO cur-bump
           MOVE mbumpk(mat-i) TO cur-bumpk
           MOVE mpat(mat-i) TO cur-pat
           DISPLAY 'material:      MATDAT entry ' mat-i
        ELSE
           MOVE mirror-mix TO cur-refl
           MOVE 0 TO cur-transp
           MOVE 1.5 TO cur-ior
           MOVE 0 TO cur-emit
           MOVE SPACE TO cur-bump
           MOVE SPACE TO cur-pat
           DISPLAY 'material:      compiled-in defaults (no MATDAT '
              'entry for this code)'
        END-IF
        COMPUTE shox = hpx + (best-nx * shadow-eps)
        COMPUTE shoy = hpy + (best-ny * shadow-eps)
        COMPUTE shoz = hpz + (best-nz * shadow-eps)
        MOVE best-kind TO ll-kind
        MOVE best-si TO ll-si
        PERFORM FIND-HIT-LAYER
        PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-lights
           MOVE li TO pb-li-ed
           IF lmode(li) = 'P' OR lmode(li) = 'T' THEN
                       (spot-cos - lcout(li)) / spot-span
              END-EVALUATE
           END-IF
           PERFORM LIGHT-LINK-TEST
           IF ll-lit = 'N' THEN
              MOVE 0.0 TO spot-fac
           END-IF
           MOVE 'N' TO pb-shadowed
           IF ll-lit = 'Y' AND lshadow(li) NOT = 'N' THEN
              MOVE shox TO trc-ox
              MOVE shoy TO trc-oy
              MOVE shoz TO trc-oz
              MOVE ldx TO trc-dx
              MOVE ldy TO trc-dy
              MOVE ldz TO trc-dz
              MOVE ray-tmin TO trc-tmin
              MOVE shadow-tmax TO trc-tmax
              MOVE best-kind TO trc-skip-kind
              MOVE best-si TO trc-skip-si
              MOVE best-facet TO trc-skip-facet
              MOVE 'Y' TO trc-anyhit
              PERFORM TRACE-RAY
              IF trc-found-yes THEN
                 MOVE 'Y' TO pb-shadowed
              END-IF
           END-IF
           CALL 'DOT' USING best-nx, best-ny, best-nz,
              ldx, ldy, ldz, pb-ndl
              DISPLAY '         spot pool weight='
                 FUNCTION TRIM(pb-v1-ed)
           END-IF
           IF ll-lit = 'N' THEN
              MOVE ll-layer TO ll-lay-ed
              DISPLAY '         not linked to layer '
                 FUNCTION TRIM(ll-lay-ed) ' - adds nothing here'
           ELSE
              IF lshadow(li) = 'N' THEN
                 DISPLAY '         NOSHADOW light - no shadow ray'
              END-IF
           END-IF
        END-PERFORM.

*>      The patch pass: prior mask in, prior PPM in, the named
           READ PPM-FILE INTO ppm-rec
              AT END MOVE 'Y' TO ppmin-eof
           END-READ
           IF NOT ppmin-eof-yes AND ppm-rec(1:1) NOT = '#' THEN
              ADD 1 TO pt-ppm-n
              MOVE ppm-rec(1:20) TO pt-ppm-line(pt-ppm-n)
           END-IF
              END-IF
           END-PERFORM
        END-PERFORM
*>      The prior run's comment line was dropped on the way in; the
*>      spliced frame carries this run's id instead.
        OPEN OUTPUT PPM-FILE
        PERFORM VARYING pt-i FROM 1 BY 1 UNTIL pt-i > pt-ppm-n
           WRITE ppm-rec FROM pt-ppm-line(pt-i)
           IF pt-i = 1 THEN
              MOVE SPACES TO ppm-rec
              STRING '# run ' DELIMITED BY SIZE
                     FUNCTION TRIM(run-id) DELIMITED BY SIZE
                     INTO ppm-rec
              WRITE ppm-rec
           END-IF
        END-PERFORM
        CLOSE PPM-FILE
*>      The spliced frame is a different frame now - its new sum is
*>      logged, and INTEGCHK takes the latest entry for a file.
        MOVE ppm-fname TO cks-fname
        PERFORM LOG-ARTIFACT-SUM
        MOVE pt-touched TO pt-touched-ed
        DISPLAY 'COBOLRAYCASTER: patched '
           FUNCTION TRIM(pt-touched-ed) ' pixel(s) owned by mask id '
           COMPUTE ru-idx = ru-idx + x
           ADD 1 TO ru-idx
           MOVE ru-shade(ru-idx) TO aa-shade-sum
           MOVE ru-hdr(ru-idx) TO aa-hdr-sum
           MOVE 1 TO aa-samples
           MOVE ru-color(ru-idx) TO pix-color
           MOVE ru-hl(ru-idx) TO hl-pix
           IF ru-hitf(ru-idx) = 'Y' THEN
              MOVE 1 TO aa-hits
           ELSE
                 ADD 1 TO pg-idx
                 COMPUTE ac-shade(pg-idx) =
                    aa-shade-sum / aa-samples
                 COMPUTE ac-hdr(pg-idx) =
                    aa-hdr-sum / aa-samples
                 MOVE pix-color TO ac-color(pg-idx)
                 MOVE hl-pix TO ac-hl(pg-idx)
                 IF aa-hits > 0 THEN
                    MOVE 'Y' TO ac-hitf(pg-idx)
                 ELSE
              COMPUTE pg-idx = pg-idx + x
              ADD 1 TO pg-idx
              MOVE ac-shade(pg-idx) TO shade
              MOVE ac-hdr(pg-idx) TO hdr-shade
              MOVE ac-color(pg-idx) TO pix-color
              MOVE ac-hl(pg-idx) TO hl-pix
              IF ac-hitf(pg-idx) = 'Y' THEN
                 MOVE 1.0 TO any-hit
              ELSE
              MOVE 0 TO aa-hits
              MOVE 0 TO aa-samples
              MOVE 0.0 TO aa-shade-sum
              MOVE 0.0 TO aa-hdr-sum
              MOVE 'W' TO pix-color
              MOVE 1.0 TO pix-tint-r
              MOVE 1.0 TO pix-tint-g
              MOVE 0 TO aux-t
              MOVE 0 TO aux-kind
              MOVE 0 TO aux-si
              MOVE 'N' TO aux-cap
              MOVE x TO mv-render-x
              MOVE w TO mv-render-w
*>            Stereo pane: left half of the canvas renders the right
              MOVE 0 TO trc-skip-si
              MOVE 'N' TO trc-anyhit
              PERFORM TRACE-RAY
              MOVE trc-capflag TO cap-hold
              MOVE 0.0 TO any-hit
              MOVE trc-kind TO best-kind
              MOVE trc-si TO best-si
              MOVE trc-facet TO best-facet
              MOVE trc-t TO best-t
              MOVE trc-nx TO best-nx
              MOVE trc-ny TO best-ny
                    MOVE mtransp(mat-i) TO cur-transp
                    MOVE mior(mat-i) TO cur-ior
                    MOVE memit(mat-i) TO cur-emit
                    MOVE mbump(mat-i) TO cur-bump
                    MOVE mbumpk(mat-i) TO cur-bumpk
                    MOVE mpat(mat-i) TO cur-pat
                    MOVE mat-i TO pat-mi
                 ELSE
                    MOVE mirror-mix TO cur-refl
                    MOVE 'Y' TO cur-checker
                    MOVE 0 TO cur-transp
                    MOVE 1.5 TO cur-ior
                    MOVE 0 TO cur-emit
                    MOVE SPACE TO cur-bump
                    MOVE SPACE TO cur-pat
                 END-IF
*>               Artwork rides the same one-letter code: the texture
*>               catalog entry for this material, 0 when it has none.
*>               The bump image is found the same way under the code
*>               the material names for it.
                 MOVE 0 TO cur-tex
                 MOVE 0 TO cur-bump-tex
                 PERFORM VARYING tx-i FROM 1 BY 1
                    UNTIL tx-i > num-texs
                    IF tex-code(tx-i) = best-color THEN
                       MOVE tx-i TO cur-tex
                    END-IF
                    IF cur-bump NOT = SPACE
                       AND tex-code(tx-i) = cur-bump THEN
                       MOVE tx-i TO cur-bump-tex
                    END-IF
                 END-PERFORM
              END-IF

*>            don't immediately re-intersect their own object.
              IF any-hit > 0.1 THEN
                 COMPUTE hpx = cvox + (cvx * best-t)
                    ON SIZE ERROR PERFORM NOTE-SHADE-TRAP
                 END-COMPUTE
                 COMPUTE hpy = cvoy + (cvy * best-t)
                    ON SIZE ERROR PERFORM NOTE-SHADE-TRAP
                 END-COMPUTE
                 COMPUTE hpz = cvoz + (cvz * best-t)
                    ON SIZE ERROR PERFORM NOTE-SHADE-TRAP
                 END-COMPUTE
                 COMPUTE shox = hpx + (best-nx * shadow-eps)
                    ON SIZE ERROR PERFORM NOTE-SHADE-TRAP
                 END-COMPUTE
                 COMPUTE shoy = hpy + (best-ny * shadow-eps)
                    ON SIZE ERROR PERFORM NOTE-SHADE-TRAP
                 END-COMPUTE
                 COMPUTE shoz = hpz + (best-nz * shadow-eps)
                    ON SIZE ERROR PERFORM NOTE-SHADE-TRAP
                 END-COMPUTE
                 MOVE best-nx TO geo-nx
                 MOVE best-ny TO geo-ny
                 MOVE best-nz TO geo-nz
*>               Bump map: the shading normal tilts off the height
*>               image's slope from here on - diffuse, gloss,
*>               mirror and the rest all see the tilted one - while
*>               the shadow origin above, and every intersection,
*>               stay with the true surface.
                 IF cur-bump-tex > 0 AND (best-kind = 1
                    OR best-kind = 2 OR best-kind = 3) THEN
                    PERFORM APPLY-BUMP-MAP
                 END-IF
              END-IF

*>            Ambient-occlusion feelers: nearby geometry in the
                    MOVE ao-reach TO trc-tmax
                    MOVE best-kind TO trc-skip-kind
                    MOVE best-si TO trc-skip-si
                    MOVE best-facet TO trc-skip-facet
                    MOVE 'Y' TO trc-anyhit
                    ADD 1 TO prof-ao-rays
                    PERFORM TRACE-RAY
                 COMPUTE ao-w = 1.0 - ao-w
              END-IF

*>            Indirect diffuse: the light the rest of the scene
*>            throws onto this surface, gathered ahead of the direct
*>            lights. A surface that is all mirror or all glass has
*>            no diffuse face to receive it.
              MOVE 0.0 TO gi-r
              MOVE 0.0 TO gi-g
              MOVE 0.0 TO gi-b
              MOVE 0.0 TO gi-lum
              IF gi-count > 0 AND any-hit > 0.1
                 AND cur-transp < 0.99
                 AND (best-kind NOT = 1 OR cur-refl < 0.99) THEN
                 PERFORM GATHER-INDIRECT
              END-IF
*>            Environment fill: the backdrop seen along the normal
*>            (turned toward the eye), unshadowed and scaled down,
*>            rides in with the indirect light - the studio's bounce
*>            off its own walls without the rays to trace it.
              IF env-fill > 0 AND env-tex > 0 AND any-hit > 0.1
                 AND cur-transp < 0.99
                 AND (best-kind NOT = 1 OR cur-refl < 0.99) THEN
                 MOVE best-nx TO env-dx
                 MOVE best-ny TO env-dy
                 MOVE best-nz TO env-dz
                 CALL 'DOT' USING env-dx, env-dy, env-dz,
                    cvx, cvy, cvz, lterm
                 IF lterm > 0 THEN
                    COMPUTE env-dx = 0 - env-dx
                    COMPUTE env-dy = 0 - env-dy
                    COMPUTE env-dz = 0 - env-dz
                 END-IF
                 PERFORM SAMPLE-ENVMAP
                 COMPUTE lterm = env-lum * env-fill
                 COMPUTE lchan = lterm * env-fr
                 ADD lchan TO gi-r
                 COMPUTE lchan = lterm * env-fg
                 ADD lchan TO gi-g
                 COMPUTE lchan = lterm * env-fb
                 ADD lchan TO gi-b
                 ADD lterm TO gi-lum
              END-IF

*>            Mirror bounce: a sphere's surface reflects the primary
*>            ray about its normal, then that reflected ray is
*>            re-cast through TRACE-RAY the same way the primary ray
*>            walk is shared.
              MOVE 0.0 TO refl-shade
              MOVE 0 TO refl-si
              MOVE 'N' TO env-refl-seen
              IF best-kind = 1 THEN
                 CALL 'DOT' USING cvx, cvy, cvz,
                    best-nx, best-ny, best-nz, rdot
                 MOVE ray-tmax TO trc-tmax
                 MOVE best-kind TO trc-skip-kind
                 MOVE best-si TO trc-skip-si
                 MOVE best-facet TO trc-skip-facet
                 MOVE 'N' TO trc-anyhit
                 ADD 1 TO prof-mirror-rays
                 PERFORM TRACE-RAY
                    MOVE trc-nx TO refl-nx
                    MOVE trc-ny TO refl-ny
                    MOVE trc-nz TO refl-nz
                 ELSE
*>                  Nothing in the way: the mirror shows the studio
*>                  backdrop, when there is one, at its own
*>                  brightness and colour.
                    IF env-tex > 0 THEN
                       MOVE rdx TO env-dx
                       MOVE rdy TO env-dy
                       MOVE rdz TO env-dz
                       PERFORM SAMPLE-ENVMAP
                       MOVE env-lum TO refl-shade
                       MOVE 'Y' TO env-refl-seen
                       MOVE env-fr TO env-refl-r
                       MOVE env-fg TO env-refl-g
                       MOVE env-fb TO env-refl-b
                    END-IF
                 END-IF
              END-IF

*>            by the same one-bounce lambert the mirror pass uses.
              MOVE 0.0 TO refr-shade
              MOVE 'N' TO refr-found
              MOVE 'N' TO env-refr-seen
              IF any-hit > 0.1 AND cur-transp > 0 THEN
                 COMPUTE refr-eta = 1.0 / cur-ior
                 CALL 'DOT' USING cvx, cvy, cvz,
                 MOVE ray-tmax TO trc-tmax
                 MOVE best-kind TO trc-skip-kind
                 MOVE best-si TO trc-skip-si
                 MOVE best-facet TO trc-skip-facet
                 MOVE 'N' TO trc-anyhit
                 ADD 1 TO prof-refr-rays
                 PERFORM TRACE-RAY
                    MOVE trc-nz TO refr-nz
                 ELSE
*>                  A continuation ray out to the sky picks up the
*>                  same vertical gradient a primary miss does - or
*>                  the environment map, when one is loaded.
                    IF env-tex > 0 THEN
                       CALL 'VNORM' USING refr-dx, refr-dy, refr-dz
                       MOVE refr-dx TO env-dx
                       MOVE refr-dy TO env-dy
                       MOVE refr-dz TO env-dz
                       PERFORM SAMPLE-ENVMAP
                       MOVE env-lum TO refr-shade
                       MOVE 'Y' TO env-refr-seen
                       MOVE env-fr TO env-refr-r
                       MOVE env-fg TO env-refr-g
                       MOVE env-fb TO env-refr-b
                    ELSE
                    COMPUTE sky-t = (refr-dz + 1.00) / 2.00
                    IF sky-t < 0.0 THEN MOVE 0.0 TO sky-t END-IF
                    IF sky-t > 1.0 THEN MOVE 1.0 TO sky-t END-IF
                    COMPUTE sky-span = sky-hi - sky-lo
                    COMPUTE refr-shade = sky-span * sky-t
                    ADD sky-lo TO refr-shade
                    END-IF
                 END-IF
              END-IF

                 MOVE 0.0 TO spec-r
                 MOVE 0.0 TO spec-g
                 MOVE 0.0 TO spec-b
                 MOVE best-kind TO ll-kind
                 MOVE best-si TO ll-si
                 PERFORM FIND-HIT-LAYER
                 PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-lights
*>                  Direction to (and reach of) this light from this
*>                  hit point - a sun has only a direction, a point
                          lpx(li), lpy(li), lpz(li), ldx, ldy, ldz
                       CALL 'DOT' USING ldx, ldy, ldz, ldx, ldy, ldz,
                          ld-distsq
                       IF RETURN-CODE NOT = 0 THEN
                          PERFORM NOTE-SHADE-TRAP
                       END-IF
                       COMPUTE ld-dist = FUNCTION SQRT(ld-distsq)
                       CALL 'VNORM' USING ldx, ldy, ldz
                       COMPUTE shadow-tmax = ld-dist - shadow-eps
                                (spot-cos - lcout(li)) / spot-span
                       END-EVALUATE
                    END-IF
*>                  A light linked away from this object's layer is
*>                  treated like a spot that misses: no lambert, no
*>                  highlight, no shadow rays. A NOSHADOW light lights
*>                  fully without asking what is in the way.
                    PERFORM LIGHT-LINK-TEST
                    IF spot-fac < 0.001 OR ll-lit = 'N' THEN
                       MOVE 0.0 TO lit-w
                    ELSE
                    IF lshadow(li) = 'N' THEN
                       MOVE 1.0 TO lit-w
                    ELSE

                    IF lrad(li) > 0 THEN
*>                     Area light: fan a grid of shadow rays across
                          MOVE shadow-tmax TO trc-tmax
                          MOVE best-kind TO trc-skip-kind
                          MOVE best-si TO trc-skip-si
                          MOVE best-facet TO trc-skip-facet
                          MOVE 'Y' TO trc-anyhit
                          ADD 1 TO prof-shadow-rays
                          PERFORM TRACE-RAY
                       MOVE shadow-tmax TO trc-tmax
                       MOVE best-kind TO trc-skip-kind
                       MOVE best-si TO trc-skip-si
                       MOVE best-facet TO trc-skip-facet
                       MOVE 'Y' TO trc-anyhit
                       ADD 1 TO prof-shadow-rays
                       PERFORM TRACE-RAY
                       END-IF
                    END-IF
                    END-IF
                    END-IF

                    CALL 'DOT' USING best-nx, best-ny, best-nz,
                       ldx, ldy, ldz, ndl
                 IF refl-shade > 1.0 THEN MOVE 1.0 TO refl-shade END-IF
                 IF refr-shade > 1.0 THEN MOVE 1.0 TO refr-shade END-IF
                 MOVE diff-sum TO shade
*>               Indirect light adds to the direct diffuse, and its
*>               colour - the surfaces it came off - folds into the
*>               pixel tint by its share of the total, so the PPM
*>               shows the bleed and the ramp shows the lift.
                 IF gi-lum > 0 THEN
                    COMPUTE tint-denom = diff-sum + gi-lum
                    COMPUTE lchan = diff-sum * tint-r
                    COMPUTE lchan = lchan + gi-r
                    COMPUTE tint-r = lchan / tint-denom
                    COMPUTE lchan = diff-sum * tint-g
                    COMPUTE lchan = lchan + gi-g
                    COMPUTE tint-g = lchan / tint-denom
                    COMPUTE lchan = diff-sum * tint-b
                    COMPUTE lchan = lchan + gi-b
                    COMPUTE tint-b = lchan / tint-denom
                    COMPUTE shade = shade + gi-lum
                 END-IF
                 IF best-kind = 1 THEN
                    COMPUTE shade = (shade * (1.00 - cur-refl))
                       + (refl-shade * cur-refl)
*>                  A mirror full of backdrop carries its colour in
*>                  the same proportion as its brightness.
                    IF env-refl-seen = 'Y' THEN
                       COMPUTE tint-r = (tint-r * (1.00 - cur-refl))
                          + (env-refl-r * cur-refl)
                       COMPUTE tint-g = (tint-g * (1.00 - cur-refl))
                          + (env-refl-g * cur-refl)
                       COMPUTE tint-b = (tint-b * (1.00 - cur-refl))
                          + (env-refl-b * cur-refl)
                    END-IF
                 END-IF

*>               Transparency: mix in whatever the refracted
                 IF cur-transp > 0 THEN
                    COMPUTE shade = (shade * (1.00 - cur-transp))
                       + (refr-shade * cur-transp)
                    IF env-refr-seen = 'Y' THEN
                       COMPUTE tint-r = (tint-r * (1.00 - cur-transp))
                          + (env-refr-r * cur-transp)
                       COMPUTE tint-g = (tint-g * (1.00 - cur-transp))
                          + (env-refr-g * cur-transp)
                       COMPUTE tint-b = (tint-b * (1.00 - cur-transp))
                          + (env-refr-b * cur-transp)
                    END-IF
                 END-IF

*>               Procedural pattern, in the checker's place: the
*>               blended colour goes in the way a texel does, its
*>               luminance on the shade and its channel ratios on
*>               the tint, so gloss and the mirror mix sit over it
*>               just as they sit over the checker.
                 IF cur-pat NOT = SPACE THEN
                    PERFORM SAMPLE-PATTERN
                    COMPUTE shade = shade * pat-lum
                    COMPUTE tint-r = tint-r * pat-r
                    COMPUTE tint-g = tint-g * pat-g
                    COMPUTE tint-b = tint-b * pat-b
                 ELSE
*>               Procedural checkerboard: darken every other hpx/hpy
*>               cell so a hit surface shows a two-tone pattern rather
*>               than a flat tone - now a per-material choice, with a
                       COMPUTE shade = shade * chk-dark
                    END-IF
                 END-IF
                 END-IF

*>               Image texture: a surface pattern like the checker,
*>               applied the same way the colored lights are - the
                    COMPUTE sky-span = sky-hi - sky-lo
                    COMPUTE fog-sky = sky-span * sky-t
                    ADD sky-lo TO fog-sky
                    IF env-bg-on AND env-tex > 0 THEN
                       MOVE cvx TO env-dx
                       MOVE cvy TO env-dy
                       MOVE cvz TO env-dz
                       PERFORM SAMPLE-ENVMAP
                       MOVE env-lum TO fog-sky
                    END-IF
                    COMPUTE shade = (shade * (1.00 - fog-f))
                       + (fog-sky * fog-f)
                 END-IF

*>               The specular add can push past full brightness, and
*>               the ramp lookup below has nothing past its last
*>               character - cap at 1.0. HDR keeps what was there.
                 MOVE shade TO hdr-sample
                 IF shade > 1.0 THEN MOVE 1.0 TO shade END-IF
              ELSE
                 COMPUTE sky-t = (cvz + 1.00) / 2.00
                 COMPUTE sky-span = sky-hi - sky-lo
                 COMPUTE shade = sky-span * sky-t
                 ADD sky-lo TO shade
*>               ENVBG: the backdrop itself behind the scene. A pixel
*>               that misses on every sample takes its first
*>               sample's colour for the PPM the way a hit pixel
*>               takes its first hit's.
                 IF env-bg-on AND env-tex > 0 THEN
                    MOVE cvx TO env-dx
                    MOVE cvy TO env-dy
                    MOVE cvz TO env-dz
                    PERFORM SAMPLE-ENVMAP
                    MOVE env-lum TO shade
                    IF aa-hits = 0 AND aa-samples = 0 THEN
                       MOVE env-fr TO pix-tint-r
                       MOVE env-fg TO pix-tint-g
                       MOVE env-fb TO pix-tint-b
                    END-IF
                 END-IF
                 MOVE shade TO hdr-sample
              END-IF

              ADD shade TO aa-shade-sum
              ADD hdr-sample TO aa-hdr-sum
              ADD 1 TO aa-samples
              IF any-hit > 0.1 THEN
                 ADD 1 TO aa-hits
                    MOVE best-t TO aux-t
                    MOVE best-kind TO aux-kind
                    MOVE best-si TO aux-si
                    MOVE cap-hold TO aux-cap
                    MOVE hpx TO aux-hx
                    MOVE hpy TO aux-hy
                 END-IF
           IF mb-active = 'Y' AND mb-run > 1 THEN
              PERFORM MB-RESTORE-OBJECTS
           END-IF
           IF hl-mode-on THEN
              PERFORM HL-NOTE-PIXEL
           END-IF
        CONTINUE.

*>      Indirect diffuse for the current hit: gi-count paths out of
*>      the hemisphere over the hit normal, each followed for up to
*>      gi-depth bounces, averaged into gi-r/gi-g/gi-b and their
*>      luminance gi-lum. best-color is borrowed for the bounce
*>      surfaces' material colours and put back.
GATHER-INDIRECT.
        IF gi-ready = 'N' THEN
           PERFORM GI-SETUP-DIRS
        END-IF
        MOVE best-color TO gi-save-color
        PERFORM VARYING gi-k FROM 1 BY 1 UNTIL gi-k > gi-count
           MOVE best-nx TO gi-nx
           MOVE best-ny TO gi-ny
           MOVE best-nz TO gi-nz
*>         A normal turned away from the eye (a plane seen from
*>         underneath, a cap face) is turned back toward it first.
           CALL 'DOT' USING gi-nx, gi-ny, gi-nz, cvx, cvy, cvz, gi-dot
           IF gi-dot > 0 THEN
              COMPUTE gi-nx = 0 - gi-nx
              COMPUTE gi-ny = 0 - gi-ny
              COMPUTE gi-nz = 0 - gi-nz
           END-IF
           COMPUTE gi-ox = hpx + (gi-nx * shadow-eps)
           COMPUTE gi-oy = hpy + (gi-ny * shadow-eps)
           COMPUTE gi-oz = hpz + (gi-nz * shadow-eps)
           MOVE best-kind TO gi-skip-kind
           MOVE best-si TO gi-skip-si
           MOVE best-facet TO gi-skip-facet
           MOVE 1.0 TO gi-thr-r
           MOVE 1.0 TO gi-thr-g
           MOVE 1.0 TO gi-thr-b
           MOVE 'N' TO gi-done
           PERFORM VARYING gi-d FROM 1 BY 1
              UNTIL gi-d > gi-depth OR gi-done = 'Y'
              PERFORM GI-ONE-BOUNCE
           END-PERFORM
        END-PERFORM
        MOVE gi-save-color TO best-color
        COMPUTE gi-r = gi-r / gi-count
        COMPUTE gi-g = gi-g / gi-count
        COMPUTE gi-b = gi-b / gi-count
        COMPUTE gi-lum = gi-r * 0.299
        COMPUTE gi-lum = gi-lum + (gi-g * 0.587)
        COMPUTE gi-lum = gi-lum + (gi-b * 0.114).

*>      The spiral: sample k sits at radius sqrt((k - 0.5) / n) on the
*>      unit disk, a golden angle round from the one before, lifted
*>      onto the hemisphere - an even spread whose density follows
*>      the cosine, so every ray counts the same in the mean.
GI-SETUP-DIRS.
        PERFORM VARYING gi-k FROM 1 BY 1 UNTIL gi-k > gi-count
           COMPUTE gi-u1 = gi-k - 0.5
           COMPUTE gi-u1 = gi-u1 / gi-count
           COMPUTE gi-phi = gi-k - 1
           COMPUTE gi-phi = gi-phi * 2.399963
           COMPUTE gi-rad = FUNCTION SQRT(gi-u1)
           COMPUTE gi-da(gi-k) = gi-rad * FUNCTION COS(gi-phi)
           COMPUTE gi-db(gi-k) = gi-rad * FUNCTION SIN(gi-phi)
           COMPUTE gi-u1 = 1.0 - gi-u1
           COMPUTE gi-dc(gi-k) = FUNCTION SQRT(gi-u1)
        END-PERFORM
        MOVE 'Y' TO gi-ready.

*>      One leg of one path: out along a spiral direction around the
*>      current normal (a different sample at each depth, so deeper
*>      legs don't all retrace the first one's angle), then the sky
*>      it escapes to or the lights on the surface it lands on, all
*>      through the throughput of the surfaces already passed.
GI-ONE-BOUNCE.
        CALL 'VCROSS' USING gi-nx, gi-ny, gi-nz,
           world-upx, world-upy, world-upz, gi-ux, gi-uy, gi-uz
        IF gi-ux = 0 AND gi-uy = 0 AND gi-uz = 0 THEN
           MOVE 1.0 TO gi-ux
           MOVE 0.0 TO gi-uy
           MOVE 0.0 TO gi-uz
        ELSE
           CALL 'VNORM' USING gi-ux, gi-uy, gi-uz
        END-IF
        CALL 'VCROSS' USING gi-ux, gi-uy, gi-uz,
           gi-nx, gi-ny, gi-nz, gi-vx, gi-vy, gi-vz
        COMPUTE gi-j = gi-k - 1
        COMPUTE gi-j = gi-j + ((gi-d - 1) * 7)
        DIVIDE gi-j BY gi-count GIVING gi-phi REMAINDER gi-j
        ADD 1 TO gi-j
        COMPUTE gi-dx = (gi-ux * gi-da(gi-j)) + (gi-vx * gi-db(gi-j))
        COMPUTE gi-dx = gi-dx + (gi-nx * gi-dc(gi-j))
        COMPUTE gi-dy = (gi-uy * gi-da(gi-j)) + (gi-vy * gi-db(gi-j))
        COMPUTE gi-dy = gi-dy + (gi-ny * gi-dc(gi-j))
        COMPUTE gi-dz = (gi-uz * gi-da(gi-j)) + (gi-vz * gi-db(gi-j))
        COMPUTE gi-dz = gi-dz + (gi-nz * gi-dc(gi-j))
        CALL 'VNORM' USING gi-dx, gi-dy, gi-dz
        MOVE gi-ox TO trc-ox
        MOVE gi-oy TO trc-oy
        MOVE gi-oz TO trc-oz
        MOVE gi-dx TO trc-dx
        MOVE gi-dy TO trc-dy
        MOVE gi-dz TO trc-dz
        MOVE ray-tmin TO trc-tmin
        MOVE ray-tmax TO trc-tmax
        MOVE gi-skip-kind TO trc-skip-kind
        MOVE gi-skip-si TO trc-skip-si
        MOVE gi-skip-facet TO trc-skip-facet
        MOVE 'N' TO trc-anyhit
        ADD 1 TO prof-gi-rays
        PERFORM TRACE-RAY
*>      Out to the sky: the same vertical gradient a primary miss
*>      shows, as white light, and the path ends. With an environment
*>      map loaded the path collects the map instead, in its colour.
        IF NOT trc-found-yes THEN
           COMPUTE sky-t = (gi-dz + 1.00) / 2.00
           IF sky-t < 0.0 THEN MOVE 0.0 TO sky-t END-IF
           IF sky-t > 1.0 THEN MOVE 1.0 TO sky-t END-IF
           COMPUTE sky-span = sky-hi - sky-lo
           COMPUTE lterm = sky-span * sky-t
           ADD sky-lo TO lterm
           MOVE 1.0 TO env-fr
           MOVE 1.0 TO env-fg
           MOVE 1.0 TO env-fb
           IF env-tex > 0 THEN
              MOVE gi-dx TO env-dx
              MOVE gi-dy TO env-dy
              MOVE gi-dz TO env-dz
              PERFORM SAMPLE-ENVMAP
              MOVE env-lum TO lterm
           END-IF
           COMPUTE lchan = gi-thr-r * lterm
           COMPUTE lchan = lchan * env-fr
           ADD lchan TO gi-r
           COMPUTE lchan = gi-thr-g * lterm
           COMPUTE lchan = lchan * env-fg
           ADD lchan TO gi-g
           COMPUTE lchan = gi-thr-b * lterm
           COMPUTE lchan = lchan * env-fb
           ADD lchan TO gi-b
           MOVE 'Y' TO gi-done
           EXIT PARAGRAPH
        END-IF
        COMPUTE gi-hx = gi-ox + (gi-dx * trc-t)
        COMPUTE gi-hy = gi-oy + (gi-dy * trc-t)
        COMPUTE gi-hz = gi-oz + (gi-dz * trc-t)
        MOVE trc-nx TO gi-nx
        MOVE trc-ny TO gi-ny
        MOVE trc-nz TO gi-nz
        CALL 'DOT' USING gi-nx, gi-ny, gi-nz, gi-dx, gi-dy, gi-dz,
           gi-dot
        IF gi-dot > 0 THEN
           COMPUTE gi-nx = 0 - gi-nx
           COMPUTE gi-ny = 0 - gi-ny
           COMPUTE gi-nz = 0 - gi-nz
        END-IF
        COMPUTE gi-ox = gi-hx + (gi-nx * shadow-eps)
        COMPUTE gi-oy = gi-hy + (gi-ny * shadow-eps)
        COMPUTE gi-oz = gi-hz + (gi-nz * shadow-eps)
        MOVE trc-kind TO gi-skip-kind
        MOVE trc-si TO gi-skip-si
        MOVE trc-facet TO gi-skip-facet
*>      The surface's own colour filters everything it passes on,
*>      and its glow (if the catalog gives it one) is light too.
        MOVE trc-color TO gi-color
        MOVE gi-color TO best-color
        PERFORM WORK-OUT-BASE-RGB
        COMPUTE gi-thr-r = gi-thr-r * base-r / 255
        COMPUTE gi-thr-g = gi-thr-g * base-g / 255
        COMPUTE gi-thr-b = gi-thr-b * base-b / 255
        MOVE 0 TO gi-emit
        PERFORM VARYING mt-i FROM 1 BY 1 UNTIL mt-i > num-mats
           IF mcode(mt-i) = gi-color THEN
              MOVE memit(mt-i) TO gi-emit
           END-IF
        END-PERFORM
        IF gi-emit > 0 THEN
           COMPUTE lchan = gi-thr-r * gi-emit
           ADD lchan TO gi-r
           COMPUTE lchan = gi-thr-g * gi-emit
           ADD lchan TO gi-g
           COMPUTE lchan = gi-thr-b * gi-emit
           ADD lchan TO gi-b
        END-IF
        PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-lights
           PERFORM GI-LIGHT-BOUNCE
        END-PERFORM.

*>      One light on the bounce surface: direction and reach, the
*>      spot cone, the light's links against the bounce surface's
*>      layer, a hard shadow ray (none for a NOSHADOW light), then
*>      lambert into the gather.
GI-LIGHT-BOUNCE.
        IF lmode(li) = 'P' OR lmode(li) = 'T' THEN
           CALL 'VSUB' USING gi-ox, gi-oy, gi-oz,
              lpx(li), lpy(li), lpz(li), gi-lx, gi-ly, gi-lz
           CALL 'DOT' USING gi-lx, gi-ly, gi-lz, gi-lx, gi-ly, gi-lz,
              gi-ldist
           COMPUTE gi-ldist = FUNCTION SQRT(gi-ldist)
           CALL 'VNORM' USING gi-lx, gi-ly, gi-lz
           COMPUTE gi-tmax = gi-ldist - shadow-eps
        ELSE
           MOVE lpx(li) TO gi-lx
           MOVE lpy(li) TO gi-ly
           MOVE lpz(li) TO gi-lz
           MOVE 99999999.99 TO gi-tmax
        END-IF
        CALL 'DOT' USING gi-nx, gi-ny, gi-nz, gi-lx, gi-ly, gi-lz,
           gi-lterm
        IF gi-lterm <= 0.0 THEN
           EXIT PARAGRAPH
        END-IF
        MOVE 1.0 TO gi-spot
        IF lmode(li) = 'T' THEN
           CALL 'DOT' USING gi-lx, gi-ly, gi-lz,
              lax(li), lay(li), laz(li), spot-cos
           COMPUTE spot-cos = 0 - spot-cos
           EVALUATE TRUE
              WHEN spot-cos >= lcin(li)
                 MOVE 1.0 TO gi-spot
              WHEN spot-cos <= lcout(li)
                 MOVE 0.0 TO gi-spot
              WHEN OTHER
                 COMPUTE spot-span = lcin(li) - lcout(li)
                 IF spot-span < 0.0001 THEN
                    MOVE 0.0001 TO spot-span
                 END-IF
                 COMPUTE gi-spot = (spot-cos - lcout(li)) / spot-span
           END-EVALUATE
        END-IF
        IF gi-spot < 0.001 THEN
           EXIT PARAGRAPH
        END-IF
        MOVE gi-skip-kind TO ll-kind
        MOVE gi-skip-si TO ll-si
        PERFORM FIND-HIT-LAYER
        PERFORM LIGHT-LINK-TEST
        IF ll-lit = 'N' THEN
           EXIT PARAGRAPH
        END-IF
        IF lshadow(li) NOT = 'N' THEN
           MOVE gi-ox TO trc-ox
           MOVE gi-oy TO trc-oy
           MOVE gi-oz TO trc-oz
           MOVE gi-lx TO trc-dx
           MOVE gi-ly TO trc-dy
           MOVE gi-lz TO trc-dz
           MOVE ray-tmin TO trc-tmin
           MOVE gi-tmax TO trc-tmax
           MOVE gi-skip-kind TO trc-skip-kind
           MOVE gi-skip-si TO trc-skip-si
           MOVE gi-skip-facet TO trc-skip-facet
           MOVE 'Y' TO trc-anyhit
           ADD 1 TO prof-gi-rays
           PERFORM TRACE-RAY
           IF trc-found-yes THEN
              EXIT PARAGRAPH
           END-IF
        END-IF
        COMPUTE gi-lterm = gi-lterm * lint(li)
        COMPUTE gi-lterm = gi-lterm * gi-spot
        COMPUTE lchan = gi-lterm * lcr(li)
        COMPUTE lchan = lchan * gi-thr-r
        ADD lchan TO gi-r
        COMPUTE lchan = gi-lterm * lcg(li)
        COMPUTE lchan = lchan * gi-thr-g
        ADD lchan TO gi-g
        COMPUTE lchan = gi-lterm * lcb(li)
        COMPUTE lchan = lchan * gi-thr-b
        ADD lchan TO gi-b.

*>      Lift the link tokens out of a LIGHTDAT record, leaving the
*>      positional values closed up behind the kind keyword for the
*>      loader's UNSTRING; what they said waits in ll-mode/ll-lay/
*>      ll-shadow until KEEP-LIGHT-LINKS files it on the new light.
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

*>      "1,3,7" into ll-lay, up to the eight a light can carry; a
*>      piece that isn't a number is dropped with a message.
SPLIT-LINK-LIST.
        MOVE 0 TO ll-n
        PERFORM VARYING ll-k FROM 1 BY 1 UNTIL ll-k > 8
           MOVE SPACES TO ll-piece(ll-k)
        END-PERFORM
        UNSTRING ll-list DELIMITED BY ','
           INTO ll-piece(1), ll-piece(2), ll-piece(3), ll-piece(4),
                ll-piece(5), ll-piece(6), ll-piece(7), ll-piece(8)
        PERFORM VARYING ll-k FROM 1 BY 1 UNTIL ll-k > 8
           IF ll-piece(ll-k) NOT = SPACES THEN
              IF ll-piece(ll-k)(1:1) >= '0'
                 AND ll-piece(ll-k)(1:1) <= '9' THEN
                 ADD 1 TO ll-n
                 COMPUTE ll-lay(ll-n) =
                    FUNCTION NUMVAL(ll-piece(ll-k))
              ELSE
                 DISPLAY 'COBOLRAYCASTER: light link layer "'
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
*>      An ONLY list that came out empty would darken everything the
*>      light touches - treat it as no list at all.
        IF ll-n = 0 THEN
           MOVE SPACE TO llink(num-lights)
        END-IF.

*>      The render layer of the surface a hit landed on (ll-kind/
*>      ll-si), 0 for kinds whose records carry no layer token.
FIND-HIT-LAYER.
        MOVE 0 TO ll-layer
        IF ll-si < 1 THEN
           EXIT PARAGRAPH
        END-IF
        EVALUATE ll-kind
           WHEN 1
              MOVE slayer(ll-si) TO ll-layer
           WHEN 2
              MOVE glayer(ll-si) TO ll-layer
           WHEN 3
              MOVE blayer(ll-si) TO ll-layer
           WHEN 4
              MOVE clayer(ll-si) TO ll-layer
           WHEN 5
              MOVE elayer(ll-si) TO ll-layer
           WHEN 8
              MOVE tolayer(ll-si) TO ll-layer
           WHEN 9
              MOVE milayer(ll-si) TO ll-layer
        END-EVALUATE.

*>      Does light li reach layer ll-layer? ll-lit says.
LIGHT-LINK-TEST.
        MOVE 'Y' TO ll-lit
        IF llink(li) = SPACE THEN
           EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO ll-inlist
        PERFORM VARYING ll-k FROM 1 BY 1 UNTIL ll-k > lnlink(li)
           IF llinklay(li, ll-k) = ll-layer THEN
              MOVE 'Y' TO ll-inlist
           END-IF
        END-PERFORM
        IF llink(li) = 'O' AND ll-inlist = 'N' THEN
           MOVE 'N' TO ll-lit
        END-IF
        IF llink(li) = 'E' AND ll-inlist = 'Y' THEN
           MOVE 'N' TO ll-lit
        END-IF.

*>      One summary line per light: kind, link set, shadow flag.
SHOW-LIGHT-LINKS.
        MOVE SPACES TO ll-text
        MOVE 1 TO ll-out
        EVALUATE llink(li)
           WHEN 'O'
              STRING 'only layer(s) ' DELIMITED BY SIZE
                 INTO ll-text WITH POINTER ll-out
           WHEN 'E'
              STRING 'all but layer(s) ' DELIMITED BY SIZE
                 INTO ll-text WITH POINTER ll-out
           WHEN OTHER
              STRING 'every layer' DELIMITED BY SIZE
                 INTO ll-text WITH POINTER ll-out
        END-EVALUATE
        IF llink(li) NOT = SPACE THEN
           PERFORM VARYING ll-k FROM 1 BY 1 UNTIL ll-k > lnlink(li)
              MOVE llinklay(li, ll-k) TO ll-lay-ed
              IF ll-k > 1 THEN
                 STRING ',' DELIMITED BY SIZE
                    INTO ll-text WITH POINTER ll-out
              END-IF
              STRING FUNCTION TRIM(ll-lay-ed) DELIMITED BY SIZE
                 INTO ll-text WITH POINTER ll-out
           END-PERFORM
        END-IF
        MOVE li TO ll-li-ed
        EVALUATE lmode(li)
           WHEN 'P'
              MOVE 'POINT' TO ll-tok
           WHEN 'T'
              MOVE 'SPOT' TO ll-tok
           WHEN OTHER
              MOVE 'SUN' TO ll-tok
        END-EVALUATE
        DISPLAY '  light ' ll-li-ed ': ' FUNCTION TRIM(ll-tok)
           ' lights ' FUNCTION TRIM(ll-text) ', shadows=' lshadow(li).

*>      Does this pixel's probe disagree with the pixel to its left
*>      or above? Winner identity first (kind and slot packed the
*>      way OUTLINE packs them), then a shade jump past a tenth.
CHECK-ADAPTIVE-EDGE.
        MOVE 'N' TO ad-edge
        IF aa-hits > 0 THEN
           COMPUTE ad-id = (aux-kind * 1000) + aux-si
        ELSE
           MOVE 0 TO ad-id
        MOVE 'N' TO trc-found
        MOVE 0 TO trc-kind
        MOVE 0 TO trc-si
        MOVE 0 TO trc-facet
        MOVE 0.0 TO trc-t
*>      Finite objects come via the spatial index: each cluster's
*>      bounding sphere is tested once, and only the members of
*>      clusters the ray could touch get their own bound test and
*>      real intersect call. Kind dispatch happens per member. A
*>      MESH instance is always asked, even when it is the surface
*>      the ray left - it leaves out only the one facet itself.
        PERFORM VARYING tr-cl FROM 1 BY 1 UNTIL tr-cl > num-clusters
           OR (trc-anyhit-yes AND trc-found-yes)
           MOVE cl-bcx(tr-cl) TO bt-cx
                 OR (trc-anyhit-yes AND trc-found-yes)
                 MOVE mem-obj(tr-m) TO tr-obj
                 IF trc-skip-kind NOT = so-kind(tr-obj)
                    OR trc-skip-si NOT = so-idx(tr-obj)
                    OR so-kind(tr-obj) = 9 THEN
                    MOVE so-bcx(tr-obj) TO bt-cx
                    MOVE so-bcy(tr-obj) TO bt-cy
                    MOVE so-bcz(tr-obj) TO bt-cz
                 trc-ox, trc-oy, trc-oz,
                 trc-dx, trc-dy, trc-dz,
                 trc-tmin, trc-tmax, ret, tout
              IF RETURN-CODE NOT = 0 THEN
                 MOVE 3 TO nt-src
                 MOVE 2 TO nt-kind
                 MOVE pl-i TO nt-slot
                 MOVE RETURN-CODE TO nt-n
                 PERFORM NOTE-NUM-TRAP
              END-IF
              IF ret > 0.1 AND
                 (trc-kind = 0 OR tout < trc-t) THEN
                 MOVE 'Y' TO trc-found
                    trc-ox, trc-oy, trc-oz,
                    trc-dx, trc-dy, trc-dz,
                    trc-tmin, trc-tmax, ret, tout, hnx, hny, hnz
                 IF RETURN-CODE NOT = 0 THEN
                    MOVE 1 TO nt-src
                    PERFORM NOTE-OBJECT-TRAP
                 END-IF
              ELSE
                 MOVE scsg-with(si) TO csg-partner
                 CALL 'CSG-SPHERE-INTERSECT' USING
                    trc-ox, trc-oy, trc-oz,
                    trc-dx, trc-dy, trc-dz,
                    trc-tmin, trc-tmax, ret, tout, hnx, hny, hnz
                 IF RETURN-CODE NOT = 0 THEN
                    MOVE 2 TO nt-src
                    PERFORM NOTE-OBJECT-TRAP
                 END-IF
              END-IF
              IF ret > 0.1 AND
                 (trc-kind = 0 OR tout < trc-t) THEN
                 trc-ox, trc-oy, trc-oz,
                 trc-dx, trc-dy, trc-dz,
                 trc-tmin, trc-tmax, ret, tout, hnx, hny, hnz
              IF RETURN-CODE NOT = 0 THEN
                 MOVE 4 TO nt-src
                 PERFORM NOTE-OBJECT-TRAP
              END-IF
              IF ret > 0.1 AND
                 (trc-kind = 0 OR tout < trc-t) THEN
                 MOVE 'Y' TO trc-found
                 trc-ox, trc-oy, trc-oz,
                 trc-dx, trc-dy, trc-dz,
                 trc-tmin, trc-tmax, ret, tout, hnx, hny, hnz
              IF RETURN-CODE NOT = 0 THEN
                 MOVE 5 TO nt-src
                 PERFORM NOTE-OBJECT-TRAP
              END-IF
              IF ret > 0.1 AND
                 (trc-kind = 0 OR tout < trc-t) THEN
                 MOVE 'Y' TO trc-found
                 trc-ox, trc-oy, trc-oz,
                 trc-dx, trc-dy, trc-dz,
                 trc-tmin, trc-tmax, ret, tout, hnx, hny, hnz
              IF RETURN-CODE NOT = 0 THEN
                 MOVE 6 TO nt-src
                 PERFORM NOTE-OBJECT-TRAP
              END-IF
              IF ret > 0.1 AND
                 (trc-kind = 0 OR tout < trc-t) THEN
                 MOVE 'Y' TO trc-found
                 trc-ox, trc-oy, trc-oz,
                 trc-dx, trc-dy, trc-dz,
                 trc-tmin, trc-tmax, ret, tout, hnx, hny, hnz
              IF RETURN-CODE NOT = 0 THEN
                 MOVE 7 TO nt-src
                 PERFORM NOTE-OBJECT-TRAP
              END-IF
              IF ret > 0.1 AND
                 (trc-kind = 0 OR tout < trc-t) THEN
                 MOVE 'Y' TO trc-found
                 MOVE hnz TO trc-nz
                 MOVE kncolor(kn-i) TO trc-color
              END-IF
           WHEN 8
              MOVE so-idx(tr-obj) TO to-i
              CALL 'TORUS-INTERSECT' USING
                 tocx(to-i), tocy(to-i), tocz(to-i),
                 toax(to-i), toay(to-i), toaz(to-i),
                 tormaj(to-i), tormin(to-i),
                 trc-ox, trc-oy, trc-oz,
                 trc-dx, trc-dy, trc-dz,
                 trc-tmin, trc-tmax, ret, tout, hnx, hny, hnz
              IF RETURN-CODE NOT = 0 THEN
                 MOVE 8 TO nt-src
                 PERFORM NOTE-OBJECT-TRAP
              END-IF
              IF ret > 0.1 AND
                 (trc-kind = 0 OR tout < trc-t) THEN
                 MOVE 'Y' TO trc-found
                 MOVE 8 TO trc-kind
                 MOVE to-i TO trc-si
                 MOVE tout TO trc-t
                 MOVE hnx TO trc-nx
                 MOVE hny TO trc-ny
                 MOVE hnz TO trc-nz
                 MOVE tocolor(to-i) TO trc-color
              END-IF
           WHEN 9
              PERFORM TEST-MESH-INSTANCE
           WHEN 6
              MOVE so-idx(tr-obj) TO tr-i
              CALL 'TRIANGLE-INTERSECT' USING
                 trc-dx, trc-dy, trc-dz,
                 trc-tmin, trc-tmax, ret, tout, hnx, hny, hnz,
                 tri-bu, tri-bv
              IF RETURN-CODE NOT = 0 THEN
                 MOVE 9 TO nt-src
                 PERFORM NOTE-OBJECT-TRAP
              END-IF
              IF ret > 0.1 AND
                 (trc-kind = 0 OR tout < trc-t) THEN
                 MOVE 'Y' TO trc-found
              END-IF
        END-EVALUATE.

*>      One MESH instance against the trace ray: the ray moved to the
*>      instance origin, turned back through its parked rotation and
*>      shrunk by its scale lands in model space, where every facet
*>      of the one stored copy is tried and the nearest kept. Model-
*>      space distance times the scale is world distance again, and
*>      the normal - blended from the corner normals the way a
*>      MODELDAT facet's is - turns forward on the way out. A uniform
*>      scale never bends a normal, so no other correction is owed.
TEST-MESH-INSTANCE.
        MOVE so-idx(tr-obj) TO mi-i
        MOVE mi-model(mi-i) TO ml-cur
        IF ml-cur = 0 THEN
           EXIT PARAGRAPH
        END-IF
        COMPUTE mi-ox = trc-ox - mix(mi-i)
        COMPUTE mi-oy = trc-oy - miy(mi-i)
        COMPUTE mi-oz = trc-oz - miz(mi-i)
        MOVE trc-dx TO mi-dx
        MOVE trc-dy TO mi-dy
        MOVE trc-dz TO mi-dz
        IF miaxis(mi-i) NOT = SPACE THEN
           COMPUTE mi-negsin = 0 - misin(mi-i)
           CALL 'ROTAXIS' USING miaxis(mi-i), micos(mi-i), mi-negsin,
              mi-ox, mi-oy, mi-oz
           CALL 'ROTAXIS' USING miaxis(mi-i), micos(mi-i), mi-negsin,
              mi-dx, mi-dy, mi-dz
        END-IF
        COMPUTE mi-ox = mi-ox / miscale(mi-i)
        COMPUTE mi-oy = mi-oy / miscale(mi-i)
        COMPUTE mi-oz = mi-oz / miscale(mi-i)
        COMPUTE mi-tmin = trc-tmin / miscale(mi-i)
        COMPUTE mi-tmax = trc-tmax / miscale(mi-i)
*>      Nothing past the nearest hit so far can win - cap the reach.
        IF trc-kind NOT = 0 THEN
           COMPUTE mi-wt = trc-t / miscale(mi-i)
           IF mi-wt < mi-tmax THEN
              MOVE mi-wt TO mi-tmax
           END-IF
        END-IF
        MOVE 0 TO mi-best-f
        PERFORM VARYING ml-f FROM ml-first-f(ml-cur) BY 1
           UNTIL ml-f >= ml-first-f(ml-cur) + ml-num-f(ml-cur)
           OR (trc-anyhit-yes AND mi-best-f > 0)
           IF trc-skip-kind NOT = 9 OR trc-skip-si NOT = mi-i
              OR trc-skip-facet NOT = ml-f THEN
              CALL 'TRIANGLE-INTERSECT' USING
                 mfax(ml-f), mfay(ml-f), mfaz(ml-f),
                 mfbx(ml-f), mfby(ml-f), mfbz(ml-f),
                 mfcx(ml-f), mfcy(ml-f), mfcz(ml-f),
                 mi-ox, mi-oy, mi-oz,
                 mi-dx, mi-dy, mi-dz,
                 mi-tmin, mi-tmax, ret, tout, hnx, hny, hnz,
                 tri-bu, tri-bv
              IF RETURN-CODE NOT = 0 THEN
                 MOVE 9 TO nt-src
                 PERFORM NOTE-OBJECT-TRAP
              END-IF
              IF ret > 0.1 THEN
                 MOVE ml-f TO mi-best-f
                 MOVE tout TO mi-best-t
                 MOVE tout TO mi-tmax
                 MOVE hnx TO mi-nx
                 MOVE hny TO mi-ny
                 MOVE hnz TO mi-nz
                 MOVE tri-bu TO mi-bu
                 MOVE tri-bv TO mi-bv
              END-IF
           END-IF
        END-PERFORM
        IF mi-best-f = 0 THEN
           EXIT PARAGRAPH
        END-IF
        COMPUTE mi-wt = mi-best-t * miscale(mi-i)
        IF trc-kind NOT = 0 AND mi-wt >= trc-t THEN
           EXIT PARAGRAPH
        END-IF
        MOVE mi-best-f TO ml-f
        MOVE 'Y' TO trc-found
        MOVE 9 TO trc-kind
        MOVE mi-i TO trc-si
        MOVE ml-f TO trc-facet
        MOVE mi-wt TO trc-t
        COMPUTE mi-bw = 1.0 - mi-bu
        COMPUTE mi-bw = mi-bw - mi-bv
        COMPUTE trc-nx = mfnax(ml-f) * mi-bw
        COMPUTE trc-nx = trc-nx + (mfnbx(ml-f) * mi-bu)
        COMPUTE trc-nx = trc-nx + (mfncx(ml-f) * mi-bv)
        COMPUTE trc-ny = mfnay(ml-f) * mi-bw
        COMPUTE trc-ny = trc-ny + (mfnby(ml-f) * mi-bu)
        COMPUTE trc-ny = trc-ny + (mfncy(ml-f) * mi-bv)
        COMPUTE trc-nz = mfnaz(ml-f) * mi-bw
        COMPUTE trc-nz = trc-nz + (mfnbz(ml-f) * mi-bu)
        COMPUTE trc-nz = trc-nz + (mfncz(ml-f) * mi-bv)
        IF trc-nx = 0 AND trc-ny = 0 AND trc-nz = 0 THEN
           MOVE mi-nx TO trc-nx
           MOVE mi-ny TO trc-ny
           MOVE mi-nz TO trc-nz
        ELSE
           CALL 'VNORM' USING trc-nx, trc-ny, trc-nz
           CALL 'DOT' USING trc-nx, trc-ny, trc-nz,
              mi-dx, mi-dy, mi-dz, vn-dot
           IF vn-dot > 0.0 THEN
              COMPUTE trc-nx = 0 - trc-nx
              COMPUTE trc-ny = 0 - trc-ny
              COMPUTE trc-nz = 0 - trc-nz
           END-IF
        END-IF
        IF miaxis(mi-i) NOT = SPACE THEN
           CALL 'ROTAXIS' USING miaxis(mi-i), micos(mi-i), misin(mi-i),
              trc-nx, trc-ny, trc-nz
        END-IF
        MOVE mfcolor(ml-f) TO trc-color
        IF trc-color = SPACE THEN
           MOVE micolor(mi-i) TO trc-color
        END-IF.

*>      MESH instance mi-i along its OBJKEYS waypoints (banked as slot
*>      1000 + instance), the same even-paced segment pick and LERP
*>      or spline blend the sphere slots get, landing on the
*>      instance origin.
MESH-KEYFRAME-POSITION.
        COMPUTE ok-s = 1000 + mi-i
        MOVE 0 TO ok-nk
        PERFORM VARYING ok-idx FROM 1 BY 1 UNTIL ok-idx > num-objkeys
           IF okslot(ok-idx) = ok-s THEN
              ADD 1 TO ok-nk
           END-IF
        END-PERFORM
        IF ok-nk < 2 THEN
           EXIT PARAGRAPH
        END-IF
        IF num-frames = 1 THEN
           MOVE 1 TO ok-k0
           MOVE 2 TO ok-k1
           MOVE 0.0 TO ok-seg-t
        ELSE
           COMPUTE ok-seg = ok-nk - 1
           COMPUTE ok-scaled = frame-num - 1
           COMPUTE ok-scaled = ok-scaled * ok-seg
           COMPUTE ok-denom = num-frames - 1
           COMPUTE ok-scaled = ok-scaled / ok-denom
           COMPUTE ok-seg = ok-scaled
           IF ok-seg >= ok-nk - 1 THEN
              COMPUTE ok-seg = ok-nk - 2
           END-IF
           COMPUTE ok-seg-t = ok-seg
           COMPUTE ok-seg-t = ok-scaled - ok-seg-t
           COMPUTE ok-k0 = ok-seg + 1
           COMPUTE ok-k1 = ok-seg + 2
        END-IF
        COMPUTE ok-km = ok-k0 - 1
        IF ok-km < 1 THEN MOVE 1 TO ok-km END-IF
        COMPUTE ok-kp = ok-k1 + 1
        IF ok-kp > ok-nk THEN MOVE ok-nk TO ok-kp END-IF
        MOVE 0 TO ok-cnt
        MOVE 0 TO ok-i0
        MOVE 0 TO ok-i1
        MOVE 0 TO ok-im
        MOVE 0 TO ok-ip
        PERFORM VARYING ok-idx FROM 1 BY 1 UNTIL ok-idx > num-objkeys
           IF okslot(ok-idx) = ok-s THEN
              ADD 1 TO ok-cnt
              IF ok-cnt = ok-km THEN
                 MOVE ok-idx TO ok-im
              END-IF
              IF ok-cnt = ok-k0 THEN
                 MOVE ok-idx TO ok-i0
              END-IF
              IF ok-cnt = ok-k1 THEN
                 MOVE ok-idx TO ok-i1
              END-IF
              IF ok-cnt = ok-kp THEN
                 MOVE ok-idx TO ok-ip
              END-IF
           END-IF
        END-PERFORM
        IF ok-i0 = 0 OR ok-i1 = 0 THEN
           EXIT PARAGRAPH
        END-IF
        IF spline-mode-on AND ok-im > 0 AND ok-ip > 0 THEN
           CALL 'CRSPLINE' USING okx(ok-im), okx(ok-i0), okx(ok-i1),
              okx(ok-ip), ok-seg-t, mix(mi-i)
           CALL 'CRSPLINE' USING oky(ok-im), oky(ok-i0), oky(ok-i1),
              oky(ok-ip), ok-seg-t, miy(mi-i)
           CALL 'CRSPLINE' USING okz(ok-im), okz(ok-i0), okz(ok-i1),
              okz(ok-ip), ok-seg-t, miz(mi-i)
        ELSE
           CALL 'LERP' USING okx(ok-i0), okx(ok-i1), ok-seg-t,
              mix(mi-i)
           CALL 'LERP' USING oky(ok-i0), oky(ok-i1), ok-seg-t,
              miy(mi-i)
           CALL 'LERP' USING okz(ok-i0), okz(ok-i1), ok-seg-t,
              miz(mi-i)
        END-IF.

*>      Per-frame motion-blur setup: list the slots OBJKEYS actually
*>      moves, precompute each one's position at every sub-frame
*>      time (the same even-paced segment arithmetic the per-frame
        DISPLAY 'COBOLRAYCASTER: terrain grid added ' terr-count-ed
           ' triangles'.

*>      MODLIB reader: "MODEL name" opens a model, its V records bank
*>      vertices and its F records build facets from that model's own
*>      ordinals; "*" records are comments. A model past the table
*>      ceilings is cut short with a message rather than half-read
*>      silently, and an F naming a vertex the model hasn't got is
*>      dropped the way the MODELDAT loader drops one.
LOAD-MODEL-LIBRARY.
        MOVE 0 TO ml-cur
        MOVE 'N' TO modlib-eof
        PERFORM UNTIL modlib-eof-yes
           READ MODLIB-FILE INTO modlib-rec
              AT END MOVE 'Y' TO modlib-eof
           END-READ
           IF NOT modlib-eof-yes AND modlib-rec NOT = SPACES
              AND modlib-rec(1:1) NOT = '*' THEN
              MOVE SPACES TO ml-tok(1), ml-tok(2), ml-tok(3),
                 ml-tok(4), ml-tok(5)
              UNSTRING modlib-rec DELIMITED BY ALL SPACES
                 INTO ml-tok(1), ml-tok(2), ml-tok(3), ml-tok(4),
                      ml-tok(5)
              EVALUATE ml-tok(1)
                 WHEN 'MODEL'
                    PERFORM FINISH-LIB-MODEL
                    MOVE 0 TO ml-cur
                    IF num-lib-models < max-lib-models THEN
                       ADD 1 TO num-lib-models
                       MOVE num-lib-models TO ml-cur
                       MOVE ml-tok(2) TO ml-name(ml-cur)
                       COMPUTE ml-first-v(ml-cur) = num-lib-verts + 1
                       COMPUTE ml-first-f(ml-cur) = num-lib-facets + 1
                       MOVE 0 TO ml-num-f(ml-cur)
                       MOVE 0 TO ml-bcx(ml-cur)
                       MOVE 0 TO ml-bcy(ml-cur)
                       MOVE 0 TO ml-bcz(ml-cur)
                       MOVE 0 TO ml-brad(ml-cur)
                    ELSE
                       DISPLAY 'COBOLRAYCASTER: model "'
                          FUNCTION TRIM(ml-tok(2))
                          '" not loaded - model library table full'
                    END-IF
                 WHEN 'V'
                    IF ml-cur > 0 THEN
                       IF num-lib-verts < max-lib-verts THEN
                          ADD 1 TO num-lib-verts
                          COMPUTE mlvx(num-lib-verts) =
                             FUNCTION NUMVAL(ml-tok(2))
                          COMPUTE mlvy(num-lib-verts) =
                             FUNCTION NUMVAL(ml-tok(3))
                          COMPUTE mlvz(num-lib-verts) =
                             FUNCTION NUMVAL(ml-tok(4))
                       ELSE
                          DISPLAY 'COBOLRAYCASTER: model "'
                             FUNCTION TRIM(ml-name(ml-cur))
                             '" cut short - model vertex table full'
                          PERFORM FINISH-LIB-MODEL
                          MOVE 0 TO ml-cur
                       END-IF
                    END-IF
                 WHEN 'F'
                    IF ml-cur > 0 THEN
                       PERFORM TAKE-LIB-FACET
                    END-IF
                 WHEN OTHER
                    DISPLAY 'COBOLRAYCASTER: MODLIB record not '
                       'understood - skipped: '
                       FUNCTION TRIM(modlib-rec(1:60))
              END-EVALUATE
           END-IF
        END-PERFORM
        PERFORM FINISH-LIB-MODEL
        MOVE 0 TO ml-cur.

TAKE-LIB-FACET.
        COMPUTE mv-i1 = FUNCTION NUMVAL(ml-tok(2))
        COMPUTE mv-i2 = FUNCTION NUMVAL(ml-tok(3))
        COMPUTE mv-i3 = FUNCTION NUMVAL(ml-tok(4))
        COMPUTE ml-nv = num-lib-verts - ml-first-v(ml-cur)
        ADD 1 TO ml-nv
        IF mv-i1 < 1 OR mv-i1 > ml-nv OR mv-i2 < 1 OR mv-i2 > ml-nv
           OR mv-i3 < 1 OR mv-i3 > ml-nv THEN
           DISPLAY 'COBOLRAYCASTER: F record names a vertex model "'
              FUNCTION TRIM(ml-name(ml-cur)) '" has not got - '
              'dropped: ' FUNCTION TRIM(modlib-rec(1:40))
           EXIT PARAGRAPH
        END-IF
        IF num-lib-facets >= max-lib-facets THEN
           DISPLAY 'COBOLRAYCASTER: model "'
              FUNCTION TRIM(ml-name(ml-cur))
              '" cut short - model facet table full'
           PERFORM FINISH-LIB-MODEL
           MOVE 0 TO ml-cur
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO num-lib-facets
        ADD 1 TO ml-num-f(ml-cur)
        COMPUTE ml-v = ml-first-v(ml-cur) + mv-i1
        SUBTRACT 1 FROM ml-v
        MOVE ml-v TO mfv1(num-lib-facets)
        MOVE mlvx(ml-v) TO mfax(num-lib-facets)
        MOVE mlvy(ml-v) TO mfay(num-lib-facets)
        MOVE mlvz(ml-v) TO mfaz(num-lib-facets)
        COMPUTE ml-v = ml-first-v(ml-cur) + mv-i2
        SUBTRACT 1 FROM ml-v
        MOVE ml-v TO mfv2(num-lib-facets)
        MOVE mlvx(ml-v) TO mfbx(num-lib-facets)
        MOVE mlvy(ml-v) TO mfby(num-lib-facets)
        MOVE mlvz(ml-v) TO mfbz(num-lib-facets)
        COMPUTE ml-v = ml-first-v(ml-cur) + mv-i3
        SUBTRACT 1 FROM ml-v
        MOVE ml-v TO mfv3(num-lib-facets)
        MOVE mlvx(ml-v) TO mfcx(num-lib-facets)
        MOVE mlvy(ml-v) TO mfcy(num-lib-facets)
        MOVE mlvz(ml-v) TO mfcz(num-lib-facets)
        MOVE SPACE TO mfcolor(num-lib-facets)
        IF ml-tok(5) NOT = SPACES THEN
           MOVE ml-tok(5)(1:1) TO mfcolor(num-lib-facets)
        END-IF.

*>      Close out model ml-cur: facet normals, then vertex normals
*>      from the facets that share each V record (an opposed
*>      neighbour contributing flipped, the rule the MODELDAT normals
*>      follow), then each facet's corner normals turned to agree
*>      with it - and the model-space bounding sphere the spatial
*>      index scales and moves per instance.
FINISH-LIB-MODEL.
        IF ml-cur = 0 THEN
           EXIT PARAGRAPH
        END-IF
        IF ml-num-f(ml-cur) = 0 THEN
           EXIT PARAGRAPH
        END-IF
        PERFORM VARYING ml-v FROM ml-first-v(ml-cur) BY 1
           UNTIL ml-v > num-lib-verts
           MOVE 0 TO mlvnx(ml-v)
           MOVE 0 TO mlvny(ml-v)
           MOVE 0 TO mlvnz(ml-v)
        END-PERFORM
        PERFORM VARYING ml-f FROM ml-first-f(ml-cur) BY 1
           UNTIL ml-f > num-lib-facets
           CALL 'VSUB' USING mfax(ml-f), mfay(ml-f), mfaz(ml-f),
              mfbx(ml-f), mfby(ml-f), mfbz(ml-f),
              vn-e1x, vn-e1y, vn-e1z
           CALL 'VSUB' USING mfax(ml-f), mfay(ml-f), mfaz(ml-f),
              mfcx(ml-f), mfcy(ml-f), mfcz(ml-f),
              vn-e2x, vn-e2y, vn-e2z
           CALL 'VCROSS' USING vn-e1x, vn-e1y, vn-e1z,
              vn-e2x, vn-e2y, vn-e2z, mfnx(ml-f), mfny(ml-f),
              mfnz(ml-f)
           IF mfnx(ml-f) = 0 AND mfny(ml-f) = 0 AND mfnz(ml-f) = 0
              THEN
              MOVE 1.0 TO mfnz(ml-f)
           ELSE
              CALL 'VNORM' USING mfnx(ml-f), mfny(ml-f), mfnz(ml-f)
           END-IF
           MOVE mfv1(ml-f) TO ml-v
           PERFORM LIB-ADD-VERTEX-NORMAL
           MOVE mfv2(ml-f) TO ml-v
           PERFORM LIB-ADD-VERTEX-NORMAL
           MOVE mfv3(ml-f) TO ml-v
           PERFORM LIB-ADD-VERTEX-NORMAL
        END-PERFORM
        PERFORM VARYING ml-v FROM ml-first-v(ml-cur) BY 1
           UNTIL ml-v > num-lib-verts
           IF mlvnx(ml-v) NOT = 0 OR mlvny(ml-v) NOT = 0
              OR mlvnz(ml-v) NOT = 0 THEN
              CALL 'VNORM' USING mlvnx(ml-v), mlvny(ml-v),
                 mlvnz(ml-v)
           END-IF
        END-PERFORM
        PERFORM VARYING ml-f FROM ml-first-f(ml-cur) BY 1
           UNTIL ml-f > num-lib-facets
           MOVE mfv1(ml-f) TO ml-v
           PERFORM LIB-CORNER-NORMAL
           MOVE ml-t1 TO mfnax(ml-f)
           MOVE ml-t2 TO mfnay(ml-f)
           MOVE ml-t3 TO mfnaz(ml-f)
           MOVE mfv2(ml-f) TO ml-v
           PERFORM LIB-CORNER-NORMAL
           MOVE ml-t1 TO mfnbx(ml-f)
           MOVE ml-t2 TO mfnby(ml-f)
           MOVE ml-t3 TO mfnbz(ml-f)
           MOVE mfv3(ml-f) TO ml-v
           PERFORM LIB-CORNER-NORMAL
           MOVE ml-t1 TO mfncx(ml-f)
           MOVE ml-t2 TO mfncy(ml-f)
           MOVE ml-t3 TO mfncz(ml-f)
        END-PERFORM
*>      Bound: centre of the model's extents, radius out to its
*>      farthest vertex, a hair over so rounding never clips a hit.
        MOVE ml-first-v(ml-cur) TO ml-v
        MOVE mlvx(ml-v) TO ml-minx
        MOVE mlvx(ml-v) TO ml-maxx
        MOVE mlvy(ml-v) TO ml-miny
        MOVE mlvy(ml-v) TO ml-maxy
        MOVE mlvz(ml-v) TO ml-minz
        MOVE mlvz(ml-v) TO ml-maxz
        PERFORM VARYING ml-v FROM ml-first-v(ml-cur) BY 1
           UNTIL ml-v > num-lib-verts
           IF mlvx(ml-v) < ml-minx THEN MOVE mlvx(ml-v) TO ml-minx
           END-IF
           IF mlvx(ml-v) > ml-maxx THEN MOVE mlvx(ml-v) TO ml-maxx
           END-IF
           IF mlvy(ml-v) < ml-miny THEN MOVE mlvy(ml-v) TO ml-miny
           END-IF
           IF mlvy(ml-v) > ml-maxy THEN MOVE mlvy(ml-v) TO ml-maxy
           END-IF
           IF mlvz(ml-v) < ml-minz THEN MOVE mlvz(ml-v) TO ml-minz
           END-IF
           IF mlvz(ml-v) > ml-maxz THEN MOVE mlvz(ml-v) TO ml-maxz
           END-IF
        END-PERFORM
        COMPUTE ml-bcx(ml-cur) = (ml-minx + ml-maxx) / 2.0
        COMPUTE ml-bcy(ml-cur) = (ml-miny + ml-maxy) / 2.0
        COMPUTE ml-bcz(ml-cur) = (ml-minz + ml-maxz) / 2.0
        MOVE 0 TO ml-brad(ml-cur)
        PERFORM VARYING ml-v FROM ml-first-v(ml-cur) BY 1
           UNTIL ml-v > num-lib-verts
           COMPUTE ml-t1 = mlvx(ml-v) - ml-bcx(ml-cur)
           COMPUTE ml-t2 = mlvy(ml-v) - ml-bcy(ml-cur)
           COMPUTE ml-t3 = mlvz(ml-v) - ml-bcz(ml-cur)
           COMPUTE ml-dist = ml-t1 * ml-t1
           COMPUTE ml-dist = ml-dist + (ml-t2 * ml-t2)
           COMPUTE ml-dist = ml-dist + (ml-t3 * ml-t3)
           COMPUTE ml-t1 = FUNCTION SQRT(ml-dist)
           IF ml-t1 > ml-brad(ml-cur) THEN
              MOVE ml-t1 TO ml-brad(ml-cur)
           END-IF
        END-PERFORM
        ADD 0.01 TO ml-brad(ml-cur).

*>      Facet ml-f's normal into vertex ml-v's running sum.
LIB-ADD-VERTEX-NORMAL.
        CALL 'DOT' USING mlvnx(ml-v), mlvny(ml-v), mlvnz(ml-v),
           mfnx(ml-f), mfny(ml-f), mfnz(ml-f), ml-dot
        IF ml-dot < 0 THEN
           SUBTRACT mfnx(ml-f) FROM mlvnx(ml-v)
           SUBTRACT mfny(ml-f) FROM mlvny(ml-v)
           SUBTRACT mfnz(ml-f) FROM mlvnz(ml-v)
        ELSE
           ADD mfnx(ml-f) TO mlvnx(ml-v)
           ADD mfny(ml-f) TO mlvny(ml-v)
           ADD mfnz(ml-f) TO mlvnz(ml-v)
        END-IF.

*>      Vertex ml-v's normal as a corner of facet ml-f, into
*>      ml-t1..ml-t3: flipped to the facet's side, or the facet's own
*>      normal where the sum cancelled to nothing.
LIB-CORNER-NORMAL.
        MOVE mlvnx(ml-v) TO ml-t1
        MOVE mlvny(ml-v) TO ml-t2
        MOVE mlvnz(ml-v) TO ml-t3
        IF ml-t1 = 0 AND ml-t2 = 0 AND ml-t3 = 0 THEN
           MOVE mfnx(ml-f) TO ml-t1
           MOVE mfny(ml-f) TO ml-t2
           MOVE mfnz(ml-f) TO ml-t3
           EXIT PARAGRAPH
        END-IF
        CALL 'DOT' USING ml-t1, ml-t2, ml-t3,
           mfnx(ml-f), mfny(ml-f), mfnz(ml-f), ml-dot
        IF ml-dot < 0 THEN
           COMPUTE ml-t1 = 0 - ml-t1
           COMPUTE ml-t2 = 0 - ml-t2
           COMPUTE ml-t3 = 0 - ml-t3
        END-IF.

*>      SHOTLIB reader: one named shot per record, CAMERADAT's seven
*>      numbers after the name and the optional roll, projection and
*>      WxH in whatever order they come. A record short of its fov, a
*>      name too long to suffix a dataset name with, or a name the
*>      table already holds is reported and left out.
LOAD-SHOT-LIBRARY.
        MOVE 'N' TO shotlib-eof
        PERFORM UNTIL shotlib-eof-yes
           READ SHOTLIB-FILE INTO shotlib-rec
              AT END MOVE 'Y' TO shotlib-eof
           END-READ
           IF NOT shotlib-eof-yes AND shotlib-rec NOT = SPACES
              AND shotlib-rec(1:1) NOT = '*' THEN
              PERFORM TAKE-SHOT-RECORD
           END-IF
        END-PERFORM.

TAKE-SHOT-RECORD.
        MOVE FUNCTION UPPER-CASE(shotlib-rec) TO shotlib-rec
        MOVE SPACES TO sl-tok-tbl
        UNSTRING shotlib-rec DELIMITED BY ALL SPACES
           INTO sl-tok(1), sl-tok(2), sl-tok(3), sl-tok(4),
                sl-tok(5), sl-tok(6), sl-tok(7), sl-tok(8),
                sl-tok(9), sl-tok(10), sl-tok(11)
        IF sl-tok(8) = SPACES THEN
           DISPLAY 'COBOLRAYCASTER: SHOTLIB record not understood - '
              'skipped: ' FUNCTION TRIM(shotlib-rec(1:60))
           EXIT PARAGRAPH
        END-IF
        IF sl-tok(1)(9:8) NOT = SPACES THEN
           DISPLAY 'COBOLRAYCASTER: shot name "'
              FUNCTION TRIM(sl-tok(1))
              '" over 8 characters - skipped'
           EXIT PARAGRAPH
        END-IF
        PERFORM VARYING sl-i FROM 1 BY 1 UNTIL sl-i > num-lib-shots
           IF lsh-name(sl-i) = sl-tok(1) THEN
              DISPLAY 'COBOLRAYCASTER: shot "'
                 FUNCTION TRIM(sl-tok(1))
                 '" defined twice in SHOTLIB - the first stands'
              EXIT PARAGRAPH
           END-IF
        END-PERFORM
        IF num-lib-shots >= max-lib-shots THEN
           DISPLAY 'COBOLRAYCASTER: shot "' FUNCTION TRIM(sl-tok(1))
              '" not loaded - shot library table full'
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO num-lib-shots
        MOVE sl-tok(1) TO lsh-name(num-lib-shots)
        COMPUTE lsh-cx(num-lib-shots) = FUNCTION NUMVAL(sl-tok(2))
        COMPUTE lsh-cy(num-lib-shots) = FUNCTION NUMVAL(sl-tok(3))
        COMPUTE lsh-cz(num-lib-shots) = FUNCTION NUMVAL(sl-tok(4))
        COMPUTE lsh-clax(num-lib-shots) = FUNCTION NUMVAL(sl-tok(5))
        COMPUTE lsh-clay(num-lib-shots) = FUNCTION NUMVAL(sl-tok(6))
        COMPUTE lsh-claz(num-lib-shots) = FUNCTION NUMVAL(sl-tok(7))
        COMPUTE lsh-fov(num-lib-shots) = FUNCTION NUMVAL(sl-tok(8))
        MOVE 0 TO lsh-roll(num-lib-shots)
        MOVE SPACE TO lsh-proj(num-lib-shots)
        MOVE 0 TO lsh-w(num-lib-shots)
        MOVE 0 TO lsh-h(num-lib-shots)
        PERFORM VARYING sl-i FROM 9 BY 1 UNTIL sl-i > 11
           EVALUATE TRUE
              WHEN sl-tok(sl-i) = SPACES
                 CONTINUE
              WHEN sl-tok(sl-i) = 'PERSP'
                 MOVE 'N' TO lsh-proj(num-lib-shots)
              WHEN sl-tok(sl-i) = 'ORTHO'
                 MOVE 'Y' TO lsh-proj(num-lib-shots)
              WHEN sl-tok(sl-i) = 'PANO'
                 MOVE 'P' TO lsh-proj(num-lib-shots)
              WHEN OTHER
                 MOVE 0 TO sl-x
                 INSPECT sl-tok(sl-i) TALLYING sl-x FOR ALL 'X'
                 IF sl-x = 1 THEN
                    PERFORM TAKE-SHOT-SIZE
                 ELSE
                    COMPUTE lsh-roll(num-lib-shots) =
                       FUNCTION NUMVAL(sl-tok(sl-i))
                 END-IF
           END-EVALUATE
        END-PERFORM.

*>      "WxH" into the shot's own resolution; anything not two
*>      positive numbers is reported and the job's size stands.
TAKE-SHOT-SIZE.
        MOVE SPACES TO sl-res-w
        MOVE SPACES TO sl-res-h
        UNSTRING sl-tok(sl-i) DELIMITED BY 'X'
           INTO sl-res-w, sl-res-h
        COMPUTE lsh-w(num-lib-shots) = FUNCTION NUMVAL(sl-res-w)
        COMPUTE lsh-h(num-lib-shots) = FUNCTION NUMVAL(sl-res-h)
        IF lsh-w(num-lib-shots) < 1 OR lsh-h(num-lib-shots) < 1 THEN
           DISPLAY 'COBOLRAYCASTER: shot "'
              FUNCTION TRIM(lsh-name(num-lib-shots))
              '" resolution ' FUNCTION TRIM(sl-tok(sl-i))
              ' not understood - ignored'
           MOVE 0 TO lsh-w(num-lib-shots)
           MOVE 0 TO lsh-h(num-lib-shots)
        END-IF.

*>      The SHOTS list against the library, in the order given. A name
*>      SHOTLIB hasn't got is logged (the job ends RC 8) and the rest
*>      still render; a name given twice renders once.
RESOLVE-SHOT-LIST.
        MOVE 0 TO num-run-shots
        MOVE 1 TO shot-ptr
        PERFORM UNTIL shot-ptr > 40
           MOVE SPACES TO shot-req
           UNSTRING shot-list DELIMITED BY ',' OR ALL SPACES
              INTO shot-req WITH POINTER shot-ptr
           END-UNSTRING
           IF shot-req NOT = SPACES THEN
              PERFORM FIND-RUN-SHOT
           END-IF
        END-PERFORM.

FIND-RUN-SHOT.
        MOVE 0 TO shot-found
        PERFORM VARYING shot-j FROM 1 BY 1 UNTIL shot-j > num-lib-shots
           IF lsh-name(shot-j) = shot-req THEN
              MOVE shot-j TO shot-found
           END-IF
        END-PERFORM
        IF shot-found = 0 THEN
           DISPLAY 'COBOLRAYCASTER: shot "' FUNCTION TRIM(shot-req)
              '" not in SHOTLIB - skipped'
           MOVE 8 TO err-code
           MOVE 'SHOTLIB' TO err-dataset
           MOVE '00' TO err-status
           MOVE 'SHOTS names a shot SHOTLIB does not hold' TO err-msg
           PERFORM LOG-ERROR
           MOVE 8 TO shot-rc
           EXIT PARAGRAPH
        END-IF
        PERFORM VARYING shot-j FROM 1 BY 1 UNTIL shot-j > num-run-shots
           IF run-shot(shot-j) = shot-found THEN
              DISPLAY 'COBOLRAYCASTER: shot "'
                 FUNCTION TRIM(shot-req)
                 '" listed twice - rendered once'
              EXIT PARAGRAPH
           END-IF
        END-PERFORM
        IF num-run-shots >= max-run-shots THEN
           DISPLAY 'COBOLRAYCASTER: shot "' FUNCTION TRIM(shot-req)
              '" not rendered - 16 shots per run at most'
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO num-run-shots
        MOVE shot-found TO run-shot(num-run-shots).

*>      The job's own frame, projection, lens and names as they stand
*>      once every option has had its say - each shot starts here.
SAVE-SHOT-JOB.
        MOVE w TO shot-job-w
        MOVE h TO shot-job-h
        MOVE ortho-mode TO shot-job-proj
        MOVE dof-mode TO shot-job-dof
        MOVE dof-grid TO shot-job-dof-grid
        MOVE dof-step TO shot-job-dof-step
        MOVE aa-count TO shot-job-aa-count
        MOVE ppm-base TO shot-job-ppm-base
        MOVE sysout-base TO shot-job-sysout-base
        MOVE depth-base TO shot-job-depth-base
        MOVE mask-base TO shot-job-mask-base
        MOVE svg-base TO shot-job-svg-base
        MOVE pfm-base TO shot-job-pfm-base
        MOVE plt-base TO shot-job-plt-base
        MOVE ckpt-fname TO shot-job-ckpt-fname
        MOVE baseline-fname TO shot-job-base-fname.

*>      Shot shot-k's frame size and projection into shot-w, shot-h
*>      and shot-proj: its own WxH unless the PARM sized the frame or
*>      CONTACT carved it into tiles, doubled under HALFBLOCK, and
*>      2:1 whatever was asked for when the shot is a panorama.
SHOT-FRAME-SIZE.
        MOVE shot-job-w TO shot-w
        MOVE shot-job-h TO shot-h
        MOVE 'N' TO shot-size-note
        IF lsh-w(shot-k) > 0 THEN
           IF shot-parm-size = 'Y' OR contact-mode-on THEN
              MOVE 'Y' TO shot-size-note
           ELSE
              MOVE lsh-w(shot-k) TO shot-w
              MOVE lsh-h(shot-k) TO shot-h
              IF halfblock-mode-on THEN
                 COMPUTE shot-h = shot-h * 2
              END-IF
           END-IF
        END-IF
        MOVE lsh-proj(shot-k) TO shot-proj
        IF shot-proj = SPACE THEN
           MOVE shot-job-proj TO shot-proj
        END-IF
        IF shot-proj = 'P' THEN
           DIVIDE shot-w BY 2 GIVING pano-h
           IF pano-h < 1 THEN MOVE 1 TO pano-h END-IF
           MOVE pano-h TO shot-h
        END-IF.

*>      Shot shot-idx made current: its camera, frame, projection and
*>      lens, its suffixed output names, and a clean start for
*>      everything one render leaves behind for the next - checkpoint
*>      position, ray cache, carried pixels, statistics.
SETUP-SHOT.
        MOVE run-shot(shot-idx) TO shot-k
        MOVE lsh-name(shot-k) TO shot-name
        MOVE lsh-cx(shot-k) TO cam-cx
        MOVE lsh-cy(shot-k) TO cam-cy
        MOVE lsh-cz(shot-k) TO cam-cz
        MOVE lsh-clax(shot-k) TO cam-clax
        MOVE lsh-clay(shot-k) TO cam-clay
        MOVE lsh-claz(shot-k) TO cam-claz
        MOVE lsh-fov(shot-k) TO cam-fov
        MOVE lsh-roll(shot-k) TO cam-roll
        PERFORM SHOT-FRAME-SIZE
        MOVE shot-proj TO ortho-mode
        MOVE shot-w TO w
        MOVE shot-h TO h
        MOVE h TO row-hi
        IF stereo-mode-on THEN
           DIVIDE w BY 2 GIVING st-pane-w
           MOVE 'N' TO st-saved
        END-IF
*>      A lens asked of the job sits out a shot with no lens to speak
*>      of, the same rule the job itself follows, and comes back for
*>      the next perspective shot.
        IF shot-job-dof = 'Y' THEN
           IF ortho-mode-on OR pano-mode-on THEN
              MOVE 'N' TO dof-mode
              MOVE 1 TO dof-grid
              MOVE 1.0 TO dof-step
              COMPUTE aa-count = aa-grid * aa-grid
           ELSE
              MOVE 'Y' TO dof-mode
              MOVE shot-job-dof-grid TO dof-grid
              MOVE shot-job-dof-step TO dof-step
              MOVE shot-job-aa-count TO aa-count
           END-IF
        END-IF
        MOVE SPACES TO ppm-base
        STRING FUNCTION TRIM(shot-job-ppm-base) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               FUNCTION TRIM(shot-name) DELIMITED BY SIZE
               INTO ppm-base
        COMPUTE ppm-base-len =
           FUNCTION LENGTH(FUNCTION TRIM(ppm-base TRAILING))
        MOVE SPACES TO sysout-base
        STRING FUNCTION TRIM(shot-job-sysout-base) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               FUNCTION TRIM(shot-name) DELIMITED BY SIZE
               INTO sysout-base
        MOVE SPACES TO depth-base
        STRING FUNCTION TRIM(shot-job-depth-base) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               FUNCTION TRIM(shot-name) DELIMITED BY SIZE
               INTO depth-base
        MOVE SPACES TO mask-base
        STRING FUNCTION TRIM(shot-job-mask-base) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               FUNCTION TRIM(shot-name) DELIMITED BY SIZE
               INTO mask-base
        MOVE SPACES TO svg-base
        STRING FUNCTION TRIM(shot-job-svg-base) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               FUNCTION TRIM(shot-name) DELIMITED BY SIZE
               INTO svg-base
        MOVE SPACES TO pfm-base
        STRING FUNCTION TRIM(shot-job-pfm-base) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               FUNCTION TRIM(shot-name) DELIMITED BY SIZE
               INTO pfm-base
        MOVE SPACES TO plt-base
        STRING FUNCTION TRIM(shot-job-plt-base) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               FUNCTION TRIM(shot-name) DELIMITED BY SIZE
               INTO plt-base
        MOVE SPACES TO ckpt-fname
        STRING FUNCTION TRIM(shot-job-ckpt-fname) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               FUNCTION TRIM(shot-name) DELIMITED BY SIZE
               INTO ckpt-fname
        MOVE SPACES TO baseline-fname
        STRING FUNCTION TRIM(shot-job-base-fname) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               FUNCTION TRIM(shot-name) DELIMITED BY SIZE
               INTO baseline-fname
        MOVE ppm-base TO ppm-fname
        MOVE sysout-base TO sysout-fname
        MOVE depth-base TO depth-fname
        MOVE mask-base TO mask-fname
        MOVE 1 TO ckpt-resume-frame
        MOVE -1 TO ckpt-resume-y
        MOVE 0 TO pg-resume-pass
        MOVE 'N' TO ckpt-eof
        MOVE 'N' TO ray-cache-built
        MOVE 'N' TO ru-have-prev
        MOVE 'N' TO orbit-mode
        IF contact-mode-on THEN
           PERFORM VARYING ct-i FROM 1 BY 1 UNTIL ct-i > max-sheet
              MOVE SPACES TO sheet-line(ct-i)
           END-PERFORM
        END-IF
*>      The first shot's clock started with the job; each later one
*>      times itself from here, the heartbeat included.
        IF shot-idx > 1 THEN
           MOVE 0 TO stat-pixels
           MOVE 0 TO stat-samples
           MOVE 0 TO stat-hits
           MOVE 0 TO stat-misses
           MOVE 0 TO hb-rows-done
           ACCEPT stat-start-time FROM TIME
           MOVE stat-start-time(1:2) TO stat-hh
           MOVE stat-start-time(3:2) TO stat-mm
           MOVE stat-start-time(5:2) TO stat-ss
           MOVE stat-start-time(7:2) TO stat-cc
           COMPUTE stat-hh-csec = stat-hh * 360000
           COMPUTE stat-mm-csec = stat-mm * 6000
           COMPUTE stat-ss-csec = stat-ss * 100
           COMPUTE stat-start-csec = stat-hh-csec + stat-mm-csec
           COMPUTE stat-start-csec = stat-start-csec + stat-ss-csec
           COMPUTE stat-start-csec = stat-start-csec + stat-cc
        END-IF
        MOVE shot-idx TO shot-idx-ed
        MOVE num-run-shots TO shot-num-ed
        DISPLAY 'COBOLRAYCASTER: shot ' FUNCTION TRIM(shot-idx-ed)
           ' of ' FUNCTION TRIM(shot-num-ed) ' - '
           FUNCTION TRIM(shot-name)
        IF shot-size-note = 'Y' THEN
           DISPLAY 'COBOLRAYCASTER: shot ' FUNCTION TRIM(shot-name)
              ' resolution ignored - the PARM or CONTACT sets the '
              'frame size'
        END-IF.

*>      A SHOTS job's ask is every shot's, not the first one's: the
*>      largest frame against MAXPIXELS, the rays of all of them
*>      together against MAXRAYS, each at the job's full sample count.
SUM-SHOT-ASK.
        MOVE 0 TO bud-pixels
        MOVE 0 TO bud-rays
        PERFORM VARYING shot-j FROM 1 BY 1 UNTIL shot-j > num-run-shots
           MOVE run-shot(shot-j) TO shot-k
           PERFORM SHOT-FRAME-SIZE
           COMPUTE shot-px = (shot-w + 1) * (shot-h + 1)
           IF shot-px > bud-pixels THEN
              MOVE shot-px TO bud-pixels
           END-IF
           COMPUTE shot-px = shot-px * num-frames
           COMPUTE shot-px = shot-px * shot-job-aa-count
           ADD shot-px TO bud-rays
        END-PERFORM.

*>      Shared vertices detected by position (within a small epsilon,
*>      so hand-typed coordinates that agree to the table's own
*>      precision count as the same vertex), each corner's normal
*>      averaged from every adjoining face. A neighboring face whose
*>      winding points the other way contributes flipped - MODELDAT
*>      promises no consistent winding, and averaging opposed
*>      normals would cancel to nothing.
BUILD-VERTEX-NORMALS.
        MOVE 'N' TO vn-built
        IF num-tris = 0 THEN
           EXIT PARAGRAPH
        END-IF
        PERFORM VARYING vn-i FROM 1 BY 1 UNTIL vn-i > num-tris
           CALL 'VSUB' USING tax(vn-i), tay(vn-i), taz(vn-i),
              tbx(vn-i), tby(vn-i), tbz(vn-i),
              vn-e1x, vn-e1y, vn-e1z
           CALL 'VSUB' USING tax(vn-i), tay(vn-i), taz(vn-i),
              tcx(vn-i), tcy(vn-i), tcz(vn-i),
              vn-e2x, vn-e2y, vn-e2z
           CALL 'VCROSS' USING vn-e1x, vn-e1y, vn-e1z,
              vn-e2x, vn-e2y, vn-e2z, fnx(vn-i), fny(vn-i), fnz(vn-i)
           IF fnx(vn-i) = 0 AND fny(vn-i) = 0 AND fnz(vn-i) = 0 THEN
              MOVE 1.0 TO fnz(vn-i)
           ELSE
              CALL 'VNORM' USING fnx(vn-i), fny(vn-i), fnz(vn-i)
           END-IF
        END-PERFORM
        PERFORM VARYING vn-i FROM 1 BY 1 UNTIL vn-i > num-tris
           PERFORM VARYING vn-c FROM 1 BY 1 UNTIL vn-c > 3
              EVALUATE vn-c
                 WHEN 1
                    MOVE tax(vn-i) TO vn-px
                    MOVE tay(vn-i) TO vn-py
                    MOVE taz(vn-i) TO vn-pz
                 WHEN 2
                    MOVE tbx(vn-i) TO vn-px
                    MOVE tby(vn-i) TO vn-py
                    MOVE tbz(vn-i) TO vn-pz
                 WHEN 3
                    MOVE tcx(vn-i) TO vn-px
                    MOVE tcy(vn-i) TO vn-py
                    MOVE tcz(vn-i) TO vn-pz
              END-EVALUATE
              MOVE 0 TO vn-sx
              MOVE 0 TO vn-sy
              MOVE 0 TO vn-sz
              PERFORM VARYING vn-j FROM 1 BY 1 UNTIL vn-j > num-tris
                 PERFORM VARYING vn-c2 FROM 1 BY 1 UNTIL vn-c2 > 3
                    EVALUATE vn-c2
                       WHEN 1
                          MOVE tax(vn-j) TO vn-qx
                          MOVE tay(vn-j) TO vn-qy
                          MOVE taz(vn-j) TO vn-qz
                       WHEN 2
                          MOVE tbx(vn-j) TO vn-qx
                          MOVE tby(vn-j) TO vn-qy
                          MOVE tbz(vn-j) TO vn-qz
                       WHEN 3
                          MOVE tcx(vn-j) TO vn-qx
                          MOVE tcy(vn-j) TO vn-qy
                          MOVE tcz(vn-j) TO vn-qz
                    END-EVALUATE
                    IF FUNCTION ABS(vn-qx - vn-px) <= vn-eps
                       AND FUNCTION ABS(vn-qy - vn-py) <= vn-eps
                       AND FUNCTION ABS(vn-qz - vn-pz) <= vn-eps THEN
                       CALL 'DOT' USING fnx(vn-i), fny(vn-i),
                          fnz(vn-i), fnx(vn-j), fny(vn-j),
                          fnz(vn-j), vn-dot
                       IF vn-dot < 0 THEN
                          SUBTRACT fnx(vn-j) FROM vn-sx
                          SUBTRACT fny(vn-j) FROM vn-sy
                          SUBTRACT fnz(vn-j) FROM vn-sz
                       ELSE
                          ADD fnx(vn-j) TO vn-sx
                          ADD fny(vn-j) TO vn-sy
                          ADD fnz(vn-j) TO vn-sz
                       END-IF
*>                     One corner of a face counts once even when
*>                     the face is degenerate and repeats a vertex.
                       MOVE 4 TO vn-c2
                    END-IF
                 END-PERFORM
              END-PERFORM
              IF vn-sx = 0 AND vn-sy = 0 AND vn-sz = 0 THEN
              END-IF
           END-IF
        END-PERFORM
        PERFORM VARYING to-i FROM 1 BY 1 UNTIL to-i > num-toruses
           IF num-sobj < max-sobj THEN
              ADD 1 TO num-sobj
              MOVE 8 TO so-kind(num-sobj)
              MOVE to-i TO so-idx(num-sobj)
              MOVE tocx(to-i) TO so-bcx(num-sobj)
              MOVE tocy(to-i) TO so-bcy(num-sobj)
              MOVE tocz(to-i) TO so-bcz(num-sobj)
              COMPUTE so-brad(num-sobj) = tormaj(to-i) + tormin(to-i)
           END-IF
        END-PERFORM
        PERFORM VARYING tr-i FROM 1 BY 1 UNTIL tr-i > num-tris
           IF num-sobj < max-sobj THEN
              ADD 1 TO num-sobj
              END-IF
           END-IF
        END-PERFORM
*>      A MESH instance's bound is its model's, scaled, turned and
*>      moved - the model-space centre goes through the same
*>      rotation the instance's rays come back out of.
        PERFORM VARYING mi-i FROM 1 BY 1 UNTIL mi-i > num-meshes
           IF mi-model(mi-i) > 0 AND num-sobj < max-sobj THEN
              MOVE mi-model(mi-i) TO ml-cur
              ADD 1 TO num-sobj
              MOVE 9 TO so-kind(num-sobj)
              MOVE mi-i TO so-idx(num-sobj)
              COMPUTE sb-t1 = ml-bcx(ml-cur) * miscale(mi-i)
              COMPUTE sb-t2 = ml-bcy(ml-cur) * miscale(mi-i)
              COMPUTE sb-t3 = ml-bcz(ml-cur) * miscale(mi-i)
              IF miaxis(mi-i) NOT = SPACE THEN
                 CALL 'ROTAXIS' USING miaxis(mi-i), micos(mi-i),
                    misin(mi-i), sb-t1, sb-t2, sb-t3
              END-IF
              COMPUTE so-bcx(num-sobj) = mix(mi-i) + sb-t1
              COMPUTE so-bcy(num-sobj) = miy(mi-i) + sb-t2
              COMPUTE so-bcz(num-sobj) = miz(mi-i) + sb-t3
              COMPUTE so-brad(num-sobj) =
                 ml-brad(ml-cur) * miscale(mi-i)
           END-IF
        END-PERFORM

        MOVE 0 TO num-clusters
        IF num-sobj = 0 THEN
                         scene-tok3, scene-tok4, scene-tok5,
                         scene-tok6, scene-tok7, scene-tok8,
                         scene-tok9, scene-tok10
*>               Layer number: the token sits one past each kind's
*>               color token; the general CYL form puts it at nine,
*>               and a MESH record's optional tokens are sorted out by
*>               SPLIT-MESH-TOKENS. It is kept on the slot (0 for none)
*>               so LIGHTDAT light links can tell the layers apart.
*>               Layer gate: with a LAYERS list in force, a record
*>               carrying a layer number it doesn't name is skipped
*>               before any table grows.
                 MOVE SPACES TO layer-tok
                 MOVE 0 TO rec-layer
                 EVALUATE scene-kind
                    WHEN 'SPHERE'
                       MOVE scene-tok6 TO layer-tok
                    WHEN 'PLANE'
                    WHEN 'BOX'
                    WHEN 'ELLIP'
                       MOVE scene-tok8 TO layer-tok
                    WHEN 'TORUS'
                       MOVE scene-tok10 TO layer-tok
                    WHEN 'MESH'
                       PERFORM SPLIT-MESH-TOKENS
                       MOVE mi-layer-tok TO layer-tok
                    WHEN 'CYL'
                       IF scene-tok7 NOT = SPACES AND
                          (scene-tok6(1:1) >= '0' AND
                           scene-tok6(1:1) <= '9'
                           OR scene-tok6(1:1) = '-'
                           OR scene-tok6(1:1) = '.') THEN
                          MOVE scene-tok9 TO layer-tok
                       ELSE
                          MOVE scene-tok7 TO layer-tok
                       END-IF
                 END-EVALUATE
                 IF layer-tok NOT = SPACES AND
                    layer-tok(1:1) >= '0' AND
                    layer-tok(1:1) <= '9' THEN
                    COMPUTE rec-layer = FUNCTION NUMVAL(layer-tok)
                    IF layers-given = 'Y' THEN
                       MOVE 0 TO layer-found
                       PERFORM VARYING ly-i FROM 1 BY 1
                          UNTIL ly-i > num-layers-want
                 IF scene-kind = 'SPHERE' AND num-spheres < max-spheres
                    THEN
                    ADD 1 TO num-spheres
                    MOVE rec-layer TO slayer(num-spheres)
                    COMPUTE sx(num-spheres) = FUNCTION NUMVAL(scene-tok1)
                    COMPUTE sy(num-spheres) = FUNCTION NUMVAL(scene-tok2)
                    COMPUTE sz(num-spheres) = FUNCTION NUMVAL(scene-tok3)
                    END-IF
                    IF num-planes < max-planes THEN
                       ADD 1 TO num-planes
                       MOVE rec-layer TO glayer(num-planes)
                       COMPUTE gpx(num-planes) = FUNCTION NUMVAL(scene-tok1)
                       COMPUTE gpy(num-planes) = FUNCTION NUMVAL(scene-tok2)
                       COMPUTE gpz(num-planes) = FUNCTION NUMVAL(scene-tok3)
                    END-IF
                    IF num-boxes < max-boxes THEN
                       ADD 1 TO num-boxes
                       MOVE rec-layer TO blayer(num-boxes)
                       COMPUTE bx0(num-boxes) = FUNCTION NUMVAL(scene-tok1)
                       COMPUTE by0(num-boxes) = FUNCTION NUMVAL(scene-tok2)
                       COMPUTE bz0(num-boxes) = FUNCTION NUMVAL(scene-tok3)
                    END-IF
                    IF num-cyls < max-cyls THEN
                       ADD 1 TO num-cyls
                       MOVE rec-layer TO clayer(num-cyls)
*>                     The general form - "CYL x0 y0 z0 x1 y1 z1 r
*>                     [color] [layer]" - shows itself by a seventh
*>                     token with a NUMBER still sitting at six; a
                    END-IF
                    IF num-ellips < max-ellips THEN
                       ADD 1 TO num-ellips
                       MOVE rec-layer TO elayer(num-ellips)
                       COMPUTE eex(num-ellips) = FUNCTION NUMVAL(scene-tok1)
                       COMPUTE eey(num-ellips) = FUNCTION NUMVAL(scene-tok2)
                       COMPUTE eez(num-ellips) = FUNCTION NUMVAL(scene-tok3)
                       MOVE scene-tok9(1:1) TO kncolor(num-cones)
                    END-IF
                 END-IF
*>               "TORUS cx cy cz ax ay az R r [color] [layer]": the
*>               ring's centre, its axis (any length - normalized
*>               here), the major radius out to the tube's centre
*>               circle and the tube's own minor radius.
                 IF scene-kind = 'TORUS' AND num-toruses < max-toruses
                    THEN
                    ADD 1 TO num-toruses
                    MOVE rec-layer TO tolayer(num-toruses)
                    COMPUTE tocx(num-toruses) = FUNCTION NUMVAL(scene-tok1)
                    COMPUTE tocy(num-toruses) = FUNCTION NUMVAL(scene-tok2)
                    COMPUTE tocz(num-toruses) = FUNCTION NUMVAL(scene-tok3)
                    COMPUTE toax(num-toruses) = FUNCTION NUMVAL(scene-tok4)
                    COMPUTE toay(num-toruses) = FUNCTION NUMVAL(scene-tok5)
                    COMPUTE toaz(num-toruses) = FUNCTION NUMVAL(scene-tok6)
                    COMPUTE tormaj(num-toruses) =
                       FUNCTION NUMVAL(scene-tok7)
                    COMPUTE tormin(num-toruses) =
                       FUNCTION NUMVAL(scene-tok8)
                    IF toax(num-toruses) = 0 AND toay(num-toruses) = 0
                       AND toaz(num-toruses) = 0 THEN
                       MOVE 1.00 TO toaz(num-toruses)
                    END-IF
                    CALL 'VNORM' USING toax(num-toruses),
                       toay(num-toruses), toaz(num-toruses)
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
                 END-IF
*>               "MESH name x y z [rot] [scale] [color] [layer]": one
*>               placed copy of a MODLIB model. A name MODLIB doesn't
*>               have still takes its slot - later instances keep
*>               their numbers for XFORM, OBJKEYS and the mask - but
*>               draws nothing.
                 IF scene-kind = 'MESH' AND num-meshes < max-meshes
                    THEN
                    PERFORM SPLIT-MESH-TOKENS
                    ADD 1 TO num-meshes
                    MOVE rec-layer TO milayer(num-meshes)
                    MOVE scene-tok1 TO mi-name(num-meshes)
                    MOVE 0 TO mi-model(num-meshes)
                    PERFORM VARYING ml-i FROM 1 BY 1
                       UNTIL ml-i > num-lib-models
                       OR mi-model(num-meshes) > 0
                       IF ml-name(ml-i) = scene-tok1 THEN
                          MOVE ml-i TO mi-model(num-meshes)
                       END-IF
                    END-PERFORM
                    IF mi-model(num-meshes) = 0 THEN
                       DISPLAY 'COBOLRAYCASTER: MESH names model "'
                          FUNCTION TRIM(scene-tok1)
                          '" - not in MODLIB, nothing drawn'
                    END-IF
                    COMPUTE mix(num-meshes) = FUNCTION NUMVAL(scene-tok2)
                    COMPUTE miy(num-meshes) = FUNCTION NUMVAL(scene-tok3)
                    COMPUTE miz(num-meshes) = FUNCTION NUMVAL(scene-tok4)
                    MOVE 1.0 TO miscale(num-meshes)
                    IF mi-scale-tok NOT = SPACES THEN
                       COMPUTE miscale(num-meshes) =
                          FUNCTION NUMVAL(mi-scale-tok)
                       IF miscale(num-meshes) <= 0 THEN
                          MOVE 1.0 TO miscale(num-meshes)
                       END-IF
                    END-IF
                    MOVE SPACE TO miaxis(num-meshes)
                    IF mi-rot-tok NOT = SPACES THEN
                       COMPUTE xf-a = FUNCTION NUMVAL(mi-rot-tok)
                       IF xf-a NOT = 0 THEN
                          COMPUTE xf-rad = xf-a * pi-const
                          COMPUTE xf-rad = xf-rad / 180
                          MOVE 'Z' TO miaxis(num-meshes)
                          COMPUTE micos(num-meshes) = FUNCTION COS(xf-rad)
                          COMPUTE misin(num-meshes) = FUNCTION SIN(xf-rad)
                       END-IF
                    END-IF
                    MOVE 'W' TO micolor(num-meshes)
                    IF mi-color-tok NOT = SPACES THEN
                       MOVE mi-color-tok(1:1) TO micolor(num-meshes)
                    END-IF
                 END-IF
*>               "CLIP px py pz nx ny nz": the one cutaway plane,
*>               sliced at load so every ray pays only when a clip
*>               is actually in the scene. The normal points at the
*>               on a box or ellipsoid slot for the rotated-primitive
*>               wrappers to apply per ray. A sphere ignores rotation
*>               (it has none to show) and a cylinder's axis stays
*>               locked to Z. A torus turns its axis in place and
*>               scales both radii by the first factor. A MESH
*>               instance moves, takes a box-style parked rotation
*>               about its own origin, and multiplies its uniform
*>               scale by the first factor. TRI slot 0
*>               means the whole mesh at once, rotated/scaled about
*>               the world origin so an imported model can be
*>               oriented with one record.
                 IF scene-kind = 'XFORM' THEN
                    COMPUTE xf-slot = FUNCTION NUMVAL(scene-tok2)
                    MOVE 0 TO xf-a
                                   END-IF
                             END-EVALUATE
                          END-IF
                       WHEN 'TORUS'
                          IF xf-slot >= 1 AND xf-slot <= num-toruses
                             THEN
                             EVALUATE scene-tok3
                                WHEN 'TRANSLATE'
                                   ADD xf-a TO tocx(xf-slot)
                                   ADD xf-b TO tocy(xf-slot)
                                   ADD xf-c TO tocz(xf-slot)
                                WHEN 'SCALE'
                                   COMPUTE tormaj(xf-slot) =
                                      tormaj(xf-slot) * xf-a
                                   COMPUTE tormin(xf-slot) =
                                      tormin(xf-slot) * xf-a
                                WHEN OTHER
                                   IF xf-axis NOT = SPACE THEN
                                      CALL 'ROTAXIS' USING xf-axis,
                                         xf-cos, xf-sin, toax(xf-slot),
                                         toay(xf-slot), toaz(xf-slot)
                                   END-IF
                             END-EVALUATE
                          END-IF
                       WHEN 'MESH'
                          IF xf-slot >= 1 AND xf-slot <= num-meshes THEN
                             EVALUATE scene-tok3
                                WHEN 'TRANSLATE'
                                   ADD xf-a TO mix(xf-slot)
                                   ADD xf-b TO miy(xf-slot)
                                   ADD xf-c TO miz(xf-slot)
                                WHEN 'SCALE'
                                   IF xf-a > 0 THEN
                                      COMPUTE miscale(xf-slot) =
                                         miscale(xf-slot) * xf-a
                                   END-IF
                                WHEN OTHER
                                   IF xf-axis NOT = SPACE THEN
                                      MOVE xf-axis TO miaxis(xf-slot)
                                      MOVE xf-cos TO micos(xf-slot)
                                      MOVE xf-sin TO misin(xf-slot)
                                   END-IF
                             END-EVALUATE
                          END-IF
                       WHEN 'TRI'
                          IF xf-slot = 0 THEN
                             MOVE 1 TO xf-lo
                 END-IF
        CONTINUE.

*>      A MESH record's tokens past x y z: leading numbers are the
*>      rotation and then the scale, the first word after them is
*>      the color and the token after that the layer - so
*>      "MESH CHAIR 2 3 0 R 1" and "MESH CHAIR 2 3 0 90 1.5 R 1"
*>      both read the way they look.
SPLIT-MESH-TOKENS.
        MOVE SPACES TO mi-rot-tok, mi-scale-tok, mi-color-tok,
           mi-layer-tok
        IF scene-tok5 NOT = SPACES AND
           (scene-tok5(1:1) >= '0' AND scene-tok5(1:1) <= '9'
            OR scene-tok5(1:1) = '-' OR scene-tok5(1:1) = '.') THEN
           MOVE scene-tok5 TO mi-rot-tok
           IF scene-tok6 NOT = SPACES AND
              (scene-tok6(1:1) >= '0' AND scene-tok6(1:1) <= '9'
               OR scene-tok6(1:1) = '.') THEN
              MOVE scene-tok6 TO mi-scale-tok
              MOVE scene-tok7 TO mi-color-tok
              MOVE scene-tok8 TO mi-layer-tok
           ELSE
              MOVE scene-tok6 TO mi-color-tok
              MOVE scene-tok7 TO mi-layer-tok
           END-IF
        ELSE
           MOVE scene-tok5 TO mi-color-tok
           MOVE scene-tok6 TO mi-layer-tok
        END-IF.

*>      Scan the loaded library for "SCENE <lib-target>"; lib-start
*>      gets the first matching record's line number, or 0. A scene
*>      not yet in the table is fetched from the keyed library first
*>      (live runs only - a replay has everything it will ever have).
FIND-LIB-SCENE.
        MOVE 0 TO lib-start
        PERFORM VARYING lib-scan FROM 1 BY 1 UNTIL lib-scan > num-lib
           IF lib-tok1 = 'SCENE' AND lib-tok2 = lib-target THEN
              MOVE lib-scan TO lib-start
           END-IF
        END-PERFORM
        IF lib-start = 0 AND lib-keyed-yes THEN
           PERFORM FETCH-LIB-SCENE
        END-IF.

*>      One scene out of the keyed library onto the end of lib-line:
*>      a plain "SCENE name" record, then its records in sequence
*>      order, read forward from the header key until the name
*>      changes. A scene that would run past max-lib is cut short
*>      with a message, the same ceiling the whole-file load had.
FETCH-LIB-SCENE.
        MOVE lib-target TO lk-name
        MOVE 0 TO lk-seq
        READ SCENELIB-FILE
           INVALID KEY EXIT PARAGRAPH
        END-READ
        IF num-lib >= max-lib THEN
           DISPLAY 'COBOLRAYCASTER: scene "' FUNCTION TRIM(lib-target)
              '" not loaded - scene library table full'
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO num-lib
        MOVE SPACES TO lib-line(num-lib)
        STRING 'SCENE ' DELIMITED BY SIZE
               FUNCTION TRIM(lib-target) DELIMITED BY SIZE
               INTO lib-line(num-lib)
        MOVE num-lib TO lib-start
        MOVE 'N' TO scenelib-eof
        PERFORM UNTIL scenelib-eof-yes
           READ SCENELIB-FILE NEXT RECORD
              AT END MOVE 'Y' TO scenelib-eof
           END-READ
           IF NOT scenelib-eof-yes THEN
              IF lk-name NOT = lib-target THEN
                 MOVE 'Y' TO scenelib-eof
              ELSE
                 IF num-lib < max-lib THEN
                    ADD 1 TO num-lib
                    MOVE lib-data TO lib-line(num-lib)
                 ELSE
                    DISPLAY 'COBOLRAYCASTER: scene "'
                       FUNCTION TRIM(lib-target)
                       '" cut short - scene library table full'
                    MOVE 'Y' TO scenelib-eof
                 END-IF
              END-IF
           END-IF
        END-PERFORM.

*>      End of a scene's records: back out to the record after the
           MOVE 'Y' TO lib-done
        END-IF.

*>      The DEFAULT records of the scene starting at lib-start, taken
*>      before any of its records load, so a default declared below
*>      the record using it still applies. A name already holding a
*>      value keeps it.
TAKE-LIB-DEFAULTS.
        MOVE 'N' TO def-end
        MOVE 'N' TO var-set-over
        PERFORM VARYING def-scan FROM lib-start BY 1
           UNTIL def-scan >= num-lib OR def-end = 'Y'
           MOVE SPACES TO lib-tok1
           UNSTRING lib-line(def-scan + 1) DELIMITED BY ALL SPACES
              INTO lib-tok1
           EVALUATE lib-tok1
              WHEN 'SCENE'
                 MOVE 'Y' TO def-end
              WHEN 'DEFAULT'
                 PERFORM VARYING def-i FROM 1 BY 1 UNTIL def-i > 9
                    MOVE SPACES TO def-tok(def-i)
                 END-PERFORM
                 UNSTRING lib-line(def-scan + 1)
                    DELIMITED BY ALL SPACES
                    INTO def-tok(1), def-tok(2), def-tok(3),
                         def-tok(4), def-tok(5), def-tok(6),
                         def-tok(7), def-tok(8), def-tok(9)
                 PERFORM VARYING def-i FROM 2 BY 2 UNTIL def-i > 8
                    IF def-tok(def-i) NOT = SPACES
                       AND def-tok(def-i + 1) NOT = SPACES THEN
                       MOVE def-tok(def-i) TO var-set-name
                       MOVE def-tok(def-i + 1) TO var-set-value
                       PERFORM SET-SCENE-VAR
                    END-IF
                 END-PERFORM
           END-EVALUATE
        END-PERFORM
        MOVE 'Y' TO var-set-over.

*>      "name:value,name:value,..." from a VARS= token into the
*>      symbol table, each replacing any earlier value of its name.
TAKE-VARS-LIST.
        PERFORM VARYING def-i FROM 1 BY 1 UNTIL def-i > 8
           MOVE SPACES TO var-piece(def-i)
        END-PERFORM
        UNSTRING var-list DELIMITED BY ','
           INTO var-piece(1), var-piece(2), var-piece(3),
                var-piece(4), var-piece(5), var-piece(6),
                var-piece(7), var-piece(8)
        MOVE 'Y' TO var-set-over
        PERFORM VARYING def-i FROM 1 BY 1 UNTIL def-i > 8
           IF var-piece(def-i) NOT = SPACES THEN
              MOVE SPACES TO var-set-name, var-set-value
              UNSTRING var-piece(def-i) DELIMITED BY ':'
                 INTO var-set-name, var-set-value
              IF var-set-name NOT = SPACES
                 AND var-set-value NOT = SPACES THEN
                 PERFORM SET-SCENE-VAR
              ELSE
                 DISPLAY 'COBOLRAYCASTER: VARS entry "'
                    FUNCTION TRIM(var-piece(def-i))
                    '" is not name:value - ignored'
              END-IF
           END-IF
        END-PERFORM.

*>      var-set-name (upper-cased, any leading & dropped) to
*>      var-set-value - replacing an existing value only when
*>      var-set-over says so.
SET-SCENE-VAR.
        IF var-set-name(1:1) = '&' THEN
           MOVE var-set-name(2:11) TO var-set-name
        END-IF
        MOVE FUNCTION UPPER-CASE(var-set-name) TO var-set-name
        MOVE 0 TO var-hit
        PERFORM VARYING var-i FROM 1 BY 1 UNTIL var-i > num-vars
           OR var-hit > 0
           IF var-name(var-i) = var-set-name THEN
              MOVE var-i TO var-hit
           END-IF
        END-PERFORM
        IF var-hit > 0 THEN
           IF var-set-over = 'Y' THEN
              MOVE var-set-value TO var-value(var-hit)
           END-IF
           EXIT PARAGRAPH
        END-IF
        IF num-vars >= max-vars THEN
           DISPLAY 'COBOLRAYCASTER: symbol ' FUNCTION TRIM(var-set-name)
              ' not kept - symbol table full'
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO num-vars
        MOVE var-set-name TO var-name(num-vars)
        MOVE var-set-value TO var-value(num-vars).

*>      sym-line with every &NAME replaced by its value, into sym-out.
*>      A name is letters, digits and underscores, up to twelve; one
*>      with no value is left as written and named in sym-miss (the
*>      first such), and sym-long says the values ran past the record.
RESOLVE-SCENE-SYMBOLS.
        MOVE SPACES TO sym-out
        MOVE SPACES TO sym-miss
        MOVE 'N' TO sym-long
        MOVE 1 TO sym-pos
        MOVE 0 TO sym-len
        IF sym-line NOT = SPACES THEN
           COMPUTE sym-len =
              FUNCTION LENGTH(FUNCTION TRIM(sym-line TRAILING))
        END-IF
        MOVE 1 TO sym-i
        PERFORM UNTIL sym-i > sym-len
           IF sym-line(sym-i:1) = '&' THEN
              COMPUTE sym-j = sym-i + 1
              PERFORM UNTIL sym-j > sym-len
                 MOVE FUNCTION UPPER-CASE(sym-line(sym-j:1)) TO sym-ch
                 IF (sym-ch >= 'A' AND sym-ch <= 'Z')
                    OR (sym-ch >= '0' AND sym-ch <= '9')
                    OR sym-ch = '_' THEN
                    ADD 1 TO sym-j
                 ELSE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              PERFORM LOOK-UP-SYMBOL
              MOVE sym-j TO sym-i
           ELSE
              STRING sym-line(sym-i:1) DELIMITED BY SIZE
                 INTO sym-out WITH POINTER sym-pos
                 ON OVERFLOW MOVE 'Y' TO sym-long
              END-STRING
              ADD 1 TO sym-i
           END-IF
        END-PERFORM.

*>      The symbol running from sym-i (the &) to just before sym-j.
LOOK-UP-SYMBOL.
        MOVE SPACES TO sym-name
        IF sym-j - sym-i < 2 OR sym-j - sym-i > 13 THEN
           STRING sym-line(sym-i:sym-j - sym-i) DELIMITED BY SIZE
              INTO sym-out WITH POINTER sym-pos
              ON OVERFLOW MOVE 'Y' TO sym-long
           END-STRING
           EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION UPPER-CASE(sym-line(sym-i + 1:sym-j - sym-i - 1))
           TO sym-name
        MOVE 0 TO var-hit
        PERFORM VARYING var-i FROM 1 BY 1 UNTIL var-i > num-vars
           OR var-hit > 0
           IF var-name(var-i) = sym-name THEN
              MOVE var-i TO var-hit
           END-IF
        END-PERFORM
        IF var-hit > 0 THEN
           STRING FUNCTION TRIM(var-value(var-hit)) DELIMITED BY SIZE
              INTO sym-out WITH POINTER sym-pos
              ON OVERFLOW MOVE 'Y' TO sym-long
           END-STRING
        ELSE
           IF sym-miss = SPACES THEN
              MOVE sym-name TO sym-miss
           END-IF
           STRING sym-line(sym-i:sym-j - sym-i) DELIMITED BY SIZE
              INTO sym-out WITH POINTER sym-pos
              ON OVERFLOW MOVE 'Y' TO sym-long
           END-STRING
        END-IF.

NOTE-SYMBOL-DROP.
        IF sym-miss NOT = SPACES THEN
           DISPLAY 'COBOLRAYCASTER: no value for &'
              FUNCTION TRIM(sym-miss) ' (VARS= or a DEFAULT record) - '
              'dropped: ' FUNCTION TRIM(sym-line(1:40))
        ELSE
           DISPLAY 'COBOLRAYCASTER: record too long once its symbols '
              'are filled in - dropped: ' FUNCTION TRIM(sym-line(1:40))
        END-IF.

*>      This frame's place in the run as non-drop SMPTE timecode at
*>      fps-rate: frame 1 is 00:00:00:00.
MAKE-FRAME-TIMECODE.
        COMPUTE tc-count = frame-num - 1
        DIVIDE tc-count BY fps-rate GIVING tc-secs REMAINDER tc-ff
        COMPUTE tc-ss = FUNCTION MOD(tc-secs, 60)
        COMPUTE tc-secs = tc-secs / 60
        COMPUTE tc-mm = FUNCTION MOD(tc-secs, 60)
        COMPUTE tc-secs = tc-secs / 60
        COMPUTE tc-hh = FUNCTION MOD(tc-secs, 24)
        MOVE SPACES TO tc-text
        STRING tc-hh ':' tc-mm ':' tc-ss ':' tc-ff DELIMITED BY SIZE
               INTO tc-text.

*>      This frame's clock time along the CLOCK range, to the nearest
*>      minute.
MAKE-FRAME-CLOCK.
        MOVE clock-to TO clock-mins
        IF clock-mins < clock-from THEN
           ADD 1440 TO clock-mins
        END-IF
        IF num-frames > 1 THEN
           COMPUTE clock-mins ROUNDED = clock-from
              + (clock-mins - clock-from) * (frame-num - 1)
              / (num-frames - 1)
        ELSE
           MOVE clock-from TO clock-mins
        END-IF
        COMPUTE clock-mins = FUNCTION MOD(clock-mins, 1440)
        DIVIDE clock-mins BY 60 GIVING clock-hh REMAINDER clock-mm
        MOVE SPACES TO clock-text
        STRING clock-hh ':' clock-mm DELIMITED BY SIZE
               INTO clock-text.

*>      One option token (from the command-line PARM or rebuilt from a
*>      RENDPARM keyword record), recognized in one place. It is held
*>      against the keyword list first; an unknown or malformed token
*>      is reported there and goes no further.
APPLY-OPTION-TOKEN.
        IF opt-tok = SPACES OR opt-tok = LOW-VALUES THEN
           MOVE SPACES TO ok-raw
           EXIT PARAGRAPH
        END-IF
        PERFORM CHECK-OPTION-TOKEN
        IF ok-bad-yes THEN
           EXIT PARAGRAPH
        END-IF
        IF opt-tok = 'STRICT' OR opt-tok = 'strict' THEN
           MOVE 'Y' TO strict-mode
        END-IF
        IF opt-tok = 'COLOR' OR opt-tok = 'color' THEN
           MOVE 'Y' TO color-mode
        END-IF
        IF opt-tok = 'ORTHO' OR opt-tok = 'ortho' THEN
           MOVE 'Y' TO ortho-mode
        END-IF
        IF opt-tok = 'PANO' OR opt-tok = 'pano' THEN
           MOVE 'P' TO ortho-mode
        END-IF
        IF opt-tok = 'MULTIVIEW' OR opt-tok = 'multiview' THEN
           MOVE 'Y' TO multiview-mode
        END-IF
        IF opt-tok = 'SYSOUT' OR opt-tok = 'sysout' THEN
           MOVE 'Y' TO sysout-mode
        END-IF
        IF opt-tok = 'STATICCAM' OR opt-tok = 'staticcam' THEN
           MOVE 'Y' TO staticcam-mode
        END-IF
        IF opt-tok = 'AO' OR opt-tok = 'ao' THEN
        IF opt-tok = 'AUX' OR opt-tok = 'aux' THEN
           MOVE 'Y' TO aux-mode
        END-IF
        IF opt-tok = 'HDR' OR opt-tok = 'hdr' THEN
           MOVE 'Y' TO hdr-mode
        END-IF
        IF opt-tok(1:10) = 'HIGHLIGHT=' OR opt-tok(1:10) = 'highlight='
           THEN
           IF opt-tok(11:) = 'DIFF' OR opt-tok(11:) = 'diff' THEN
              MOVE 'Y' TO hl-mode
           ELSE
              DISPLAY 'COBOLRAYCASTER: HIGHLIGHT='
                 FUNCTION TRIM(opt-tok(11:))
                 ' not known - HIGHLIGHT=DIFF is the one highlight, '
                 'option ignored'
           END-IF
        END-IF
        IF opt-tok(1:7) = 'DENOISE' OR opt-tok(1:7) = 'denoise' THEN
           MOVE 'Y' TO denoise-mode
           MOVE 'Y' TO aux-mode
           IF opt-tok(8:1) NOT = SPACE THEN
              MOVE opt-tok(8:13) TO dn-tok
              COMPUTE dn-strength = FUNCTION NUMVAL(dn-tok)
           END-IF
           IF dn-strength < 1 THEN MOVE 1 TO dn-strength END-IF
           IF dn-strength > 3 THEN MOVE 3 TO dn-strength END-IF
        END-IF
        IF opt-tok = 'INTERACTIVE' OR opt-tok = 'interactive' THEN
           MOVE 'Y' TO interactive-mode
        END-IF
        IF opt-tok = 'CAPTION' OR opt-tok = 'caption' THEN
           MOVE 'Y' TO caption-mode
        END-IF
        IF opt-tok = 'CALLOUT' OR opt-tok = 'callout' THEN
           MOVE 'Y' TO callout-mode
        END-IF
        IF opt-tok(1:3) = 'FPS' OR opt-tok(1:3) = 'fps' THEN
           MOVE opt-tok(4:10) TO fps-tok
           COMPUTE fps-rate = FUNCTION NUMVAL(fps-tok)
           IF fps-rate < 1 OR fps-rate > 99 THEN
              DISPLAY 'COBOLRAYCASTER: FPS must be 1 to 99 - no '
                 'timecode stamped'
              MOVE 0 TO fps-rate
           END-IF
        END-IF
        IF opt-tok(1:5) = 'CLOCK' OR opt-tok(1:5) = 'clock' THEN
           MOVE 'Y' TO clock-mode
           MOVE opt-tok(6:2) TO clock-hh
           MOVE opt-tok(8:2) TO clock-mm
           COMPUTE clock-from = clock-hh * 60 + clock-mm
           MOVE opt-tok(11:2) TO clock-hh
           MOVE opt-tok(13:2) TO clock-mm
           COMPUTE clock-to = clock-hh * 60 + clock-mm
        END-IF
        IF opt-tok = 'AUTOCONTRAST' OR opt-tok = 'autocontrast' THEN
           MOVE 'Y' TO autocontrast-mode
        END-IF
        IF opt-tok = 'OUTLINE' OR opt-tok = 'outline' THEN
           MOVE 'Y' TO outline-mode
        END-IF
        IF opt-tok = 'VECTOR' OR opt-tok = 'vector' THEN
           MOVE 'Y' TO vector-mode
        END-IF
        IF opt-tok = 'REUSEIFSAME' OR opt-tok = 'reuseifsame' THEN
           MOVE 'Y' TO fp-mode
        END-IF
        IF opt-tok = 'SWATCH' OR opt-tok = 'swatch' THEN
           MOVE 'Y' TO swatch-mode
        END-IF
        IF opt-tok = 'CONTACT' OR opt-tok = 'contact' THEN
           MOVE 'Y' TO contact-mode
        END-IF
        IF opt-tok = 'FLATTEN' OR opt-tok = 'flatten' THEN
           MOVE 'Y' TO flatten-mode
        END-IF
        IF opt-tok = 'FLATTRI' OR opt-tok = 'flattri' THEN
           MOVE 'Y' TO flatten-mode
           MOVE 'Y' TO flat-tri-mode
        END-IF
        IF opt-tok(1:9) = 'OBJEXPORT' OR opt-tok(1:9) = 'objexport'
           THEN
           MOVE 'Y' TO objx-mode
           IF opt-tok(10:1) = '=' THEN
              COMPUTE ox-plane-half = FUNCTION NUMVAL(opt-tok(11:8))
              IF ox-plane-half <= 0 THEN
                 MOVE 20 TO ox-plane-half
              END-IF
           END-IF
        END-IF
        IF opt-tok(1:7) = 'TAKEOFF' OR opt-tok(1:7) = 'takeoff' THEN
           MOVE 'Y' TO takeoff-mode
           IF opt-tok(8:1) = '=' THEN
              COMPUTE qt-plane-half = FUNCTION NUMVAL(opt-tok(9:8))
              IF qt-plane-half <= 0 THEN
                 MOVE 20 TO qt-plane-half
              END-IF
           END-IF
        END-IF
        IF opt-tok(1:7) = 'REPLAY=' OR opt-tok(1:7) = 'replay=' THEN
           MOVE opt-tok(8:11) TO replay-stamp
           MOVE 'Y' TO replay-mode
        IF opt-tok(1:6) = 'JOBID=' OR opt-tok(1:6) = 'jobid=' THEN
           MOVE opt-tok(7:8) TO jobid-name
        END-IF
        IF opt-tok(1:6) = 'SHOTS=' OR opt-tok(1:6) = 'shots=' THEN
           MOVE FUNCTION UPPER-CASE(opt-tok(7:34)) TO shot-list
        END-IF
        IF opt-tok(1:5) = 'VARS=' OR opt-tok(1:5) = 'vars=' THEN
           MOVE opt-tok(6:35) TO var-list
           PERFORM TAKE-VARS-LIST
        END-IF
        IF opt-tok = 'SPLINE' OR opt-tok = 'spline' THEN
           MOVE 'Y' TO spline-mode
        END-IF
        IF opt-tok = 'PROFILE' OR opt-tok = 'profile' THEN
           MOVE 'Y' TO profile-mode
        END-IF
        IF opt-tok = 'NUMCHECK' OR opt-tok = 'numcheck' THEN
           MOVE 'Y' TO numchk-mode
        END-IF
        IF opt-tok(1:6) = 'PROBE=' OR opt-tok(1:6) = 'probe=' THEN
           MOVE 'Y' TO probe-mode
           MOVE opt-tok(7:14) TO probe-list
        IF opt-tok(1:3) = 'PAR' OR opt-tok(1:3) = 'par' THEN
           MOVE opt-tok(4:13) TO par-tok
           COMPUTE pix-aspect = FUNCTION NUMVAL(par-tok)
           MOVE 'Y' TO par-given
        END-IF
        IF opt-tok(1:6) = 'FRAMES' OR opt-tok(1:6) = 'frames' THEN
           MOVE opt-tok(7:10) TO frames-tok
        IF opt-tok(1:5) = 'GAMMA' OR opt-tok(1:5) = 'gamma' THEN
           MOVE opt-tok(6:11) TO gamma-tok
           COMPUTE gamma-val = FUNCTION NUMVAL(gamma-tok)
        END-IF
*>      ENVROTn turns the environment map n degrees, ENVFILLn sets its
*>      fill in hundredths (bare ENVFILL is 25, at most 100), ENVBG
*>      shows it as the background.
        IF opt-tok(1:6) = 'ENVROT' OR opt-tok(1:6) = 'envrot' THEN
           MOVE opt-tok(7:14) TO env-tok
           COMPUTE env-rot = FUNCTION NUMVAL(env-tok)
        END-IF
        IF opt-tok(1:7) = 'ENVFILL' OR opt-tok(1:7) = 'envfill' THEN
           IF opt-tok(8:1) = SPACE THEN
              MOVE 0.25 TO env-fill
           ELSE
              MOVE opt-tok(8:13) TO env-tok
              COMPUTE env-fill = FUNCTION NUMVAL(env-tok) / 100
           END-IF
           IF env-fill < 0 THEN MOVE 0 TO env-fill END-IF
           IF env-fill > 1.0 THEN MOVE 1.0 TO env-fill END-IF
        END-IF
        IF opt-tok = 'ENVBG' OR opt-tok = 'envbg' THEN
           MOVE 'Y' TO env-bg
        END-IF
*>      LOCKWAITn seconds to wait for a control dataset save to finish
*>      (0 to 600).
        IF opt-tok(1:8) = 'LOCKWAIT' OR opt-tok(1:8) = 'lockwait' THEN
           MOVE opt-tok(9:12) TO dsl-tok
           COMPUTE lockwait-secs = FUNCTION NUMVAL(dsl-tok)
           IF lockwait-secs < 0 THEN MOVE 0 TO lockwait-secs END-IF
           IF lockwait-secs > 600 THEN MOVE 600 TO lockwait-secs END-IF
        END-IF
*>      GIn bounce rays per hit (a bare GI is 4, at most 16), and
*>      GIDEPTHn bounces per path (1 to 4).
        IF opt-tok(1:7) = 'GIDEPTH' OR opt-tok(1:7) = 'gidepth' THEN
           MOVE opt-tok(8:13) TO gi-tok
           COMPUTE gi-depth = FUNCTION NUMVAL(gi-tok)
           IF gi-depth < 1 THEN MOVE 1 TO gi-depth END-IF
           IF gi-depth > 4 THEN MOVE 4 TO gi-depth END-IF
        ELSE
        IF opt-tok(1:2) = 'GI' OR opt-tok(1:2) = 'gi' THEN
           IF opt-tok(3:1) = SPACE THEN
              MOVE 4 TO gi-count
           ELSE
              MOVE opt-tok(3:13) TO gi-tok
              COMPUTE gi-count = FUNCTION NUMVAL(gi-tok)
           END-IF
           IF gi-count < 0 THEN MOVE 0 TO gi-count END-IF
           IF gi-count > 16 THEN MOVE 16 TO gi-count END-IF
        END-IF
        END-IF.

*>      One token against the keyword list: the longest keyword the
*>      token starts with (all upper or all lower case, the way the
*>      recognizer takes them) is the one meant, and the rest of the
*>      token has to be the shape of value that keyword takes. A
*>      token that passes has its source noted against the keyword.
CHECK-OPTION-TOKEN.
        MOVE 'N' TO ok-bad
        MOVE SPACES TO ok-why
        IF ok-raw = SPACES THEN
           MOVE opt-tok TO ok-raw
        END-IF
        MOVE 0 TO ok-k
        MOVE 0 TO ok-best-len
        PERFORM VARYING ok-i FROM 1 BY 1 UNTIL ok-i > ok-num-kws
           COMPUTE ok-len = FUNCTION LENGTH(
              FUNCTION TRIM(ok-kw-name(ok-i) TRAILING))
           IF ok-len > ok-best-len
              AND (opt-tok(1:ok-len) = ok-kw-name(ok-i)(1:ok-len)
                 OR opt-tok(1:ok-len) =
                    FUNCTION LOWER-CASE(ok-kw-name(ok-i)(1:ok-len)))
              THEN
              MOVE ok-i TO ok-k
              MOVE ok-len TO ok-best-len
           END-IF
        END-PERFORM
        IF ok-k = 0 THEN
           PERFORM FIND-NEAREST-KEYWORD
           PERFORM NAME-UNKNOWN-KEYWORD
           PERFORM NOTE-BAD-OPTION
           EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO ok-tail
        MOVE opt-tok(ok-best-len + 1:) TO ok-tail
        MOVE SPACES TO ok-val
        EVALUATE ok-kw-form(ok-k)
           WHEN 'B'
              IF ok-tail NOT = SPACES THEN
                 MOVE 'Y' TO ok-bad
              END-IF
              MOVE 'on' TO ok-val
           WHEN 'N'
              IF FUNCTION TEST-NUMVAL(ok-tail) NOT = 0 THEN
                 MOVE 'Y' TO ok-bad
              END-IF
              MOVE ok-tail TO ok-val
           WHEN 'O'
              IF ok-tail = SPACES THEN
                 MOVE 'on' TO ok-val
              ELSE
                 IF FUNCTION TEST-NUMVAL(ok-tail) NOT = 0 THEN
                    MOVE 'Y' TO ok-bad
                 END-IF
                 MOVE ok-tail TO ok-val
              END-IF
           WHEN 'E'
              IF ok-tail = SPACES THEN
                 MOVE 'on' TO ok-val
              ELSE
                 IF ok-tail(1:1) NOT = '='
                    OR FUNCTION TEST-NUMVAL(ok-tail(2:)) NOT = 0 THEN
                    MOVE 'Y' TO ok-bad
                 END-IF
                 MOVE ok-tail(2:) TO ok-val
              END-IF
           WHEN 'T'
              IF ok-tail(1:1) NOT = '=' OR ok-tail(2:) = SPACES THEN
                 MOVE 'Y' TO ok-bad
              END-IF
              MOVE ok-tail(2:) TO ok-val
           WHEN 'I'
              IF ok-tail(1:1) NOT = '='
                 OR FUNCTION TEST-NUMVAL(ok-tail(2:)) NOT = 0 THEN
                 MOVE 'Y' TO ok-bad
              END-IF
              MOVE ok-tail(2:) TO ok-val
           WHEN 'D'
              IF ok-tail(1:4) NOT NUMERIC
                 OR ok-tail(5:) NOT = SPACES THEN
                 MOVE 'Y' TO ok-bad
              ELSE
                 MOVE ok-tail(1:2) TO ok-hh
                 MOVE ok-tail(3:2) TO ok-mm
                 IF ok-hh > 23 OR ok-mm > 59 THEN
                    MOVE 'Y' TO ok-bad
                 END-IF
              END-IF
              MOVE ok-tail(1:4) TO ok-val
           WHEN 'K'
              IF ok-tail(1:4) NOT NUMERIC OR ok-tail(5:1) NOT = '-'
                 OR ok-tail(6:4) NOT NUMERIC
                 OR ok-tail(10:) NOT = SPACES THEN
                 MOVE 'Y' TO ok-bad
              ELSE
                 MOVE ok-tail(1:2) TO ok-hh
                 MOVE ok-tail(3:2) TO ok-mm
                 IF ok-hh > 23 OR ok-mm > 59 THEN
                    MOVE 'Y' TO ok-bad
                 END-IF
                 MOVE ok-tail(6:2) TO ok-hh
                 MOVE ok-tail(8:2) TO ok-mm
                 IF ok-hh > 23 OR ok-mm > 59 THEN
                    MOVE 'Y' TO ok-bad
                 END-IF
              END-IF
              MOVE ok-tail(1:9) TO ok-val
           WHEN OTHER
              MOVE 'Y' TO ok-bad
        END-EVALUATE
        IF ok-bad-yes THEN
           PERFORM NAME-OPTION-SHAPE
           PERFORM NOTE-BAD-OPTION
        ELSE
           PERFORM NOTE-SETTING-ORIGIN
        END-IF.

*>      The value shape a keyword should have had, for the report.
NAME-OPTION-SHAPE.
        MOVE SPACES TO ok-why
        EVALUATE ok-kw-form(ok-k)
           WHEN 'B'
              IF ok-from-rec = 'Y' THEN
                 STRING FUNCTION TRIM(ok-kw-name(ok-k))
                        DELIMITED BY SIZE
                        ' takes Y or N' DELIMITED BY SIZE
                        INTO ok-why
              ELSE
                 STRING FUNCTION TRIM(ok-kw-name(ok-k))
                        DELIMITED BY SIZE
                        ' takes no value' DELIMITED BY SIZE
                        INTO ok-why
              END-IF
           WHEN 'N'
           WHEN 'O'
              IF ok-from-rec = 'Y' THEN
                 STRING 'bad value - wants ' DELIMITED BY SIZE
                        FUNCTION TRIM(ok-kw-name(ok-k))
                        DELIMITED BY SIZE
                        '=n' DELIMITED BY SIZE
                        INTO ok-why
              ELSE
                 STRING 'bad value - wants ' DELIMITED BY SIZE
                        FUNCTION TRIM(ok-kw-name(ok-k))
                        DELIMITED BY SIZE
                        'n' DELIMITED BY SIZE
                        INTO ok-why
              END-IF
           WHEN 'E'
              STRING 'bad value - wants ' DELIMITED BY SIZE
                     FUNCTION TRIM(ok-kw-name(ok-k)) DELIMITED BY SIZE
                     ' or ' DELIMITED BY SIZE
                     FUNCTION TRIM(ok-kw-name(ok-k)) DELIMITED BY SIZE
                     '=n' DELIMITED BY SIZE
                     INTO ok-why
           WHEN 'T'
              STRING 'bad value - wants ' DELIMITED BY SIZE
                     FUNCTION TRIM(ok-kw-name(ok-k)) DELIMITED BY SIZE
                     '=value' DELIMITED BY SIZE
                     INTO ok-why
           WHEN 'I'
              STRING 'bad value - wants ' DELIMITED BY SIZE
                     FUNCTION TRIM(ok-kw-name(ok-k)) DELIMITED BY SIZE
                     '=n' DELIMITED BY SIZE
                     INTO ok-why
           WHEN 'D'
              MOVE 'bad time - wants DEADLINEhhmm to 2359' TO ok-why
           WHEN 'K'
              MOVE 'bad times - wants CLOCKhhmm-hhmm' TO ok-why
           WHEN OTHER
              STRING FUNCTION TRIM(ok-kw-name(ok-k)) DELIMITED BY SIZE
                     ' is a RENDPARM record, not a token'
                     DELIMITED BY SIZE
                     INTO ok-why
        END-EVALUATE.

*>      A switched-off RENDPARM-style record (KEYWORD=N) builds no
*>      token, but its keyword still has to be a real one.
CHECK-OPTION-NAME.
        MOVE rp-key TO ok-name
        PERFORM FIND-OPTION-KEYWORD
        IF ok-k = 0 THEN
           MOVE rp-key TO opt-tok
           PERFORM FIND-NEAREST-KEYWORD
           PERFORM NAME-UNKNOWN-KEYWORD
           PERFORM NOTE-BAD-OPTION
        END-IF.

NAME-UNKNOWN-KEYWORD.
        MOVE SPACES TO ok-why
        IF lv-best > 0 THEN
           STRING 'unknown keyword - nearest is ' DELIMITED BY SIZE
                  FUNCTION TRIM(ok-kw-name(lv-best)) DELIMITED BY SIZE
                  INTO ok-why
        ELSE
           MOVE 'unknown keyword' TO ok-why
        END-IF.

*>      The keyword named in ok-name, by exact match (0 if none).
FIND-OPTION-KEYWORD.
        MOVE 0 TO ok-k
        PERFORM VARYING ok-i FROM 1 BY 1
           UNTIL ok-i > ok-num-kws OR ok-k > 0
           IF ok-kw-name(ok-i) = ok-name THEN
              MOVE ok-i TO ok-k
           END-IF
        END-PERFORM.

*>      Keyword ok-k set to ok-val by source ok-src; the source it
*>      replaces is kept when it was a different one.
NOTE-SETTING-ORIGIN.
        IF ok-set-src(ok-k) NOT = 'default'
           AND ok-set-src(ok-k) NOT = ok-src THEN
           MOVE ok-set-src(ok-k) TO ok-set-over(ok-k)
        END-IF
        MOVE ok-src TO ok-set-src(ok-k)
        MOVE ok-val TO ok-set-val(ok-k)
        MOVE SPACES TO ok-raw.

*>      One rejected token: named on the console with its source and
*>      the reason, and logged to ERRLOG as a warning.
NOTE-BAD-OPTION.
        MOVE 'Y' TO ok-bad
        ADD 1 TO ok-bad-count
        DISPLAY 'COBOLRAYCASTER: ' FUNCTION TRIM(ok-src) ' '
           FUNCTION TRIM(ok-raw) ' ignored - ' FUNCTION TRIM(ok-why)
        MOVE 4 TO err-code
        MOVE ok-dsn TO err-dataset
        MOVE '00' TO err-status
        MOVE SPACES TO err-msg
        STRING FUNCTION TRIM(ok-raw) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ok-why) DELIMITED BY SIZE
               INTO err-msg
        PERFORM LOG-ERROR
        IF ok-rc < 4 THEN
           MOVE 4 TO ok-rc
        END-IF
        MOVE SPACES TO ok-raw.

*>      The keyword nearest the token's leading letters, or none when
*>      even the nearest is more than half the word away.
FIND-NEAREST-KEYWORD.
        MOVE 0 TO lv-best
        MOVE SPACES TO lv-a
        MOVE 0 TO lv-alen
        MOVE FUNCTION UPPER-CASE(opt-tok) TO ok-tail
        PERFORM VARYING lv-i FROM 1 BY 1
           UNTIL lv-i > 16 OR ok-tail(lv-i:1) = SPACE
              OR ok-tail(lv-i:1) NOT ALPHABETIC-UPPER
           MOVE ok-tail(lv-i:1) TO lv-a(lv-i:1)
           ADD 1 TO lv-alen
        END-PERFORM
        IF lv-alen = 0 THEN
           EXIT PARAGRAPH
        END-IF
        PERFORM VARYING ok-i FROM 1 BY 1 UNTIL ok-i > ok-num-aliases
           IF ok-alias-name(ok-i) = lv-a THEN
              MOVE ok-alias-kw(ok-i) TO ok-name
              PERFORM FIND-OPTION-KEYWORD
              MOVE ok-k TO lv-best
              MOVE 0 TO ok-k
              EXIT PARAGRAPH
           END-IF
        END-PERFORM
        MOVE 999 TO lv-best-dist
        PERFORM VARYING ok-i FROM 1 BY 1 UNTIL ok-i > ok-num-kws
           PERFORM KEYWORD-DISTANCE
           IF lv-dist < lv-best-dist THEN
              MOVE lv-dist TO lv-best-dist
              MOVE ok-i TO lv-best
           END-IF
        END-PERFORM
        IF lv-best-dist * 2 > lv-alen + 1 THEN
           MOVE 0 TO lv-best
        END-IF.

*>      Edit distance from lv-a to keyword ok-i.
KEYWORD-DISTANCE.
        COMPUTE lv-blen = FUNCTION LENGTH(
           FUNCTION TRIM(ok-kw-name(ok-i) TRAILING))
        PERFORM VARYING lv-j FROM 0 BY 1 UNTIL lv-j > lv-blen
           MOVE lv-j TO lv-prev(lv-j + 1)
        END-PERFORM
        PERFORM VARYING lv-i FROM 1 BY 1 UNTIL lv-i > lv-alen
           MOVE lv-i TO lv-cur(1)
           PERFORM VARYING lv-j FROM 1 BY 1 UNTIL lv-j > lv-blen
              IF lv-a(lv-i:1) = ok-kw-name(ok-i)(lv-j:1) THEN
                 MOVE 0 TO lv-cost
              ELSE
                 MOVE 1 TO lv-cost
              END-IF
              COMPUTE lv-min = lv-prev(lv-j) + lv-cost
              IF lv-prev(lv-j + 1) + 1 < lv-min THEN
                 COMPUTE lv-min = lv-prev(lv-j + 1) + 1
              END-IF
              IF lv-cur(lv-j) + 1 < lv-min THEN
                 COMPUTE lv-min = lv-cur(lv-j) + 1
              END-IF
              MOVE lv-min TO lv-cur(lv-j + 1)
           END-PERFORM
           PERFORM VARYING lv-j FROM 1 BY 1 UNTIL lv-j > lv-blen + 1
              MOVE lv-cur(lv-j) TO lv-prev(lv-j)
           END-PERFORM
        END-PERFORM
        MOVE lv-prev(lv-blen + 1) TO lv-dist.

*>      The closed frame through DNFILTER, written back over itself.
*>      A frame whose buffers don't line up is left as rendered.
DENOISE-FRAME.
        CALL 'DNFILTER' USING ppm-fname, depth-fname, mask-fname,
           ppm-fname, dn-strength, dn-result, dn-msg, dn-changed
        IF dn-result = 'Y' THEN
           MOVE dn-changed TO dn-changed-ed
           DISPLAY 'COBOLRAYCASTER: denoised '
              FUNCTION TRIM(ppm-fname) ', '
              FUNCTION TRIM(dn-changed-ed) ' pixel(s) smoothed'
        ELSE
           DISPLAY 'COBOLRAYCASTER: ' FUNCTION TRIM(dn-msg)
              ' - frame left as rendered'
        END-IF.

*>      Whether this frame can have a PFM: the whole frame rendered
*>      here, in one piece, and small enough for the buffer.
HDR-START-FRAME.
        MOVE 0 TO hdr-n
        COMPUTE hdr-idx = w + 1
        COMPUTE hdr-idx = hdr-idx * (h + 1)
        EVALUATE TRUE
           WHEN rows-mode-on
              DISPLAY 'COBOLRAYCASTER: HDR skipped - a row-range band '
                 'gets no ' FUNCTION TRIM(pfm-fname)
           WHEN ckpt-start-y > 0
              DISPLAY 'COBOLRAYCASTER: HDR skipped - the frame resumed '
                 'from a checkpoint, no ' FUNCTION TRIM(pfm-fname)
           WHEN hdr-idx > hdr-max
              DISPLAY 'COBOLRAYCASTER: HDR skipped - frame larger than '
                 'the HDR buffer, no ' FUNCTION TRIM(pfm-fname)
           WHEN OTHER
              MOVE 'Y' TO hdr-ok
        END-EVALUATE.

*>      One pixel's radiance per channel into the frame buffer: the
*>      uncapped shade times the material colour and light tint, the
*>      PPM stage's own arithmetic without its clamps.
NOTE-HDR-PIXEL.
        IF any-hit > 0.1 THEN
           PERFORM WORK-OUT-BASE-RGB
        ELSE
           MOVE 255 TO base-r
           MOVE 255 TO base-g
           MOVE 255 TO base-b
        END-IF
        IF hdr-shade < 0 THEN
           MOVE 0 TO hdr-shade
        END-IF
        COMPUTE hdr-idx = y * (w + 1)
        COMPUTE hdr-idx = hdr-idx + x
        ADD 1 TO hdr-idx
        IF hdr-idx > hdr-max THEN
           EXIT PARAGRAPH
        END-IF
        COMPUTE hdr-chan = base-r / 255
        COMPUTE hdr-chan = hdr-chan * pix-tint-r
        COMPUTE hdr-r(hdr-idx) = hdr-chan * hdr-shade
        COMPUTE hdr-chan = base-g / 255
        COMPUTE hdr-chan = hdr-chan * pix-tint-g
        COMPUTE hdr-g(hdr-idx) = hdr-chan * hdr-shade
        COMPUTE hdr-chan = base-b / 255
        COMPUTE hdr-chan = hdr-chan * pix-tint-b
        COMPUTE hdr-b(hdr-idx) = hdr-chan * hdr-shade
        ADD 1 TO hdr-n.

*>      The buffered frame out to RENDPFM, bottom row first. A frame
*>      cut short (a DEADLINE stop) has gaps in the buffer and is not
*>      written.
WRITE-PFM-FRAME.
        COMPUTE hdr-idx = w + 1
        COMPUTE hdr-idx = hdr-idx * (h + 1)
        IF hdr-n < hdr-idx THEN
           DISPLAY 'COBOLRAYCASTER: HDR skipped - the frame is not '
              'complete, no ' FUNCTION TRIM(pfm-fname)
           MOVE 'N' TO hdr-ok
           EXIT PARAGRAPH
        END-IF
        MOVE 'O' TO pfm-func
        CALL 'BINFILE' USING pfm-func, pfm-fname, pfm-data, pfm-len,
           pfm-status
        IF pfm-status NOT = '00' THEN
           DISPLAY 'COBOLRAYCASTER: cannot write '
              FUNCTION TRIM(pfm-fname) ' - status ' pfm-status
           MOVE 'N' TO hdr-ok
           MOVE 12 TO err-code
           MOVE 'RENDPFM' TO err-dataset
           MOVE pfm-status TO err-status
           MOVE 'cannot open the HDR output - not written' TO err-msg
           PERFORM LOG-ERROR
           EXIT PARAGRAPH
        END-IF
        MOVE 0 TO pfm-len
        MOVE 'PF' TO pfm-text
        PERFORM PUT-PFM-LINE
        COMPUTE pfm-col = w + 1
        COMPUTE pfm-row = h + 1
        MOVE pfm-col TO pfm-w-ed
        MOVE pfm-row TO pfm-h-ed
        MOVE SPACES TO pfm-text
        STRING FUNCTION TRIM(pfm-w-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(pfm-h-ed) DELIMITED BY SIZE
               INTO pfm-text
        PERFORM PUT-PFM-LINE
        MOVE '-1.0' TO pfm-text
        PERFORM PUT-PFM-LINE
        PERFORM VARYING pfm-row FROM h BY -1 UNTIL pfm-row < 0
           PERFORM VARYING pfm-col FROM 0 BY 1 UNTIL pfm-col > w
              COMPUTE hdr-idx = pfm-row * (w + 1)
              COMPUTE hdr-idx = hdr-idx + pfm-col
              ADD 1 TO hdr-idx
              MOVE hdr-r(hdr-idx) TO fl-val
              PERFORM PUT-PFM-FLOAT
              MOVE hdr-g(hdr-idx) TO fl-val
              PERFORM PUT-PFM-FLOAT
              MOVE hdr-b(hdr-idx) TO fl-val
              PERFORM PUT-PFM-FLOAT
           END-PERFORM
        END-PERFORM
        PERFORM FLUSH-PFM
        MOVE 'C' TO pfm-func
        CALL 'BINFILE' USING pfm-func, pfm-fname, pfm-data, pfm-len,
           pfm-status
        MOVE hdr-n TO dn-changed-ed
        DISPLAY 'COBOLRAYCASTER: HDR radiance written to '
           FUNCTION TRIM(pfm-fname) ', '
           FUNCTION TRIM(dn-changed-ed) ' pixel(s)'.

*>      One header line of the PFM and its line-feed.
PUT-PFM-LINE.
        COMPUTE pfm-text-len =
           FUNCTION LENGTH(FUNCTION TRIM(pfm-text TRAILING))
        PERFORM VARYING pfm-i FROM 1 BY 1 UNTIL pfm-i > pfm-text-len
           COMPUTE pfm-byte = FUNCTION ORD(pfm-text(pfm-i:1)) - 1
           PERFORM PUT-PFM-BYTE
        END-PERFORM
        MOVE 10 TO pfm-byte
        PERFORM PUT-PFM-BYTE.

*>      fl-val as an IEEE single, low byte first.
PUT-PFM-FLOAT.
        MOVE 0 TO fl-bits
        IF fl-val > 0 THEN
           MOVE 0 TO fl-exp
           PERFORM UNTIL fl-val < 2
              COMPUTE fl-val = fl-val / 2
              ADD 1 TO fl-exp
           END-PERFORM
           PERFORM UNTIL fl-val >= 1
              COMPUTE fl-val = fl-val * 2
              SUBTRACT 1 FROM fl-exp
           END-PERFORM
           SUBTRACT 1 FROM fl-val
           COMPUTE fl-frac ROUNDED = fl-val * 8388608
           IF fl-frac >= 8388608 THEN
              MOVE 0 TO fl-frac
              ADD 1 TO fl-exp
           END-IF
           COMPUTE fl-bits = fl-exp + 127
           COMPUTE fl-bits = fl-bits * 8388608
           ADD fl-frac TO fl-bits
        END-IF
        PERFORM VARYING fl-k FROM 1 BY 1 UNTIL fl-k > 4
           DIVIDE fl-bits BY 256 GIVING fl-bits REMAINDER fl-byte
           MOVE fl-byte TO pfm-byte
           PERFORM PUT-PFM-BYTE
        END-PERFORM.

PUT-PFM-BYTE.
        ADD 1 TO pfm-len
        MOVE FUNCTION CHAR(pfm-byte + 1) TO pfm-data(pfm-len:1)
        IF pfm-len = 512 THEN
           PERFORM FLUSH-PFM
        END-IF.

FLUSH-PFM.
        IF pfm-len = 0 THEN
           EXIT PARAGRAPH
        END-IF
        MOVE 'W' TO pfm-func
        CALL 'BINFILE' USING pfm-func, pfm-fname, pfm-data, pfm-len,
           pfm-status
        MOVE 0 TO pfm-len.

*>      SCENEOLD against the scene file through DIFFSCAN, the answer
*>      laid out for the pixels - each changed or added slot's state
*>      under its kind code, each removed object's bounding circle -
*>      and the legend onto the console.
HL-LOAD-DIFF.
        IF scene-name NOT = SPACES THEN
           DISPLAY 'COBOLRAYCASTER: HIGHLIGHT=DIFF compares scene '
              'files - a SCENE= library scene has none, no highlight'
           MOVE 'N' TO hl-mode
           EXIT PARAGRAPH
        END-IF
        CALL 'DIFFSCAN' USING hl-old-fname, scene-fname, hl-result,
           hl-report, hl-objects
        IF hl-result NOT = 'Y' THEN
           MOVE SPACES TO hl-text
           IF hl-result = 'A' THEN
              MOVE hl-old-fname TO hl-text
           ELSE
              MOVE scene-fname TO hl-text
           END-IF
           DISPLAY 'COBOLRAYCASTER: HIGHLIGHT=DIFF cannot open '
              FUNCTION TRIM(hl-text) ' - no highlight'
           MOVE 'N' TO hl-mode
           EXIT PARAGRAPH
        END-IF
        MOVE ALL 'U' TO hl-state-tbl
        MOVE 0 TO hl-num-ghosts
        PERFORM VARYING hl-k FROM 1 BY 1 UNTIL hl-k > hl-obj-count
           EVALUATE hl-obj-kind(hl-k)
              WHEN 'SPHERE' MOVE 1 TO hl-kind
              WHEN 'PLANE' MOVE 2 TO hl-kind
              WHEN 'BOX' MOVE 3 TO hl-kind
              WHEN 'CYL' MOVE 4 TO hl-kind
              WHEN 'ELLIP' MOVE 5 TO hl-kind
              WHEN 'CONE' MOVE 7 TO hl-kind
              WHEN 'TORUS' MOVE 8 TO hl-kind
              WHEN 'MESH' MOVE 9 TO hl-kind
              WHEN OTHER MOVE 0 TO hl-kind
           END-EVALUATE
           IF hl-obj-state(hl-k) = 'R' THEN
              PERFORM HL-NOTE-GHOST
           ELSE
              IF hl-kind > 0 AND hl-obj-slot(hl-k) >= 1
                 AND hl-obj-slot(hl-k) <= 64 THEN
                 MOVE hl-obj-state(hl-k)
                    TO hl-state(hl-kind, hl-obj-slot(hl-k))
              END-IF
           END-IF
        END-PERFORM
        MOVE hl-line-count TO hl-count-ed
        DISPLAY 'COBOLRAYCASTER: HIGHLIGHT=DIFF '
           FUNCTION TRIM(hl-old-fname) ' -> '
           FUNCTION TRIM(scene-fname) ', '
           FUNCTION TRIM(hl-count-ed) ' SCENEDIFF report line(s)'
        IF hl-line-count = 0 THEN
           DISPLAY 'COBOLRAYCASTER:   no object-level differences - '
              'the whole frame renders grey'
        ELSE
           DISPLAY 'COBOLRAYCASTER:   amber changed, green added, '
              'red outline removed, grey unchanged'
        END-IF
        PERFORM VARYING hl-i FROM 1 BY 1 UNTIL hl-i > hl-line-count
           PERFORM HL-LEGEND-LINE
           DISPLAY 'COBOLRAYCASTER: ' FUNCTION TRIM(hl-text TRAILING)
        END-PERFORM.

*>      Removed object hl-k (kind code hl-kind) as the circle that
*>      bounds its old extent: a sphere is its own; an ellipsoid's
*>      longest radius, a torus's two radii end to end, a MESH
*>      instance its model's bound scaled (about the instance's
*>      origin, whatever its rotation); a box, cylinder or cone the
*>      sphere through its two ends' rims, centred between them.
HL-NOTE-GHOST.
        IF hl-kind = 0 OR hl-kind = 2 OR hl-num-ghosts >= 64 THEN
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO hl-num-ghosts
        MOVE hl-obj-v1(hl-k) TO hl-gx(hl-num-ghosts)
        MOVE hl-obj-v2(hl-k) TO hl-gy(hl-num-ghosts)
        MOVE hl-obj-v3(hl-k) TO hl-gz(hl-num-ghosts)
        EVALUATE hl-kind
           WHEN 1
              MOVE hl-obj-v4(hl-k) TO hl-gr(hl-num-ghosts)
           WHEN 5
              MOVE hl-obj-v4(hl-k) TO hl-gr(hl-num-ghosts)
              IF hl-obj-v5(hl-k) > hl-gr(hl-num-ghosts) THEN
                 MOVE hl-obj-v5(hl-k) TO hl-gr(hl-num-ghosts)
              END-IF
              IF hl-obj-v6(hl-k) > hl-gr(hl-num-ghosts) THEN
                 MOVE hl-obj-v6(hl-k) TO hl-gr(hl-num-ghosts)
              END-IF
           WHEN 8
              COMPUTE hl-gr(hl-num-ghosts) =
                 hl-obj-v7(hl-k) + hl-obj-v8(hl-k)
           WHEN 9
              MOVE 1 TO hl-t1
              PERFORM VARYING ml-cur FROM 1 BY 1
                 UNTIL ml-cur > num-lib-models
                 IF ml-name(ml-cur) = hl-obj-model(hl-k) THEN
                    COMPUTE hl-t2 = ml-bcx(ml-cur) * ml-bcx(ml-cur)
                    COMPUTE hl-tca = ml-bcy(ml-cur) * ml-bcy(ml-cur)
                    ADD hl-tca TO hl-t2
                    COMPUTE hl-tca = ml-bcz(ml-cur) * ml-bcz(ml-cur)
                    ADD hl-tca TO hl-t2
                    COMPUTE hl-t1 = FUNCTION SQRT(hl-t2)
                    ADD ml-brad(ml-cur) TO hl-t1
                 END-IF
              END-PERFORM
              COMPUTE hl-gr(hl-num-ghosts) = hl-t1 * hl-obj-v5(hl-k)
           WHEN OTHER
*>            The far end and the rim radius, by the kind's record:
*>            a box's far corner, a classic CYL's top at z v4 with
*>            radius v5, the two-endpoint CYL's v4-v6 with v7, a
*>            cone's v4-v6 with the wider of v7 and v8.
              MOVE hl-obj-v4(hl-k) TO hl-ax
              MOVE hl-obj-v5(hl-k) TO hl-ay
              MOVE hl-obj-v6(hl-k) TO hl-az
              MOVE 0 TO hl-t1
              IF hl-kind = 4 THEN
                 IF hl-obj-v7(hl-k) = 0 THEN
                    MOVE hl-obj-v1(hl-k) TO hl-ax
                    MOVE hl-obj-v2(hl-k) TO hl-ay
                    MOVE hl-obj-v4(hl-k) TO hl-az
                    MOVE hl-obj-v5(hl-k) TO hl-t1
                 ELSE
                    MOVE hl-obj-v7(hl-k) TO hl-t1
                 END-IF
              END-IF
              IF hl-kind = 7 THEN
                 MOVE hl-obj-v7(hl-k) TO hl-t1
                 IF hl-obj-v8(hl-k) > hl-t1 THEN
                    MOVE hl-obj-v8(hl-k) TO hl-t1
                 END-IF
              END-IF
              COMPUTE hl-ax = hl-ax - hl-obj-v1(hl-k)
              COMPUTE hl-ax = hl-ax / 2
              COMPUTE hl-ay = hl-ay - hl-obj-v2(hl-k)
              COMPUTE hl-ay = hl-ay / 2
              COMPUTE hl-az = hl-az - hl-obj-v3(hl-k)
              COMPUTE hl-az = hl-az / 2
              ADD hl-ax TO hl-gx(hl-num-ghosts)
              ADD hl-ay TO hl-gy(hl-num-ghosts)
              ADD hl-az TO hl-gz(hl-num-ghosts)
              COMPUTE hl-t2 = hl-t1 * hl-t1
              COMPUTE hl-tca = hl-ax * hl-ax
              ADD hl-tca TO hl-t2
              COMPUTE hl-tca = hl-ay * hl-ay
              ADD hl-tca TO hl-t2
              COMPUTE hl-tca = hl-az * hl-az
              ADD hl-tca TO hl-t2
              COMPUTE hl-gr(hl-num-ghosts) = FUNCTION SQRT(hl-t2)
        END-EVALUATE.

*>      Report line hl-i as the legend shows it: its number, the
*>      colour it is drawn in and SCENEDIFF's own wording.
HL-LEGEND-LINE.
        MOVE hl-i TO hl-line-ed
        EVALUATE hl-line-what(hl-i)
           WHEN 'R' MOVE 'red' TO hl-colour
           WHEN 'A' MOVE 'green' TO hl-colour
           WHEN OTHER MOVE 'amber' TO hl-colour
        END-EVALUATE
        MOVE SPACES TO hl-text
        STRING hl-line-ed DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               hl-colour DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(hl-line-text(hl-i)) DELIMITED BY SIZE
               INTO hl-text.

*>      The legend at the head of this run's spool, ahead of its rows.
HL-SYSOUT-LEGEND.
        MOVE SPACES TO sysout-line
        STRING 'HIGHLIGHT=DIFF ' DELIMITED BY SIZE
               FUNCTION TRIM(hl-old-fname) DELIMITED BY SIZE
               ' -> ' DELIMITED BY SIZE
               FUNCTION TRIM(scene-fname) DELIMITED BY SIZE
               INTO sysout-line
        WRITE sysout-rec FROM sysout-line
        MOVE SPACES TO sysout-line
        IF hl-line-count = 0 THEN
           STRING '  no object-level differences - ' DELIMITED BY SIZE
                  'the whole frame renders grey' DELIMITED BY SIZE
                  INTO sysout-line
        ELSE
           STRING '  amber changed, green added, ' DELIMITED BY SIZE
                  'red outline removed, grey unchanged'
                  DELIMITED BY SIZE
                  INTO sysout-line
        END-IF
        WRITE sysout-rec FROM sysout-line
        PERFORM VARYING hl-i FROM 1 BY 1 UNTIL hl-i > hl-line-count
           PERFORM HL-LEGEND-LINE
           WRITE sysout-rec FROM hl-text
        END-PERFORM
        MOVE SPACES TO sysout-line.

*>      The same legend as "# highlight" comment records, which every
*>      reader of the format skips.
HL-PPM-LEGEND.
        MOVE SPACES TO ppm-rec
        STRING '# highlight DIFF ' DELIMITED BY SIZE
               FUNCTION TRIM(hl-old-fname) DELIMITED BY SIZE
               ' -> ' DELIMITED BY SIZE
               FUNCTION TRIM(scene-fname) DELIMITED BY SIZE
               INTO ppm-rec
        WRITE ppm-rec
        MOVE SPACES TO ppm-rec
        STRING '# highlight key amber changed, green added, '
               DELIMITED BY SIZE
               'red outline removed, grey unchanged' DELIMITED BY SIZE
               INTO ppm-rec
        WRITE ppm-rec
        PERFORM VARYING hl-i FROM 1 BY 1 UNTIL hl-i > hl-line-count
           PERFORM HL-LEGEND-LINE
           MOVE SPACES TO ppm-rec
           STRING '# highlight ' DELIMITED BY SIZE
                  hl-text DELIMITED BY SIZE
                  INTO ppm-rec
           WRITE ppm-rec
        END-PERFORM.

*>      This pixel's class, from the first hitting sample's winner,
*>      then whether the ray through the pixel's centre runs along a
*>      ghost's rim: within three quarters of a pixel's width at that
*>      distance (the spread to the next column's ray), and not behind
*>      a surface that lies wholly in front of the ghost.
HL-NOTE-PIXEL.
        MOVE 'N' TO hl-pix
        IF aa-hits > 0 THEN
           MOVE 'U' TO hl-pix
           IF aux-kind > 0 AND aux-si >= 1 AND aux-si <= 64 THEN
              MOVE hl-state(aux-kind, aux-si) TO hl-pix
           END-IF
        END-IF
        IF hl-num-ghosts = 0 THEN
           EXIT PARAGRAPH
        END-IF
        MOVE mv-render-x TO hl-px
        CALL 'GET-CAM-RAY-DIR' USING
           hl-px, y, mv-render-w, h,
           cam-cx, cam-cy, cam-cz,
           cam-clax, cam-clay, cam-claz, cam-fov,
           hl-ox0, hl-oy0, hl-oz0,
           hl-dx0, hl-dy0, hl-dz0, cam-roll, ortho-mode, pix-aspect
        ADD 1 TO hl-px
        CALL 'GET-CAM-RAY-DIR' USING
           hl-px, y, mv-render-w, h,
           cam-cx, cam-cy, cam-cz,
           cam-clax, cam-clay, cam-claz, cam-fov,
           hl-ox1, hl-oy1, hl-oz1,
           hl-dx1, hl-dy1, hl-dz1, cam-roll, ortho-mode, pix-aspect
        COMPUTE hl-ax = hl-dx1 - hl-dx0
        COMPUTE hl-ay = hl-dy1 - hl-dy0
        COMPUTE hl-az = hl-dz1 - hl-dz0
        COMPUTE hl-d2 = hl-ax * hl-ax
        COMPUTE hl-tca = hl-ay * hl-ay
        ADD hl-tca TO hl-d2
        COMPUTE hl-tca = hl-az * hl-az
        ADD hl-tca TO hl-d2
        COMPUTE hl-fpd = FUNCTION SQRT(hl-d2)
        COMPUTE hl-ax = hl-ox1 - hl-ox0
        COMPUTE hl-ay = hl-oy1 - hl-oy0
        COMPUTE hl-az = hl-oz1 - hl-oz0
        COMPUTE hl-d2 = hl-ax * hl-ax
        COMPUTE hl-tca = hl-ay * hl-ay
        ADD hl-tca TO hl-d2
        COMPUTE hl-tca = hl-az * hl-az
        ADD hl-tca TO hl-d2
        COMPUTE hl-fpo = FUNCTION SQRT(hl-d2)
        PERFORM VARYING hl-k FROM 1 BY 1 UNTIL hl-k > hl-num-ghosts
           PERFORM HL-TEST-GHOST
        END-PERFORM.

HL-TEST-GHOST.
        COMPUTE hl-ax = hl-gx(hl-k) - hl-ox0
        COMPUTE hl-ay = hl-gy(hl-k) - hl-oy0
        COMPUTE hl-az = hl-gz(hl-k) - hl-oz0
        COMPUTE hl-tca = hl-ax * hl-dx0
        COMPUTE hl-d2 = hl-ay * hl-dy0
        ADD hl-d2 TO hl-tca
        COMPUTE hl-d2 = hl-az * hl-dz0
        ADD hl-d2 TO hl-tca
        IF hl-tca <= 0 THEN
           EXIT PARAGRAPH
        END-IF
        COMPUTE hl-d2 = hl-ax * hl-ax
        COMPUTE hl-dist = hl-ay * hl-ay
        ADD hl-dist TO hl-d2
        COMPUTE hl-dist = hl-az * hl-az
        ADD hl-dist TO hl-d2
        COMPUTE hl-dist = hl-tca * hl-tca
        SUBTRACT hl-dist FROM hl-d2
        IF hl-d2 < 0 THEN
           MOVE 0 TO hl-d2
        END-IF
        COMPUTE hl-dist = FUNCTION SQRT(hl-d2)
        COMPUTE hl-fp = hl-tca * hl-fpd
        ADD hl-fpo TO hl-fp
        COMPUTE hl-fp = hl-fp * 0.75
        COMPUTE hl-d2 = hl-dist - hl-gr(hl-k)
        IF hl-d2 < 0 THEN
           COMPUTE hl-d2 = 0 - hl-d2
        END-IF
        IF hl-d2 > hl-fp THEN
           EXIT PARAGRAPH
        END-IF
        IF aa-hits > 0 THEN
           COMPUTE hl-t1 = hl-tca - hl-gr(hl-k)
           IF aux-t < hl-t1 THEN
              EXIT PARAGRAPH
           END-IF
        END-IF
        MOVE 'R' TO hl-pix.

*>      The PPM's base colour by the pixel's class: three parts amber
*>      or green to one of the material, or grey at the material's
*>      own luminance. A ghost pixel is painted over afterwards.
HL-RECOLOR-BASE.
        EVALUATE hl-pix
           WHEN 'C'
              COMPUTE chan-work = base-r + 765
              COMPUTE base-r = chan-work / 4
              COMPUTE chan-work = base-g + 528
              COMPUTE base-g = chan-work / 4
              COMPUTE base-b = base-b / 4
           WHEN 'A'
              COMPUTE chan-work = base-r + 120
              COMPUTE base-r = chan-work / 4
              COMPUTE chan-work = base-g + 660
              COMPUTE base-g = chan-work / 4
              COMPUTE chan-work = base-b + 120
              COMPUTE base-b = chan-work / 4
           WHEN 'R'
              CONTINUE
           WHEN OTHER
              COMPUTE hl-lum = base-r * 0.30
              COMPUTE chan-work = base-g * 0.59
              ADD chan-work TO hl-lum
              COMPUTE chan-work = base-b * 0.11
              ADD chan-work TO hl-lum
              MOVE hl-lum TO base-r
              MOVE hl-lum TO base-g
              MOVE hl-lum TO base-b
        END-EVALUATE.

*>      The COLOR console's cell colour by the same classes.
HL-ANSI-CODE.
        EVALUATE hl-pix
           WHEN 'C' MOVE '33' TO ansi-code
           WHEN 'A' MOVE '32' TO ansi-code
           WHEN 'R' MOVE '31' TO ansi-code
           WHEN OTHER MOVE '37' TO ansi-code
        END-EVALUATE.

*>      The CALLOUT dataset into co-tbl, each record's object checked
*>      against the scene as loaded, and the list onto the console.
CO-LOAD-CALLOUTS.
        MOVE 0 TO co-num
        MOVE 0 TO co-recs
        OPEN INPUT CALLOUT-FILE
        IF callout-file-status NOT = '00' THEN
           DISPLAY 'COBOLRAYCASTER: CALLOUT - no '
              FUNCTION TRIM(callout-fname) ' dataset, no callouts'
           MOVE 'N' TO callout-mode
           EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO co-eof
        PERFORM UNTIL co-eof = 'Y'
           READ CALLOUT-FILE
              AT END MOVE 'Y' TO co-eof
           END-READ
           IF co-eof NOT = 'Y' THEN
              ADD 1 TO co-recs
              IF callout-rec NOT = SPACES
                 AND callout-rec(1:1) NOT = '*' THEN
                 PERFORM CO-TAKE-RECORD
              END-IF
           END-IF
        END-PERFORM
        CLOSE CALLOUT-FILE
        IF co-num = 0 THEN
           DISPLAY 'COBOLRAYCASTER: CALLOUT - nothing to label in '
              FUNCTION TRIM(callout-fname) ', no callouts'
           MOVE 'N' TO callout-mode
           EXIT PARAGRAPH
        END-IF
        MOVE co-num TO co-num-ed
        DISPLAY 'COBOLRAYCASTER: CALLOUT ' FUNCTION TRIM(co-num-ed)
           ' callout(s) from ' FUNCTION TRIM(callout-fname)
        PERFORM VARYING co-k FROM 1 BY 1 UNTIL co-k > co-num
           PERFORM CO-LEGEND-TEXT
           DISPLAY 'COBOLRAYCASTER: ' FUNCTION TRIM(co-text TRAILING)
        END-PERFORM.

*>      One "kind slot label" or "maskid label" record, as callout
*>      co-num + 1 when its object is in the scene.
CO-TAKE-RECORD.
        MOVE co-recs TO co-rec-ed
        IF co-num >= co-max THEN
           DISPLAY 'COBOLRAYCASTER: CALLOUT record '
              FUNCTION TRIM(co-rec-ed) ' - only 16 callouts a frame, '
              'skipped'
           EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO co-tok1
        MOVE SPACES TO co-tok2
        MOVE 1 TO co-ptr
        UNSTRING callout-rec DELIMITED BY ALL SPACES
           INTO co-tok1 WITH POINTER co-ptr
        MOVE 0 TO co-id
        MOVE 0 TO co-j
        IF co-tok1(1:1) >= '0' AND co-tok1(1:1) <= '9' THEN
*>         A RENDMASK id, decoded the way FINISH-PIXEL builds it.
           COMPUTE co-id = FUNCTION NUMVAL(co-tok1)
           EVALUATE TRUE
              WHEN co-id >= 1400
                 MOVE 9 TO co-kind(co-num + 1)
                 COMPUTE co-j = co-id - 1400
              WHEN co-id >= 1300
                 MOVE 8 TO co-kind(co-num + 1)
                 COMPUTE co-j = co-id - 1300
              WHEN co-id >= 1200
                 MOVE 7 TO co-kind(co-num + 1)
                 COMPUTE co-j = co-id - 1200
              WHEN co-id >= 601
                 MOVE 6 TO co-kind(co-num + 1)
                 COMPUTE co-j = co-id - 600
              WHEN OTHER
                 COMPUTE co-kind(co-num + 1) = co-id / 100
                 COMPUTE co-j = FUNCTION MOD(co-id, 100)
           END-EVALUATE
        ELSE
           UNSTRING callout-rec DELIMITED BY ALL SPACES
              INTO co-tok2 WITH POINTER co-ptr
           IF co-tok2 NOT = SPACES
              AND FUNCTION TEST-NUMVAL(co-tok2) = 0 THEN
              COMPUTE co-j = FUNCTION NUMVAL(co-tok2)
           END-IF
           EVALUATE FUNCTION UPPER-CASE(co-tok1)
              WHEN 'SPHERE' MOVE 1 TO co-kind(co-num + 1)
              WHEN 'PLANE' MOVE 2 TO co-kind(co-num + 1)
              WHEN 'BOX' MOVE 3 TO co-kind(co-num + 1)
              WHEN 'CYL' MOVE 4 TO co-kind(co-num + 1)
              WHEN 'ELLIP' MOVE 5 TO co-kind(co-num + 1)
              WHEN 'TRI' MOVE 6 TO co-kind(co-num + 1)
              WHEN 'CONE' MOVE 7 TO co-kind(co-num + 1)
              WHEN 'TORUS' MOVE 8 TO co-kind(co-num + 1)
              WHEN 'MESH' MOVE 9 TO co-kind(co-num + 1)
              WHEN OTHER
                 DISPLAY 'COBOLRAYCASTER: CALLOUT record '
                    FUNCTION TRIM(co-rec-ed) ' - '
                    FUNCTION TRIM(co-tok1)
                    ' is not a scene kind or RENDMASK id, skipped'
                 EXIT PARAGRAPH
           END-EVALUATE
        END-IF
        EVALUATE co-kind(co-num + 1)
           WHEN 1 MOVE 'SPHERE' TO co-kind-name(co-num + 1)
                  MOVE num-spheres TO co-limit
           WHEN 2 MOVE 'PLANE' TO co-kind-name(co-num + 1)
                  MOVE num-planes TO co-limit
           WHEN 3 MOVE 'BOX' TO co-kind-name(co-num + 1)
                  MOVE num-boxes TO co-limit
           WHEN 4 MOVE 'CYL' TO co-kind-name(co-num + 1)
                  MOVE num-cyls TO co-limit
           WHEN 5 MOVE 'ELLIP' TO co-kind-name(co-num + 1)
                  MOVE num-ellips TO co-limit
           WHEN 6 MOVE 'TRI' TO co-kind-name(co-num + 1)
                  MOVE num-tris TO co-limit
           WHEN 7 MOVE 'CONE' TO co-kind-name(co-num + 1)
                  MOVE num-cones TO co-limit
           WHEN 8 MOVE 'TORUS' TO co-kind-name(co-num + 1)
                  MOVE num-toruses TO co-limit
           WHEN 9 MOVE 'MESH' TO co-kind-name(co-num + 1)
                  MOVE num-meshes TO co-limit
           WHEN OTHER MOVE 'ID' TO co-kind-name(co-num + 1)
                  MOVE 0 TO co-limit
        END-EVALUATE
        IF co-j < 1 OR co-j > co-limit THEN
           MOVE co-j TO co-slot-ed
           DISPLAY 'COBOLRAYCASTER: CALLOUT record '
              FUNCTION TRIM(co-rec-ed) ' - no '
              FUNCTION TRIM(co-kind-name(co-num + 1)) ' '
              FUNCTION TRIM(co-slot-ed) ' in the scene, skipped'
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO co-num
        MOVE co-j TO co-slot(co-num)
        MOVE SPACES TO co-rest
        IF co-ptr <= 80 THEN
           MOVE callout-rec(co-ptr:) TO co-rest
        END-IF
        MOVE FUNCTION TRIM(co-rest) TO co-label(co-num)
        IF co-label(co-num) = SPACES THEN
           MOVE co-j TO co-slot-ed
           STRING FUNCTION TRIM(co-kind-name(co-num)) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(co-slot-ed) DELIMITED BY SIZE
                  INTO co-label(co-num)
        END-IF.

*>      Callout co-k as the text legends show it: number, object and
*>      label.
CO-LEGEND-TEXT.
        MOVE co-k TO co-num-ed
        MOVE co-slot(co-k) TO co-slot-ed
        MOVE SPACES TO co-text
        STRING co-num-ed DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(co-kind-name(co-k)) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(co-slot-ed) DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               FUNCTION TRIM(co-label(co-k)) DELIMITED BY SIZE
               INTO co-text.

*>      The callout list at the head of this run's spool.
CO-SYSOUT-LEGEND.
        MOVE SPACES TO sysout-line
        MOVE co-num TO co-num-ed
        STRING 'CALLOUT ' DELIMITED BY SIZE
               FUNCTION TRIM(co-num-ed) DELIMITED BY SIZE
               ' callout(s) from ' DELIMITED BY SIZE
               FUNCTION TRIM(callout-fname) DELIMITED BY SIZE
               INTO sysout-line
        WRITE sysout-rec FROM sysout-line
        PERFORM VARYING co-k FROM 1 BY 1 UNTIL co-k > co-num
           PERFORM CO-LEGEND-TEXT
           WRITE sysout-rec FROM co-text
        END-PERFORM
        MOVE SPACES TO sysout-line.

*>      The same list as "# callout" comment records.
CO-PPM-LEGEND.
        PERFORM VARYING co-k FROM 1 BY 1 UNTIL co-k > co-num
           PERFORM CO-LEGEND-TEXT
           MOVE SPACES TO ppm-rec
           STRING '# callout ' DELIMITED BY SIZE
                  co-text DELIMITED BY SIZE
                  INTO ppm-rec
           WRITE ppm-rec
        END-PERFORM.

*>      A pixel going into the frame buffer: if its winner is a
*>      callout's object, it counts toward that object's centroid.
CO-NOTE-PIXEL.
        PERFORM VARYING co-k FROM 1 BY 1 UNTIL co-k > co-num
           IF co-kind(co-k) = aux-kind AND co-slot(co-k) = aux-si THEN
              ADD 1 TO co-cnt(co-k)
              ADD x TO co-sx(co-k)
              ADD y TO co-sy(co-k)
           END-IF
        END-PERFORM.

*>      The whole frame is in the buffer: anchor every visible
*>      callout, set the legend box in the clearest corner, find each
*>      label its clear space, then draw leaders and glyphs into
*>      ac-co for the replay. Boxes are reserved before any leader is
*>      drawn, so a leader never runs through a box.
CO-LAY-OUT-FRAME.
        PERFORM VARYING co-idx FROM 1 BY 1 UNTIL co-idx > ac-n
           MOVE SPACE TO ac-co(co-idx)
        END-PERFORM
        COMPUTE co-fw = w + 1
        MOVE ac-y0 TO co-y-lo
        MOVE row-hi TO co-y-hi
        IF caption-mode-on AND cap-len > 0 AND cap-top <= co-y-hi
           THEN
           COMPUTE co-y-hi = cap-top - 1
        END-IF
        MOVE frame-num TO frame-suffix
        MOVE 0 TO co-lg-n
        MOVE SPACES TO co-lines
        PERFORM VARYING co-k FROM 1 BY 1 UNTIL co-k > co-num
           IF co-cnt(co-k) = 0 THEN
              PERFORM CO-LEGEND-TEXT
              DISPLAY 'COBOLRAYCASTER: callout '
                 FUNCTION TRIM(co-text TRAILING)
                 ' - not visible in frame ' frame-suffix ', no label'
           ELSE
              PERFORM CO-FIND-ANCHOR
              MOVE 'Y' TO co-shown(co-k)
              ADD 1 TO co-lg-n
              MOVE co-k TO co-num-ed
              STRING FUNCTION TRIM(co-num-ed) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FUNCTION UPPER-CASE(co-label(co-k))
                     DELIMITED BY SIZE
                     INTO co-line(co-lg-n)
           END-IF
        END-PERFORM
        IF co-lg-n > 0 THEN
           PERFORM CO-PLACE-LEGEND
        END-IF
        PERFORM VARYING co-k FROM 1 BY 1 UNTIL co-k > co-num
           IF co-shown(co-k) = 'Y' THEN
              PERFORM CO-PLACE-LABEL
           END-IF
        END-PERFORM
        PERFORM VARYING co-k FROM 1 BY 1 UNTIL co-k > co-num
           IF co-shown(co-k) = 'Y' THEN
              PERFORM CO-DRAW-LEADER
           END-IF
        END-PERFORM
        PERFORM VARYING co-k FROM 1 BY 1 UNTIL co-k > co-num
           IF co-shown(co-k) = 'Y' THEN
              MOVE co-k TO co-num-ed
              MOVE SPACES TO co-text
              MOVE FUNCTION TRIM(co-num-ed) TO co-text
              COMPUTE co-len = (co-lbl-w(co-k) - 1) / 4
              COMPUTE co-lx = co-lbl-x(co-k) + 1
              COMPUTE co-ly = co-lbl-y(co-k) + 1
              PERFORM CO-DRAW-TEXT
           END-IF
        END-PERFORM
        IF co-lg-on = 'Y' THEN
           PERFORM VARYING co-j FROM 1 BY 1 UNTIL co-j > co-lg-n
              MOVE co-line(co-j) TO co-text
              MOVE co-lg-len TO co-len
              COMPUTE co-lx = co-lg-x + 1
              COMPUTE co-ly = co-j - 1
              COMPUTE co-ly = co-ly * 6
              COMPUTE co-ly = co-ly + co-lg-y + 1
              PERFORM CO-DRAW-TEXT
           END-PERFORM
        END-IF.

*>      Callout co-k's anchor: the pixel of its object nearest the
*>      object's visible centroid - for a ring or a part seen round
*>      something in front, the centroid itself can be background.
CO-FIND-ANCHOR.
        COMPUTE co-px ROUNDED = co-sx(co-k) / co-cnt(co-k)
        COMPUTE co-py ROUNDED = co-sy(co-k) / co-cnt(co-k)
        MOVE co-px TO co-ax(co-k)
        MOVE co-py TO co-ay(co-k)
        MOVE 999999999 TO co-best-d2
        MOVE co-px TO co-lx
        MOVE co-py TO co-ly
        PERFORM VARYING co-py FROM co-y-lo BY 1 UNTIL co-py > row-hi
           PERFORM VARYING co-px FROM 0 BY 1 UNTIL co-px > w
              COMPUTE co-idx = (co-py - co-y-lo) * co-fw
              COMPUTE co-idx = co-idx + co-px + 1
              IF ac-hitf(co-idx) = 'Y'
                 AND ac-kind(co-idx) = co-kind(co-k)
                 AND ac-si(co-idx) = co-slot(co-k) THEN
                 COMPUTE co-dx = co-px - co-lx
                 COMPUTE co-dy = co-py - co-ly
                 COMPUTE co-d2 = co-dx * co-dx
                 COMPUTE co-d2 = co-d2 + (co-dy * co-dy)
                 IF co-d2 < co-best-d2 THEN
                    MOVE co-d2 TO co-best-d2
                    MOVE co-px TO co-ax(co-k)
                    MOVE co-py TO co-ay(co-k)
                 END-IF
              END-IF
           END-PERFORM
        END-PERFORM.

*>      The legend box: one line per visible callout, cut to what the
*>      frame's width holds, in whichever corner covers the fewest
*>      object pixels. A frame that can't give it two thirds of its
*>      height keeps the legend on the console, spool and PPM header
*>      only.
CO-PLACE-LEGEND.
        MOVE 'N' TO co-lg-on
        COMPUTE co-limit = w / 4
        IF co-limit > 24 THEN
           MOVE 24 TO co-limit
        END-IF
        MOVE 0 TO co-lg-len
        PERFORM VARYING co-j FROM 1 BY 1 UNTIL co-j > co-lg-n
           COMPUTE co-len = FUNCTION LENGTH(
              FUNCTION TRIM(co-line(co-j) TRAILING))
           IF co-len > co-lg-len THEN
              MOVE co-len TO co-lg-len
           END-IF
        END-PERFORM
        IF co-lg-len > co-limit THEN
           MOVE co-limit TO co-lg-len
        END-IF
        COMPUTE co-lg-w = (co-lg-len * 4) + 1
        COMPUTE co-lg-h = (co-lg-n * 6) + 1
        COMPUTE co-limit = co-y-hi - co-y-lo + 1
        IF co-lg-len < 3 OR co-lg-h * 3 > co-limit * 2 THEN
           IF co-legend-said = 'N' THEN
              DISPLAY 'COBOLRAYCASTER: frame too small for the '
                 'callout legend box - legend on the console, spool '
                 'and PPM header only'
              MOVE 'Y' TO co-legend-said
           END-IF
           EXIT PARAGRAPH
        END-IF
        MOVE co-lg-w TO co-bw
        MOVE co-lg-h TO co-bh
        MOVE 999999999 TO co-best-hits
        PERFORM VARYING co-corner FROM 1 BY 1 UNTIL co-corner > 4
           IF co-corner = 1 OR co-corner = 3 THEN
              MOVE 0 TO co-bx
           ELSE
              COMPUTE co-bx = co-fw - co-lg-w
           END-IF
           IF co-corner <= 2 THEN
              MOVE co-y-lo TO co-by
           ELSE
              COMPUTE co-by = co-y-hi - co-lg-h + 1
           END-IF
           PERFORM CO-TEST-BOX
           IF co-ok = 'Y' AND co-hits < co-best-hits THEN
              MOVE co-hits TO co-best-hits
              MOVE co-bx TO co-lg-x
              MOVE co-by TO co-lg-y
              MOVE 'Y' TO co-lg-on
           END-IF
        END-PERFORM
        IF co-lg-on = 'Y' THEN
           MOVE co-lg-x TO co-bx
           MOVE co-lg-y TO co-by
           PERFORM CO-MARK-BOX
        END-IF.

*>      Callout co-k's number box: outward from the anchor in steps,
*>      eight ways at each step (wider across than down, for the
*>      console's tall cells), the first spot clear of every object,
*>      box and the legend taking it. With none wholly clear, the
*>      spot covering the fewest object pixels does; with no room at
*>      all the callout goes without a label.
CO-PLACE-LABEL.
        IF co-k < 10 THEN
           MOVE 1 TO co-len
        ELSE
           MOVE 2 TO co-len
        END-IF
        COMPUTE co-bw = (co-len * 4) + 1
        MOVE 7 TO co-bh
        MOVE 999999999 TO co-best-hits
        MOVE w TO co-limit
        PERFORM VARYING co-r FROM 4 BY 2
           UNTIL co-r > co-limit OR co-best-hits = 0
           PERFORM VARYING co-dir FROM 1 BY 1
              UNTIL co-dir > 8 OR co-best-hits = 0
              COMPUTE co-bx = co-dir-dx(co-dir) * co-r * 2
              COMPUTE co-bx = co-bx + co-ax(co-k)
              COMPUTE co-bx = co-bx - (co-bw / 2)
              COMPUTE co-by = co-dir-dy(co-dir) * co-r
              COMPUTE co-by = co-by + co-ay(co-k) - 3
              PERFORM CO-TEST-BOX
              IF co-ok = 'Y' AND co-hits < co-best-hits THEN
                 MOVE co-hits TO co-best-hits
                 MOVE co-bx TO co-best-x
                 MOVE co-by TO co-best-y
              END-IF
           END-PERFORM
        END-PERFORM
        IF co-best-hits = 999999999 THEN
           PERFORM CO-LEGEND-TEXT
           DISPLAY 'COBOLRAYCASTER: callout '
              FUNCTION TRIM(co-text TRAILING)
              ' - no room for its label in frame ' frame-suffix
           MOVE 'N' TO co-shown(co-k)
           EXIT PARAGRAPH
        END-IF
        MOVE co-best-x TO co-lbl-x(co-k)
        MOVE co-best-y TO co-lbl-y(co-k)
        MOVE co-bw TO co-lbl-w(co-k)
        MOVE co-best-x TO co-bx
        MOVE co-best-y TO co-by
        PERFORM CO-MARK-BOX.

*>      Whether box co-bx/co-by, co-bw by co-bh, lies inside the usable
*>      rows and clear of anything already reserved (co-ok), and how
*>      many object pixels it would cover (co-hits).
CO-TEST-BOX.
        MOVE 'N' TO co-ok
        MOVE 0 TO co-hits
        IF co-bx < 0 OR co-by < co-y-lo
           OR co-bx + co-bw > co-fw
           OR co-by + co-bh - 1 > co-y-hi THEN
           EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO co-ok
        PERFORM VARYING co-py FROM co-by BY 1
           UNTIL co-py > co-by + co-bh - 1 OR co-ok = 'N'
           PERFORM VARYING co-px FROM co-bx BY 1
              UNTIL co-px > co-bx + co-bw - 1
              COMPUTE co-idx = (co-py - co-y-lo) * co-fw
              COMPUTE co-idx = co-idx + co-px + 1
              IF ac-co(co-idx) NOT = SPACE THEN
                 MOVE 'N' TO co-ok
              END-IF
              IF ac-hitf(co-idx) = 'Y' THEN
                 ADD 1 TO co-hits
              END-IF
           END-PERFORM
        END-PERFORM.

*>      Box co-bx/co-by, co-bw by co-bh, reserved as dimmed backing.
CO-MARK-BOX.
        PERFORM VARYING co-py FROM co-by BY 1
           UNTIL co-py > co-by + co-bh - 1
           PERFORM VARYING co-px FROM co-bx BY 1
              UNTIL co-px > co-bx + co-bw - 1
              COMPUTE co-idx = (co-py - co-y-lo) * co-fw
              COMPUTE co-idx = co-idx + co-px + 1
              MOVE 'K' TO ac-co(co-idx)
           END-PERFORM
        END-PERFORM.

*>      Callout co-k's leader: a straight run from the point of its
*>      box nearest the anchor to the anchor itself, over anything
*>      not already reserved.
CO-DRAW-LEADER.
        MOVE co-ax(co-k) TO co-lx
        IF co-lx < co-lbl-x(co-k) THEN
           MOVE co-lbl-x(co-k) TO co-lx
        END-IF
        IF co-lx > co-lbl-x(co-k) + co-lbl-w(co-k) - 1 THEN
           COMPUTE co-lx = co-lbl-x(co-k) + co-lbl-w(co-k) - 1
        END-IF
        MOVE co-ay(co-k) TO co-ly
        IF co-ly < co-lbl-y(co-k) THEN
           MOVE co-lbl-y(co-k) TO co-ly
        END-IF
        IF co-ly > co-lbl-y(co-k) + 6 THEN
           COMPUTE co-ly = co-lbl-y(co-k) + 6
        END-IF
        COMPUTE co-dx = co-ax(co-k) - co-lx
        COMPUTE co-dy = co-ay(co-k) - co-ly
        MOVE co-dx TO co-steps
        IF co-steps < 0 THEN
           COMPUTE co-steps = 0 - co-steps
        END-IF
        MOVE co-dy TO co-s
        IF co-s < 0 THEN
           COMPUTE co-s = 0 - co-s
        END-IF
        IF co-s > co-steps THEN
           MOVE co-s TO co-steps
        END-IF
        PERFORM VARYING co-s FROM 1 BY 1 UNTIL co-s > co-steps
           COMPUTE co-px ROUNDED = (co-dx * co-s) / co-steps
           ADD co-lx TO co-px
           COMPUTE co-py ROUNDED = (co-dy * co-s) / co-steps
           ADD co-ly TO co-py
           IF co-py >= co-y-lo AND co-py <= co-y-hi THEN
              COMPUTE co-idx = (co-py - co-y-lo) * co-fw
              COMPUTE co-idx = co-idx + co-px + 1
              IF ac-co(co-idx) = SPACE THEN
                 MOVE 'L' TO ac-co(co-idx)
              END-IF
           END-IF
        END-PERFORM.

*>      co-len characters of co-text in the caption font, the first
*>      glyph's top left at co-lx/co-ly, four columns a character.
CO-DRAW-TEXT.
        PERFORM VARYING co-c FROM 1 BY 1 UNTIL co-c > co-len
           MOVE co-text(co-c:1) TO co-ch
           MOVE 0 TO co-fi
           PERFORM VARYING co-cell FROM 1 BY 1
              UNTIL co-cell > 39 OR co-fi > 0
              IF cap-font-chars(co-cell:1) = co-ch THEN
                 MOVE co-cell TO co-fi
              END-IF
           END-PERFORM
           IF co-fi > 0 THEN
              PERFORM VARYING co-row FROM 0 BY 1 UNTIL co-row > 4
                 PERFORM VARYING co-sub FROM 0 BY 1 UNTIL co-sub > 2
                    COMPUTE co-cell = co-row * 3
                    COMPUTE co-cell = co-cell + co-sub + 1
                    IF cap-glyph(co-fi)(co-cell:1) = '#' THEN
                       COMPUTE co-px = co-c - 1
                       COMPUTE co-px = co-px * 4
                       COMPUTE co-px = co-px + co-lx + co-sub
                       COMPUTE co-py = co-ly + co-row
                       COMPUTE co-idx = (co-py - co-y-lo) * co-fw
                       COMPUTE co-idx = co-idx + co-px + 1
                       MOVE 'F' TO ac-co(co-idx)
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF
        END-PERFORM.

*>      One finished artifact's checksum to AUDITLOG. The provenance
*>      bundle is written before the run's own entry has dated and
*>      named the operator, so this sees to both itself.
LOG-ARTIFACT-SUM.
        MOVE 'F' TO cks-func
*>      A PFM is bytes - summed as the hex records it travels in.
        IF hdr-mode-on AND cks-fname = pfm-fname THEN
           MOVE 'H' TO cks-func
        END-IF
        PERFORM LOG-SUM-AS-FUNC.

*>      The same, summed the way cks-func already says - a kept output
*>      copied back is summed as it was when it was first kept.
LOG-SUM-AS-FUNC.
        MOVE RETURN-CODE TO call-rc-hold
        CALL 'ARTSUM' USING cks-func, cks-fname, cks-line, cks-a,
           cks-b, cks-recs, cks-hex
        MOVE call-rc-hold TO RETURN-CODE
        IF cks-recs < 0 THEN
           EXIT PARAGRAPH
        END-IF
        ACCEPT audit-date FROM DATE YYYYMMDD
        IF audit-operator = SPACES THEN
           ACCEPT audit-operator FROM ENVIRONMENT "USER"
        END-IF
        IF audit-operator = SPACES THEN
           ACCEPT audit-operator FROM ENVIRONMENT "LOGNAME"
        END-IF
        IF audit-operator = SPACES THEN
           MOVE "UNKNOWN" TO audit-operator
        END-IF
        MOVE cks-recs TO cks-recs-ed
        MOVE SPACES TO audit-rec
        STRING FUNCTION TRIM(audit-date) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
               ' CKSUM file=' DELIMITED BY SIZE
               FUNCTION TRIM(cks-fname) DELIMITED BY SIZE
               ' sum=' DELIMITED BY SIZE
               cks-hex DELIMITED BY SIZE
               ' recs=' DELIMITED BY SIZE
               FUNCTION TRIM(cks-recs-ed) DELIMITED BY SIZE
               INTO audit-rec
        PERFORM APPEND-AUDIT-RUN
        OPEN EXTEND AUDIT-FILE
        IF audit-file-status = '35' THEN
           OPEN OUTPUT AUDIT-FILE
        END-IF
        WRITE audit-rec
        CLOSE AUDIT-FILE
        IF fp-mode-on AND fp-render THEN
           PERFORM NOTE-FP-OUTPUT
        END-IF.

*>      The run id onto the end of the AUDITLOG entry being built.
APPEND-AUDIT-RUN.
        IF run-id NOT = SPACES THEN
           MOVE audit-rec TO audit-work
           MOVE SPACES TO audit-rec
           STRING FUNCTION TRIM(audit-work) DELIMITED BY SIZE
                  ' run=' DELIMITED BY SIZE
                  FUNCTION TRIM(run-id) DELIMITED BY SIZE
                  INTO audit-rec
        END-IF.

*>      This run's id: today's date and time, the job id, and one
*>      more than the last sequence RENDRUN holds for today (1 on a
*>      new day or a first run). RENDRUN is rewritten with it at
*>      once, so the next run - and RENDQUEUE, after the job - finds
*>      it there.
ASSIGN-RUN-ID.
        ACCEPT run-date FROM DATE YYYYMMDD
        ACCEPT run-time FROM TIME
        MOVE 0 TO run-seq
        OPEN INPUT RUN-FILE
        IF run-file-status = '00' THEN
           MOVE SPACES TO run-rec
           READ RUN-FILE
              AT END MOVE SPACES TO run-rec
           END-READ
           CLOSE RUN-FILE
           MOVE 0 TO run-id-len
           INSPECT run-rec TALLYING run-id-len
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF run-id-len >= 20 AND run-rec(1:8) = run-date
              AND run-rec(run-id-len - 3:4) IS NUMERIC THEN
              MOVE run-rec(run-id-len - 3:4) TO run-seq
           END-IF
        END-IF
        IF run-seq = 9999 THEN
           MOVE 0 TO run-seq
        END-IF
        ADD 1 TO run-seq
        MOVE SPACES TO run-id
        IF jobid-name NOT = SPACES THEN
           STRING run-date DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  run-time(1:6) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  FUNCTION TRIM(jobid-name) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  run-seq DELIMITED BY SIZE
                  INTO run-id
        ELSE
           STRING run-date DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  run-time(1:6) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  run-seq DELIMITED BY SIZE
                  INTO run-id
        END-IF
        OPEN OUTPUT RUN-FILE
        IF run-file-status = '00' THEN
           WRITE run-rec FROM run-id
           CLOSE RUN-FILE
        END-IF
        DISPLAY 'COBOLRAYCASTER: run id ' FUNCTION TRIM(run-id).

*>      One structured failure record appended to ERRLOG, and the
*>      run's return code raised to the failure class (never lowered -
*>      the first hard failure wins).
LOG-ERROR.
        ACCEPT err-date FROM DATE YYYYMMDD
        ACCEPT err-time FROM TIME
        MOVE SPACES TO errlog-rec
        STRING err-date DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               err-time DELIMITED BY SIZE
               ' RC' DELIMITED BY SIZE
               err-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(err-dataset) DELIMITED BY SIZE
               ' FS' DELIMITED BY SIZE
               err-status DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(err-msg) DELIMITED BY SIZE
               INTO errlog-rec
        IF run-id NOT = SPACES THEN
           MOVE errlog-rec TO audit-work
           MOVE SPACES TO errlog-rec
           STRING FUNCTION TRIM(audit-work) DELIMITED BY SIZE
                  ' run=' DELIMITED BY SIZE
                  FUNCTION TRIM(run-id) DELIMITED BY SIZE
                  INTO errlog-rec
        END-IF
        OPEN EXTEND ERRLOG-FILE
        IF errlog-file-status = '35' THEN
           OPEN OUTPUT ERRLOG-FILE
        END-IF
        WRITE errlog-rec
        CLOSE ERRLOG-FILE
        IF err-code > RETURN-CODE THEN
           MOVE err-code TO RETURN-CODE
        END-IF
        IF err-code > run-rc THEN
           MOVE err-code TO run-rc
        END-IF
        EVALUATE err-code
           WHEN 4
              MOVE 'WARN' TO alert-sev
           WHEN 10
           WHEN 14
           WHEN 20
              MOVE 'CRIT' TO alert-sev
           WHEN OTHER
              MOVE 'ERROR' TO alert-sev
        END-EVALUATE
        MOVE err-dataset TO alert-dataset
        MOVE err-msg TO alert-msg
        PERFORM RAISE-ALERT.

*>      One alert for the feed; the job is the JOBID this run carries,
*>      if it carries one.
RAISE-ALERT.
        MOVE jobid-name TO alert-job
        MOVE RETURN-CODE TO call-rc-hold
        CALL 'ALERTPUT' USING alert-sev, alert-source, alert-job,
           alert-dataset, alert-msg
        MOVE call-rc-hold TO RETURN-CODE.

*>      One control dataset's edit lock (dsl-dsn), waited on while it
*>      is marked SAVE; a save still running after LOCKWAIT seconds
*>      stops the run, RC 14, logged against the dataset.
WAIT-FOR-DATASET-SAVE.
        MOVE 'W' TO dsl-func
        MOVE RETURN-CODE TO call-rc-hold
        CALL 'EDITLOCK' USING dsl-func, dsl-dsn, dsl-prog,
           lockwait-secs, dsl-result, dsl-holder
        MOVE call-rc-hold TO RETURN-CODE
        EVALUATE dsl-result
           WHEN 'E'
              DISPLAY 'COBOLRAYCASTER: ' FUNCTION TRIM(dsl-dsn)
                 ' is out for editing by ' FUNCTION TRIM(dsl-holder)
                 ' - rendering the copy on disk'
           WHEN 'S'
              DISPLAY 'COBOLRAYCASTER: ' FUNCTION TRIM(dsl-dsn)
                 ' is still being saved by ' FUNCTION TRIM(dsl-holder)
                 ' - refusing to read it'
              MOVE 14 TO err-code
              MOVE dsl-dsn TO err-dataset
              MOVE '00' TO err-status
              MOVE 'save in progress - refused to read the dataset'
                 TO err-msg
              PERFORM LOG-ERROR
              STOP RUN
        END-EVALUATE.

*>      One controlled action against RENDAUTH. AUTHCHK only answers;
*>      a refusal is logged here, in AUTHCHK's own message shape.
CHECK-AUTHORITY.
        CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
           auth-oper, auth-granted
        IF auth-granted = 'N' THEN
           DISPLAY 'COBOLRAYCASTER: ' FUNCTION TRIM(auth-kind) ' '
              FUNCTION TRIM(auth-subject) ' not authorized for '
              'operator ' FUNCTION TRIM(auth-oper) ' (RENDAUTH)'
           MOVE 'Y' TO auth-denied
           MOVE 28 TO err-code
           MOVE 'RENDAUTH' TO err-dataset
           MOVE '00' TO err-status
           MOVE SPACES TO err-msg
           STRING FUNCTION TRIM(auth-kind) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(auth-subject) DELIMITED BY SIZE
                  ' denied to ' DELIMITED BY SIZE
                  FUNCTION TRIM(auth-oper) DELIMITED BY SIZE
                  INTO err-msg
           PERFORM LOG-ERROR
        END-IF.

*>      An optional input that opened with anything other than clean
*>      (00) or simply-not-there (35) has a real problem - log it and
*>      carry on with that input's designed fallback.
NOTE-OPEN-TROUBLE.
        IF err-status NOT = '00' AND err-status NOT = '35' THEN
           MOVE 12 TO err-code
           MOVE 'open failed - falling back without this input'
              TO err-msg
           PERFORM LOG-ERROR
        END-IF.

*>      The PPM is the run's product - a frame that can't open its
*>      output is a dead run, logged and stopped, not a silent one.
CHECK-PPM-OPEN.
        IF ppm-file-status NOT = '00' THEN
           MOVE 12 TO err-code
           MOVE 'RENDPPM' TO err-dataset
           MOVE ppm-file-status TO err-status
           MOVE 'cannot open the PPM output - stopping' TO err-msg
           PERFORM LOG-ERROR
           DISPLAY 'COBOLRAYCASTER: cannot open ' ppm-fname
*>         The lock must not outlive the run - a wedged directory
*>         after one I/O failure would cost an UNLOCK override.
           IF lock-held-yes THEN
              OPEN OUTPUT LOCK-FILE
              CLOSE LOCK-FILE
           END-IF
           STOP RUN
        END-IF.

*>      One heartbeat: percent done over this run's own row span
*>      (whatever ROWLO/ROWHI and FRAMESn left it), elapsed wall
*>      clock, and the straight-line projection to the finish.
WRITE-HEARTBEAT.
        COMPUTE hb-pct = hb-rows-done
        COMPUTE hb-pct = hb-pct / hb-rows-total
        COMPUTE hb-pct = hb-pct * 100
        ACCEPT hb-now FROM TIME
        MOVE hb-now(1:2) TO hb-hh
        MOVE hb-now(3:2) TO hb-mm
        MOVE hb-now(5:2) TO hb-ss
        MOVE hb-now(7:2) TO hb-cc
        COMPUTE hb-now-csec = hb-hh * 360000
        COMPUTE hb-now-csec = hb-now-csec + (hb-mm * 6000)
        COMPUTE hb-now-csec = hb-now-csec + (hb-ss * 100)
        COMPUTE hb-now-csec = hb-now-csec + hb-cc
        COMPUTE hb-elapsed = hb-now-csec - stat-start-csec
        IF hb-elapsed < 0 THEN
           ADD 8640000 TO hb-elapsed
        END-IF
        COMPUTE hb-secs = hb-elapsed / 100
        IF hb-pct > 0 THEN
           COMPUTE hb-proj = hb-secs / hb-pct
           COMPUTE hb-proj = hb-proj * 100
        ELSE
           MOVE 0 TO hb-proj
        END-IF
        MOVE frame-num TO hb-frame-ed
        MOVE y TO hb-row-ed
        MOVE hb-pct TO hb-pct-ed
        MOVE hb-secs TO hb-secs-ed
        MOVE hb-proj TO hb-proj-ed
        MOVE SPACES TO stat-rec
        STRING 'frame ' DELIMITED BY SIZE
               FUNCTION TRIM(hb-frame-ed) DELIMITED BY SIZE
               ' row ' DELIMITED BY SIZE
               FUNCTION TRIM(hb-row-ed) DELIMITED BY SIZE
               ' pct ' DELIMITED BY SIZE
               FUNCTION TRIM(hb-pct-ed) DELIMITED BY SIZE
               ' elapsed ' DELIMITED BY SIZE
               FUNCTION TRIM(hb-secs-ed) DELIMITED BY SIZE
               ' projected ' DELIMITED BY SIZE
               FUNCTION TRIM(hb-proj-ed) DELIMITED BY SIZE
               ' run ' DELIMITED BY SIZE
               FUNCTION TRIM(run-id) DELIMITED BY SIZE
               INTO stat-rec
        OPEN OUTPUT STAT-FILE
        WRITE stat-rec
        CLOSE STAT-FILE
        IF sysout-mode-on THEN
           DISPLAY 'HEARTBEAT: ' FUNCTION TRIM(stat-rec)
        END-IF.

*>      The frame's buffered rows, paginated for the print room: one
*>      column band at a time (132 printer columns each), sixty rows
*>      to a page, each page led by a form feed and a header naming
*>      job, date, frame, page and the band's column range. The
*>      buffer clears for the next frame on the way out.
EMIT-SYSOUT-PAGES.
        COMPUTE so-width = w + 1
        IF so-width > 512 THEN MOVE 512 TO so-width END-IF
        COMPUTE so-bands = (so-width + 131) / 132
        MOVE 0 TO so-page
        OPEN OUTPUT PROF-FILE
        DISPLAY ' '
        DISPLAY '--- render profile ---'
        PERFORM VARYING pf-i FROM 1 BY 1 UNTIL pf-i > 9
           EVALUATE pf-i
              WHEN 1 MOVE 'SPHERE' TO pf-kind-name
              WHEN 2 MOVE 'PLANE' TO pf-kind-name
              WHEN 5 MOVE 'ELLIP' TO pf-kind-name
              WHEN 6 MOVE 'TRI' TO pf-kind-name
              WHEN 7 MOVE 'CONE' TO pf-kind-name
              WHEN 8 MOVE 'TORUS' TO pf-kind-name
              WHEN 9 MOVE 'MESH' TO pf-kind-name
           END-EVALUATE
           IF prof-kind-calls(pf-i) > 0 THEN
              MOVE prof-kind-calls(pf-i) TO pf-calls-ed
               INTO pf-line
        WRITE prof-rec FROM pf-line
        DISPLAY 'occlusion rays: ' pf-calls-ed
        MOVE prof-gi-rays TO pf-calls-ed
        MOVE SPACES TO pf-line
        STRING 'RAYS INDIRECT ' DELIMITED BY SIZE
               FUNCTION TRIM(pf-calls-ed) DELIMITED BY SIZE
               INTO pf-line
        WRITE prof-rec FROM pf-line
        DISPLAY 'indirect rays:  ' pf-calls-ed
        PERFORM VARYING pf-i FROM 1 BY 1 UNTIL pf-i > 52
           IF prof-band-secs(pf-i) > 0 THEN
              COMPUTE pf-lo-ed = (pf-i - 1) * 10
        DISPLAY 'profile written to RENDPROF'
        DISPLAY '----------------------'.

*>      An intersect call that came back with a non-zero RETURN-CODE
*>      under the object the dispatch was testing; every kind,
*>      MESH instances included, is filed by its spatial-index slot.
NOTE-OBJECT-TRAP.
        MOVE RETURN-CODE TO nt-n
        MOVE so-kind(tr-obj) TO nt-kind
        MOVE so-idx(tr-obj) TO nt-slot
        PERFORM NOTE-NUM-TRAP.

*>      One overflowing term in the shading path, filed under the
*>      surface being shaded.
NOTE-SHADE-TRAP.
        MOVE 10 TO nt-src
        MOVE best-kind TO nt-kind
        MOVE best-si TO nt-slot
        MOVE 1 TO nt-n
        PERFORM NOTE-NUM-TRAP.

*>      nt-n exceptions from source nt-src against slot nt-kind/
*>      nt-slot: counted by source and by slot (the first 40 slots
*>      get their own line, the rest are lumped together), and the
*>      pixel noted if it is the run's first. RETURN-CODE goes back
*>      to zero either way - the trap is not the job's condition.
NOTE-NUM-TRAP.
        MOVE 0 TO RETURN-CODE
        IF NOT numchk-mode-on THEN
           EXIT PARAGRAPH
        END-IF
        ADD nt-n TO nc-total
        ADD nt-n TO nc-src-count(nt-src)
        MOVE 0 TO nc-found
        PERFORM VARYING nc-i FROM 1 BY 1
           UNTIL nc-i > nc-num-slots OR nc-found > 0
           IF nc-slot-kind(nc-i) = nt-kind
              AND nc-slot-idx(nc-i) = nt-slot THEN
              MOVE nc-i TO nc-found
           END-IF
        END-PERFORM
        IF nc-found = 0 THEN
           IF nc-num-slots < nc-max-slots THEN
              ADD 1 TO nc-num-slots
              MOVE nc-num-slots TO nc-found
              MOVE nt-kind TO nc-slot-kind(nc-found)
              MOVE nt-slot TO nc-slot-idx(nc-found)
              MOVE 0 TO nc-slot-count(nc-found)
           ELSE
              ADD nt-n TO nc-slot-over
           END-IF
        END-IF
        IF nc-found > 0 THEN
           ADD nt-n TO nc-slot-count(nc-found)
        END-IF
        IF nc-first-frame = 0 THEN
           MOVE frame-num TO nc-first-frame
           MOVE x TO nc-first-x
           MOVE y TO nc-first-y
           MOVE nt-src TO nc-first-src
           MOVE nt-kind TO nc-first-kind
           MOVE nt-slot TO nc-first-idx
        END-IF.

*>      The numeric-exception section of the statistics summary. Any
*>      exception at all is a warning: one ERRLOG record with the
*>      total and the first pixel, RC 4 held for the end of the job,
*>      and the counters cleared for the next shot.
REPORT-NUMERIC-EXCEPTIONS.
        DISPLAY '--- numeric exceptions ---'
        IF nc-total = 0 THEN
           DISPLAY 'none - every trapped term fit its field'
           EXIT PARAGRAPH
        END-IF
        MOVE nc-total TO nc-count-ed
        DISPLAY 'size errors:       ' nc-count-ed
        PERFORM VARYING nc-i FROM 1 BY 1 UNTIL nc-i > 10
           IF nc-src-count(nc-i) > 0 THEN
              MOVE nc-i TO nt-src
              PERFORM NAME-NUM-SOURCE
              MOVE nc-src-count(nc-i) TO nc-count-ed
              DISPLAY '  in ' nc-src-name ' ' nc-count-ed
           END-IF
        END-PERFORM
        PERFORM VARYING nc-i FROM 1 BY 1 UNTIL nc-i > nc-num-slots
           MOVE nc-slot-kind(nc-i) TO nt-kind
           PERFORM NAME-NUM-KIND
           MOVE nc-slot-idx(nc-i) TO nc-slot-ed
           MOVE nc-slot-count(nc-i) TO nc-count-ed
           DISPLAY '  slot ' nc-kind-name ' ' nc-slot-ed
              '            ' nc-count-ed
        END-PERFORM
        IF nc-slot-over > 0 THEN
           MOVE nc-slot-over TO nc-count-ed
           DISPLAY '  other slots                 ' nc-count-ed
        END-IF
        MOVE nc-first-src TO nt-src
        PERFORM NAME-NUM-SOURCE
        MOVE nc-first-kind TO nt-kind
        PERFORM NAME-NUM-KIND
        MOVE nc-first-frame TO nc-frame-ed
        MOVE nc-first-x TO nc-col-ed
        MOVE nc-first-y TO nc-row-ed
        MOVE nc-first-idx TO nc-slot-ed
        DISPLAY 'first at frame ' FUNCTION TRIM(nc-frame-ed)
           ' col ' FUNCTION TRIM(nc-col-ed)
           ' row ' FUNCTION TRIM(nc-row-ed) ' - '
           FUNCTION TRIM(nc-src-name) ', '
           FUNCTION TRIM(nc-kind-name) ' ' FUNCTION TRIM(nc-slot-ed)
        DISPLAY 'WARNING: scene coordinates too large for the working '
           'fields - rescale the scene'
        MOVE nc-total TO nc-count-ed
        MOVE 4 TO err-code
        MOVE 'SCENEDAT' TO err-dataset
        MOVE '00' TO err-status
        MOVE SPACES TO err-msg
        STRING 'numeric exceptions ' DELIMITED BY SIZE
               FUNCTION TRIM(nc-count-ed) DELIMITED BY SIZE
               ' first frame ' DELIMITED BY SIZE
               FUNCTION TRIM(nc-frame-ed) DELIMITED BY SIZE
               ' col ' DELIMITED BY SIZE
               FUNCTION TRIM(nc-col-ed) DELIMITED BY SIZE
               ' row ' DELIMITED BY SIZE
               FUNCTION TRIM(nc-row-ed) DELIMITED BY SIZE
               INTO err-msg
        PERFORM LOG-ERROR
        IF nc-rc < 4 THEN
           MOVE 4 TO nc-rc
        END-IF
        MOVE 0 TO nc-total
        INITIALIZE nc-src-tbl
        MOVE 0 TO nc-num-slots
        MOVE 0 TO nc-slot-over
        MOVE 0 TO nc-first-frame.

NAME-NUM-SOURCE.
        EVALUATE nt-src
           WHEN 1 MOVE 'SPHERE-INTERSECT' TO nc-src-name
           WHEN 2 MOVE 'CSG-SPHERE-INTERSECT' TO nc-src-name
           WHEN 3 MOVE 'PLANE-INTERSECT' TO nc-src-name
           WHEN 4 MOVE 'BOX-ROT-INTERSECT' TO nc-src-name
           WHEN 5 MOVE 'CYLINDER-INTERSECT' TO nc-src-name
           WHEN 6 MOVE 'ELLIPSOID-ROT-INTERSECT' TO nc-src-name
           WHEN 7 MOVE 'CONE-INTERSECT' TO nc-src-name
           WHEN 8 MOVE 'TORUS-INTERSECT' TO nc-src-name
           WHEN 9 MOVE 'TRIANGLE-INTERSECT' TO nc-src-name
           WHEN OTHER MOVE 'shading' TO nc-src-name
        END-EVALUATE.

NAME-NUM-KIND.
        EVALUATE nt-kind
           WHEN 1 MOVE 'SPHERE' TO nc-kind-name
           WHEN 2 MOVE 'PLANE' TO nc-kind-name
           WHEN 3 MOVE 'BOX' TO nc-kind-name
           WHEN 4 MOVE 'CYL' TO nc-kind-name
           WHEN 5 MOVE 'ELLIP' TO nc-kind-name
           WHEN 6 MOVE 'TRI' TO nc-kind-name
           WHEN 7 MOVE 'CONE' TO nc-kind-name
           WHEN 8 MOVE 'TORUS' TO nc-kind-name
           WHEN 9 MOVE 'MESH' TO nc-kind-name
           WHEN OTHER MOVE '-' TO nc-kind-name
        END-EVALUATE.

*>      The second stroke for the current row's band slice: each
*>      glyph looked up on the ramp, the darker half overlaid with
*>      its os-ramp partner, everything else left to the space the
*>      it reads x, y, shade, pix-color and any-hit from the globals
*>      rather than taking parameters.
FINISH-PIXEL.
              IF vector-mode-on THEN
                 PERFORM VEC-NOTE-PIXEL
              END-IF
*>            Outline: this pixel is an edge when its winning object
*>            differs from the pixel to its left or the pixel above;
*>            edges go full bright, everything else goes blank, and
                          MOVE caption-text(cap-char-i:1) TO cap-c
                          MOVE 0 TO cap-fi
                          PERFORM VARYING cap-cell FROM 1 BY 1
                             UNTIL cap-cell > 39 OR cap-fi > 0
                             IF cap-font-chars(cap-cell:1) = cap-c THEN
                                MOVE cap-cell TO cap-fi
                             END-IF
                    END-IF
                 END-IF
              END-IF
*>            Callout overlay, laid out before the replay began: a
*>            label or legend box dims like the caption band with its
*>            glyphs full bright, and a leader line takes whichever
*>            of full bright or black stands out from what it
*>            crosses. co-pix tells the PPM stage to write the bright
*>            ones white rather than in the object's colour.
              MOVE SPACE TO co-pix
              IF co-active = 'Y' THEN
                 EVALUATE ac-co(ac-i)
                    WHEN 'K'
                       COMPUTE shade = shade * 0.25
                    WHEN 'F'
                       MOVE 1.0 TO shade
                       MOVE 'W' TO co-pix
                    WHEN 'L'
                       IF shade >= 0.5 THEN
                          MOVE 0.0 TO shade
                       ELSE
                          MOVE 1.0 TO shade
                          MOVE 'W' TO co-pix
                       END-IF
                 END-EVALUATE
              END-IF
              MOVE pix-color TO best-color

*>            Map brightness onto the ramp's 10 characters, dimmest
                    WHEN OTHER MOVE '37' TO ansi-code
                 END-EVALUATE
                 END-IF
                 IF hl-mode-on THEN
                    PERFORM HL-ANSI-CODE
                 END-IF
                 MOVE SPACES TO ansi-prefix
                 STRING ansi-esc DELIMITED BY SIZE '[' DELIMITED BY SIZE
                    ansi-code DELIMITED BY SIZE 'm' DELIMITED BY SIZE
                 END-IF
              END-IF

              IF hdr-ok = 'Y' THEN
                 PERFORM NOTE-HDR-PIXEL
              END-IF

*>            Same brightness, written out as a PPM triplet instead
*>            of a ramp glyph, one pixel per line - tinted by the hit
*>            object's material color so the archived frame matches
                 IF chan-work > 255 THEN MOVE 255 TO chan-work END-IF
                 MOVE chan-work TO base-b
              ELSE
*>               A miss is white sky, unless the backdrop map left
*>               its colour in the tint.
                 COMPUTE chan-work = 255 * pix-tint-r
                 IF chan-work > 255 THEN MOVE 255 TO chan-work END-IF
                 MOVE chan-work TO base-r
                 COMPUTE chan-work = 255 * pix-tint-g
                 IF chan-work > 255 THEN MOVE 255 TO chan-work END-IF
                 MOVE chan-work TO base-g
                 COMPUTE chan-work = 255 * pix-tint-b
                 IF chan-work > 255 THEN MOVE 255 TO chan-work END-IF
                 MOVE chan-work TO base-b
              END-IF
              IF hl-mode-on THEN
                 PERFORM HL-RECOLOR-BASE
              END-IF
              COMPUTE ppm-r = shade * base-r
              COMPUTE ppm-g = shade * base-g
              COMPUTE ppm-b = shade * base-b
*>            A ghost outline goes over whatever is there, full red.
              IF hl-mode-on AND hl-pix = 'R' THEN
                 MOVE 255 TO ppm-r
                 MOVE 040 TO ppm-g
                 MOVE 040 TO ppm-b
              END-IF
              IF co-pix = 'W' THEN
                 MOVE 255 TO ppm-r
                 MOVE 255 TO ppm-g
                 MOVE 255 TO ppm-b
              END-IF
*>            Half-block banks the pixel's color for its row pair -
*>            the upper row first, the lower while one is pending.
              IF halfblock-mode-on THEN
*>               through 1112 - cones sit at 1200 plus slot, clear
*>               of that whole band, instead of kind 7's natural
*>               700s which TRI slots 101-116 would collide with.
*>               Tori follow on at 1300 plus slot for the same
*>               reason, MESH instances at 1400 plus slot.
                 IF aux-kind = 7 THEN
                    COMPUTE mask-id = 1200 + aux-si
                 ELSE
                 IF aux-kind = 8 THEN
                    COMPUTE mask-id = 1300 + aux-si
                 ELSE
                 IF aux-kind = 9 THEN
                    COMPUTE mask-id = 1400 + aux-si
                 ELSE
                    COMPUTE mask-id = (aux-kind * 100) + aux-si
                 END-IF
                 END-IF
                 END-IF
                 MOVE SPACES TO mask-rec
                 MOVE mask-id TO mask-rec(1:4)
                 WRITE mask-rec
*>      row, bank (or write) the spool row.
FINISH-ROW.
              MOVE -1 TO ol-left
           IF vector-mode-on THEN
              PERFORM VEC-TRACE-ROW
           END-IF
*>         A packed PPM record never spans a row boundary - flush the
*>         partial record here so row-range bands stay stitchable.
           IF pack-mode-on AND pack-col > 0 THEN
           ELSE
              DISPLAY ' '
           END-IF
           MOVE 0 TO con-col
           END-IF
           END-IF
           IF sysout-mode-on AND NOT contact-mode-on THEN
              IF rows-mode-on THEN
                 WRITE sysout-rec FROM sysout-line(1:200)
              ELSE
                 IF num-sofr < max-sofr THEN
                    ADD 1 TO num-sofr
                    MOVE sysout-line TO sofr-line(num-sofr)
                 END-IF
              END-IF
           END-IF
        MOVE SPACES TO sysout-line
        MOVE 0 TO sysout-col.

*>      One console line carrying two render rows: per cell a
*>      truecolor foreground (the upper pixel), a truecolor
*>      background (the lower pixel) and the half-block glyph; one
*>      reset ends the line. The channel values go in zero-padded so
*>      every cell's escape is the same width and the line buffer
*>      arithmetic stays flat.
EMIT-HALFBLOCK-PAIR.
        MOVE SPACES TO hf-line
        MOVE 0 TO hf-pos
        PERFORM VARYING hf-x FROM 1 BY 1 UNTIL hf-x > 513
           OR hf-x > w + 1 OR hf-pos + 42 > 21596
           MOVE ansi-esc TO hf-line(hf-pos + 1:1)
           MOVE '[38;2;' TO hf-line(hf-pos + 2:6)
           MOVE hf-ur(hf-x) TO hf-3d
           MOVE hf-3d TO hf-line(hf-pos + 8:3)
           MOVE ';' TO hf-line(hf-pos + 11:1)
           MOVE hf-ug(hf-x) TO hf-3d
           MOVE hf-3d TO hf-line(hf-pos + 12:3)
           MOVE ';' TO hf-line(hf-pos + 15:1)
           MOVE hf-ub(hf-x) TO hf-3d
           MOVE hf-3d TO hf-line(hf-pos + 16:3)
           MOVE 'm' TO hf-line(hf-pos + 19:1)
           ADD 19 TO hf-pos
           MOVE ansi-esc TO hf-line(hf-pos + 1:1)
           MOVE '[48;2;' TO hf-line(hf-pos + 2:6)
           MOVE hf-lr(hf-x) TO hf-3d
           MOVE hf-3d TO hf-line(hf-pos + 8:3)
           MOVE ';' TO hf-line(hf-pos + 11:1)
           MOVE hf-lg(hf-x) TO hf-3d
           MOVE hf-3d TO hf-line(hf-pos + 12:3)
           MOVE ';' TO hf-line(hf-pos + 15:1)
           MOVE hf-lb(hf-x) TO hf-3d
           MOVE hf-3d TO hf-line(hf-pos + 16:3)
           MOVE 'm' TO hf-line(hf-pos + 19:1)
           ADD 19 TO hf-pos
           MOVE hf-glyph TO hf-line(hf-pos + 1:3)
           ADD 3 TO hf-pos
        END-PERFORM
        MOVE ansi-reset TO hf-line(hf-pos + 1:4)
        ADD 4 TO hf-pos
        DISPLAY hf-line(1:hf-pos).

*>      A fresh frame's vector state: no runs, no rows above. A band
*>      that starts below the top first renders the two rows over its
*>      seam into the row buffers only (no output of any kind), so its
*>      first row's horizontal edges and running slopes see the same
*>      neighbours a whole-frame run would and stitched bands draw the
*>      same lines.
VEC-START-FRAME.
        MOVE 0 TO vs-n
        MOVE 0 TO vs-hlast
        MOVE 'N' TO vc-full
        MOVE 'N' TO vc-prev-ok
        MOVE 'N' TO vc-prev2-ok
        PERFORM VARYING vc-i FROM 1 BY 1 UNTIL vc-i > 513
           MOVE 0 TO vo-seg(vc-i)
        END-PERFORM
        IF ckpt-start-y < 1 THEN
           EXIT PARAGRAPH
        END-IF
        COMPUTE vc-y0 = ckpt-start-y - 2
        IF vc-y0 < 0 THEN
           MOVE 0 TO vc-y0
        END-IF
        PERFORM VARYING y FROM vc-y0 BY 1 UNTIL y >= ckpt-start-y
           PERFORM VARYING x FROM 0 BY 1 UNTIL x > w OR x > 512
              MOVE aa-grid TO aa-run-grid
              MOVE aa-step TO aa-run-step
              PERFORM RENDER-ONE-PIXEL
              IF aa-hits > 0 THEN
                 MOVE 1.0 TO any-hit
              ELSE
                 MOVE 0.0 TO any-hit
              END-IF
              PERFORM VEC-NOTE-PIXEL
           END-PERFORM
           PERFORM VEC-SHIFT-ROWS
        END-PERFORM.

*>      The finished pixel into the current row buffer. Model and
*>      terrain facets take their mesh's one id (the same split the
*>      takeoff keeps), so only their outline draws.
VEC-NOTE-PIXEL.
        IF x > 512 THEN
           EXIT PARAGRAPH
        END-IF
        COMPUTE vc-i = x + 1
        IF any-hit > 0.1 THEN
           IF aux-kind = 6 AND aux-si <= qt-model-end THEN
              MOVE 6000 TO vc-id(vc-i)
           ELSE
           IF aux-kind = 6 AND aux-si <= qt-terr-end THEN
              MOVE 6999 TO vc-id(vc-i)
           ELSE
              COMPUTE vc-id(vc-i) = (aux-kind * 1000) + aux-si
           END-IF
           END-IF
           MOVE aux-t TO vc-t(vc-i)
           MOVE pix-color TO vc-code(vc-i)
           MOVE aux-cap TO vc-cap(vc-i)
        ELSE
           MOVE 0 TO vc-id(vc-i)
           MOVE 0 TO vc-t(vc-i)
           MOVE SPACE TO vc-code(vc-i)
           MOVE 'N' TO vc-cap(vc-i)
        END-IF.

*>      Row y is finished: its vertical edges against each pixel's
*>      left neighbour, its horizontal edges against the row above,
*>      then the row buffers move down one.
VEC-TRACE-ROW.
        MOVE w TO vc-last
        IF vc-last > 512 THEN
           MOVE 512 TO vc-last
        END-IF
        PERFORM VARYING vc-x FROM 1 BY 1 UNTIL vc-x > vc-last
           MOVE vc-cur(vc-x) TO ve-a
           MOVE vc-cur(vc-x + 1) TO ve-b
           IF vc-x > 1 THEN
              MOVE vc-cur(vc-x - 1) TO ve-c
           ELSE
              MOVE -1 TO ve-c-id
           END-IF
           PERFORM VEC-CLASSIFY
           IF ve-class NOT = SPACE THEN
              PERFORM VEC-ADD-VERT
           END-IF
        END-PERFORM
        MOVE 0 TO vs-hlast
        IF vc-prev-ok = 'Y' THEN
           PERFORM VARYING vc-x FROM 0 BY 1 UNTIL vc-x > vc-last
              MOVE vc-prev(vc-x + 1) TO ve-a
              MOVE vc-cur(vc-x + 1) TO ve-b
              IF vc-prev2-ok = 'Y' THEN
                 MOVE vc-prev2(vc-x + 1) TO ve-c
              ELSE
                 MOVE -1 TO ve-c-id
              END-IF
              PERFORM VEC-CLASSIFY
              IF ve-class NOT = SPACE THEN
                 PERFORM VEC-ADD-HORIZ
              END-IF
           END-PERFORM
        END-IF
        PERFORM VEC-SHIFT-ROWS.

VEC-SHIFT-ROWS.
        MOVE vc-prev-row TO vc-prev2-row
        MOVE vc-prev-ok TO vc-prev2-ok
        MOVE vc-cur-row TO vc-prev-row
        MOVE 'Y' TO vc-prev-ok.

*>      Is there a line between pixels a and b, and of what class and
*>      pen? ve-class comes back SPACE for none. A miss against a hit
*>      is always a silhouette; a CLIP cap against uncut surface is a
*>      section; otherwise the depth jump decides between silhouette
*>      and crease (two objects) or silhouette and nothing (one).
*>      The slope is a against the pixel before it on the same
*>      object, zero when there is no such pixel.
VEC-CLASSIFY.
        MOVE SPACE TO ve-class
        IF ve-a-id = 0 AND ve-b-id = 0 THEN
           EXIT PARAGRAPH
        END-IF
        IF ve-a-id = 0 OR ve-b-id = 0 THEN
           MOVE 'S' TO ve-class
           IF ve-a-id = 0 THEN
              MOVE ve-b-code TO ve-code
           ELSE
              MOVE ve-a-code TO ve-code
           END-IF
           PERFORM VEC-PICK-PEN
           EXIT PARAGRAPH
        END-IF
        IF ve-a-t <= ve-b-t THEN
           MOVE ve-a-t TO ve-near
           MOVE ve-a-code TO ve-code
           COMPUTE ve-jump = ve-b-t - ve-a-t
        ELSE
           MOVE ve-b-t TO ve-near
           MOVE ve-b-code TO ve-code
           COMPUTE ve-jump = ve-a-t - ve-b-t
        END-IF
        MOVE 0 TO ve-trend
        IF ve-c-id = ve-a-id THEN
           COMPUTE ve-trend = ve-a-t - ve-c-t
           IF ve-trend < 0 THEN
              COMPUTE ve-trend = 0 - ve-trend
           END-IF
        END-IF
        MOVE 'N' TO ve-jumps
        COMPUTE ve-limit = ve-near * 0.1
        IF ve-jump > ve-limit THEN
           COMPUTE ve-limit = ve-trend * 4
           IF ve-jump > ve-limit THEN
              MOVE 'Y' TO ve-jumps
           END-IF
        END-IF
        IF ve-a-cap NOT = ve-b-cap THEN
           MOVE 'X' TO ve-class
           IF ve-a-cap = 'Y' THEN
              MOVE ve-a-code TO ve-code
           ELSE
              MOVE ve-b-code TO ve-code
           END-IF
        ELSE
           IF ve-a-id NOT = ve-b-id THEN
              IF ve-jumps = 'Y' THEN
                 MOVE 'S' TO ve-class
              ELSE
                 MOVE 'C' TO ve-class
              END-IF
           ELSE
              IF ve-jumps = 'Y' THEN
                 MOVE 'S' TO ve-class
              END-IF
           END-IF
        END-IF
        IF ve-class NOT = SPACE THEN
           PERFORM VEC-PICK-PEN
        END-IF.

VEC-PICK-PEN.
        MOVE 8 TO ve-pen
        PERFORM VARYING vc-i FROM 1 BY 1 UNTIL vc-i > 7
           IF vc-pens(vc-i:1) = ve-code THEN
              MOVE vc-i TO ve-pen
           END-IF
        END-PERFORM.

*>      A vertical unit edge at corner column vc-x from row y to y+1
*>      lengthens that column's open run when the run ends right here
*>      in the same pen and class, and starts a new run otherwise.
VEC-ADD-VERT.
        MOVE vo-seg(vc-x) TO vs-k
        IF vs-k > 0 THEN
           IF vs-y2(vs-k) = y AND vs-pen(vs-k) = ve-pen
              AND vs-class(vs-k) = ve-class THEN
              ADD 1 TO vs-y2(vs-k)
              EXIT PARAGRAPH
           END-IF
        END-IF
        IF vs-n >= max-vseg THEN
           MOVE 'Y' TO vc-full
           MOVE 0 TO vo-seg(vc-x)
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO vs-n
        MOVE vc-x TO vs-x1(vs-n)
        MOVE y TO vs-y1(vs-n)
        MOVE vc-x TO vs-x2(vs-n)
        COMPUTE vs-y2(vs-n) = y + 1
        MOVE ve-pen TO vs-pen(vs-n)
        MOVE ve-class TO vs-class(vs-n)
        MOVE 'N' TO vs-used(vs-n)
        MOVE vs-n TO vo-seg(vc-x).

*>      A horizontal unit edge along corner row y from column vc-x to
*>      vc-x+1, the same way along the row.
VEC-ADD-HORIZ.
        IF vs-hlast > 0 THEN
           IF vs-x2(vs-hlast) = vc-x AND vs-pen(vs-hlast) = ve-pen
              AND vs-class(vs-hlast) = ve-class THEN
              ADD 1 TO vs-x2(vs-hlast)
              EXIT PARAGRAPH
           END-IF
        END-IF
        IF vs-n >= max-vseg THEN
           MOVE 'Y' TO vc-full
           MOVE 0 TO vs-hlast
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO vs-n
        MOVE vc-x TO vs-x1(vs-n)
        MOVE y TO vs-y1(vs-n)
        COMPUTE vs-x2(vs-n) = vc-x + 1
        MOVE y TO vs-y2(vs-n)
        MOVE ve-pen TO vs-pen(vs-n)
        MOVE ve-class TO vs-class(vs-n)
        MOVE 'N' TO vs-used(vs-n)
        MOVE vs-n TO vs-hlast.

*>      Frame end: chain the runs into polylines and write both
*>      drawings - header, polylines, then the title block (caption
*>      text, scene and LAYERS, pen legend, run id). The SVG header
*>      ends at its "drawing" comment and the title block starts at
*>      its "title block" comment; the HPGL header is its one IN;
*>      line and its title block starts at the DT line. MERGEROWS
*>      cuts a row-range band's files at exactly those lines.
WRITE-VECTOR-FILES.
        OPEN OUTPUT SVG-FILE
        IF svg-file-status NOT = '00' THEN
           MOVE 12 TO err-code
           MOVE 'RENDSVG' TO err-dataset
           MOVE svg-file-status TO err-status
           MOVE 'cannot open the vector output - not written'
              TO err-msg
           PERFORM LOG-ERROR
           EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT PLT-FILE
        IF plt-file-status NOT = '00' THEN
           CLOSE SVG-FILE
           MOVE 12 TO err-code
           MOVE 'RENDPLT' TO err-dataset
           MOVE plt-file-status TO err-status
           MOVE 'cannot open the vector output - not written'
              TO err-msg
           PERFORM LOG-ERROR
           EXIT PARAGRAPH
        END-IF
        PERFORM VEC-PEN-COLORS
        COMPUTE vt-h = h + 18
        MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO svg-rec
        WRITE svg-rec
        MOVE SPACES TO vt-line
        MOVE 1 TO vt-ptr
        STRING '<svg xmlns="http://www.w3.org/2000/svg" width="'
               DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        COMPUTE vt-num = w + 1
        PERFORM VEC-PUT-NUM
        STRING 'mm" height="' DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        MOVE vt-h TO vt-num
        PERFORM VEC-PUT-NUM
        STRING 'mm" viewBox="0 0 ' DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        COMPUTE vt-num = w + 1
        PERFORM VEC-PUT-NUM
        STRING ' ' DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        MOVE vt-h TO vt-num
        PERFORM VEC-PUT-NUM
        STRING '">' DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        WRITE svg-rec FROM vt-line
        MOVE SPACES TO svg-rec
        STRING '<!-- run ' DELIMITED BY SIZE
               FUNCTION TRIM(run-id) DELIMITED BY SIZE
               ' -->' DELIMITED BY SIZE
               INTO svg-rec
        WRITE svg-rec
        MOVE SPACES TO svg-rec
        STRING '<style>polyline{fill:none;stroke-linecap:round;'
               DELIMITED BY SIZE
               'stroke-linejoin:round}' DELIMITED BY SIZE
               INTO svg-rec
        WRITE svg-rec
        MOVE SPACES TO svg-rec
        STRING '.S{stroke-width:0.5}.C{stroke-width:0.25}'
               DELIMITED BY SIZE
               '.X{stroke-width:0.25;stroke-dasharray:1.5 1}</style>'
               DELIMITED BY SIZE
               INTO svg-rec
        WRITE svg-rec
        MOVE '<rect width="100%" height="100%" fill="#FFFFFF"/>'
           TO svg-rec
        WRITE svg-rec
        MOVE '<!-- drawing -->' TO svg-rec
        WRITE svg-rec
        MOVE 'IN;DF;PA;' TO plt-rec
        WRITE plt-rec
        PERFORM VEC-CHAIN-ALL
        PERFORM VEC-TITLE-BLOCK
        MOVE '</svg>' TO svg-rec
        WRITE svg-rec
        MOVE 'SP0;PU0,0;' TO plt-rec
        WRITE plt-rec
        CLOSE SVG-FILE
        CLOSE PLT-FILE
        MOVE vc-polys TO vc-polys-ed
        MOVE vs-n TO vc-segs-ed
        DISPLAY 'COBOLRAYCASTER: VECTOR ' FUNCTION TRIM(vc-polys-ed)
           ' polylines from ' FUNCTION TRIM(vc-segs-ed)
           ' edge runs to ' FUNCTION TRIM(svg-fname) ' and '
           FUNCTION TRIM(plt-fname)
        IF vc-full = 'Y' THEN
           DISPLAY 'COBOLRAYCASTER: VECTOR edge table full at '
              FUNCTION TRIM(vc-segs-ed) ' runs - the drawing is '
              'incomplete'
        END-IF.

*>      The pens' SVG stroke colors from the same base triples the PPM
*>      uses; white (pen 1) and anything unnamed (pen 8) draw black on
*>      the white sheet. best-color is borrowed for the lookup.
VEC-PEN-COLORS.
        MOVE best-color TO vc-color-hold
        MOVE '000000' TO vc-pen-hex(1)
        MOVE '000000' TO vc-pen-hex(8)
        PERFORM VARYING vc-i FROM 2 BY 1 UNTIL vc-i > 7
           MOVE vc-pens(vc-i:1) TO best-color
           PERFORM WORK-OUT-BASE-RGB
           MOVE base-r TO vc-byte
           PERFORM VEC-HEX-BYTE
           MOVE vc-hex2 TO vc-pen-hex(vc-i)(1:2)
           MOVE base-g TO vc-byte
           PERFORM VEC-HEX-BYTE
           MOVE vc-hex2 TO vc-pen-hex(vc-i)(3:2)
           MOVE base-b TO vc-byte
           PERFORM VEC-HEX-BYTE
           MOVE vc-hex2 TO vc-pen-hex(vc-i)(5:2)
        END-PERFORM
        MOVE vc-color-hold TO best-color.

VEC-HEX-BYTE.
        DIVIDE vc-byte BY 16 GIVING vc-hi REMAINDER vc-lo
        MOVE vc-hex-digits(vc-hi + 1:1) TO vc-hex2(1:1)
        MOVE vc-hex-digits(vc-lo + 1:1) TO vc-hex2(2:1).

*>      Every run once: walk back from its first end as far as the
*>      chain goes, then lay the polyline out from the far back end
*>      forward through the run and on past its second end. Runs
*>      join only run to run in the same pen and class.
VEC-CHAIN-ALL.
        MOVE 0 TO vc-polys
        PERFORM VARYING vh-key FROM 1 BY 1 UNTIL vh-key > 4001
           MOVE 0 TO vh-head(vh-key)
        END-PERFORM
        MOVE 0 TO vh-n
        PERFORM VARYING vs-i FROM 1 BY 1 UNTIL vs-i > vs-n
           MOVE vs-x1(vs-i) TO vk-x
           MOVE vs-y1(vs-i) TO vk-y
           PERFORM VEC-HASH-END
           MOVE vs-x2(vs-i) TO vk-x
           MOVE vs-y2(vs-i) TO vk-y
           PERFORM VEC-HASH-END
        END-PERFORM
        PERFORM VARYING vs-i FROM 1 BY 1 UNTIL vs-i > vs-n
           IF vs-used(vs-i) = 'N' THEN
              PERFORM VEC-CHAIN-ONE
           END-IF
        END-PERFORM.

VEC-HASH-KEY.
        COMPUTE vh-key = vk-y * 1021
        ADD vk-x TO vh-key
        COMPUTE vh-key = FUNCTION MOD(vh-key, 4001)
        ADD 1 TO vh-key.

VEC-HASH-END.
        PERFORM VEC-HASH-KEY
        ADD 1 TO vh-n
        MOVE vs-i TO vh-seg(vh-n)
        MOVE vh-head(vh-key) TO vh-nxt(vh-n)
        MOVE vh-n TO vh-head(vh-key).

VEC-CHAIN-ONE.
        MOVE 'Y' TO vs-used(vs-i)
        MOVE vs-pen(vs-i) TO vc-pen
        MOVE vs-class(vs-i) TO vc-class
        MOVE 0 TO vb-n
        MOVE vs-x1(vs-i) TO vk-x
        MOVE vs-y1(vs-i) TO vk-y
        MOVE 'Y' TO vk-found
        PERFORM UNTIL vk-found = 'N' OR vb-n >= max-vpts
           PERFORM VEC-FIND-NEXT
           IF vk-found = 'Y' THEN
              ADD 1 TO vb-n
              MOVE vk-x TO vb-x(vb-n)
              MOVE vk-y TO vb-y(vb-n)
           END-IF
        END-PERFORM
        MOVE 0 TO vp-n
        PERFORM VARYING vb-i FROM vb-n BY -1 UNTIL vb-i < 1
           MOVE vb-x(vb-i) TO vk-x
           MOVE vb-y(vb-i) TO vk-y
           PERFORM VEC-ADD-POINT
        END-PERFORM
        MOVE vs-x1(vs-i) TO vk-x
        MOVE vs-y1(vs-i) TO vk-y
        PERFORM VEC-ADD-POINT
        MOVE vs-x2(vs-i) TO vk-x
        MOVE vs-y2(vs-i) TO vk-y
        PERFORM VEC-ADD-POINT
        MOVE 'Y' TO vk-found
        PERFORM UNTIL vk-found = 'N'
           PERFORM VEC-FIND-NEXT
           IF vk-found = 'Y' THEN
              PERFORM VEC-ADD-POINT
           END-IF
        END-PERFORM
        PERFORM VEC-WRITE-POLY.

*>      The unused run of this pen and class with an end on corner
*>      (vk-x, vk-y): taken, and vk-x/vk-y moved to its other end.
VEC-FIND-NEXT.
        MOVE 'N' TO vk-found
        PERFORM VEC-HASH-KEY
        MOVE vh-head(vh-key) TO vh-e
        PERFORM UNTIL vh-e = 0 OR vk-found = 'Y'
           MOVE vh-seg(vh-e) TO vs-k
           IF vs-used(vs-k) = 'N' AND vs-pen(vs-k) = vc-pen
              AND vs-class(vs-k) = vc-class THEN
              IF vs-x1(vs-k) = vk-x AND vs-y1(vs-k) = vk-y THEN
                 MOVE 'Y' TO vk-found
                 MOVE vs-x2(vs-k) TO vk-x
                 MOVE vs-y2(vs-k) TO vk-y
              ELSE
                 IF vs-x2(vs-k) = vk-x AND vs-y2(vs-k) = vk-y THEN
                    MOVE 'Y' TO vk-found
                    MOVE vs-x1(vs-k) TO vk-x
                    MOVE vs-y1(vs-k) TO vk-y
                 END-IF
              END-IF
              IF vk-found = 'Y' THEN
                 MOVE 'Y' TO vs-used(vs-k)
              END-IF
           END-IF
           MOVE vh-nxt(vh-e) TO vh-e
        END-PERFORM.

*>      One corner onto the polyline, folding a straight continuation
*>      into the corner before it; a full polyline goes out and the
*>      next one carries on from its last corner.
VEC-ADD-POINT.
        IF vp-n > 0 THEN
           IF vp-x(vp-n) = vk-x AND vp-y(vp-n) = vk-y THEN
              EXIT PARAGRAPH
           END-IF
        END-IF
        IF vp-n > 1 THEN
           IF (vp-x(vp-n - 1) = vp-x(vp-n) AND vp-x(vp-n) = vk-x)
              OR (vp-y(vp-n - 1) = vp-y(vp-n)
                  AND vp-y(vp-n) = vk-y) THEN
              MOVE vk-x TO vp-x(vp-n)
              MOVE vk-y TO vp-y(vp-n)
              EXIT PARAGRAPH
           END-IF
        END-IF
        IF vp-n >= max-vpts THEN
           PERFORM VEC-WRITE-POLY
           MOVE vp-pt(vp-n) TO vp-pt(1)
           MOVE 1 TO vp-n
        END-IF
        ADD 1 TO vp-n
        MOVE vk-x TO vp-x(vp-n)
        MOVE vk-y TO vp-y(vp-n).

*>      The polyline out to both files: an SVG polyline of its pen's
*>      color and its class's line weight, and an HPGL pen select,
*>      line type (dashed for a section), pen-up move to the first
*>      corner and pen-down strokes through the rest - eight corners
*>      to a line in both.
VEC-WRITE-POLY.
        IF vp-n < 2 THEN
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO vc-polys
        MOVE SPACES TO svg-rec
        STRING '<polyline class="' DELIMITED BY SIZE
               vc-class DELIMITED BY SIZE
               '" stroke="#' DELIMITED BY SIZE
               vc-pen-hex(vc-pen) DELIMITED BY SIZE
               '" points="' DELIMITED BY SIZE
               INTO svg-rec
        WRITE svg-rec
        MOVE SPACES TO vt-hline
        MOVE 1 TO vt-hptr
        STRING 'SP' DELIMITED BY SIZE
               vc-pen DELIMITED BY SIZE
               INTO vt-hline WITH POINTER vt-hptr
        IF vc-class = 'X' THEN
           STRING ';LT2;PU' DELIMITED BY SIZE
                  INTO vt-hline WITH POINTER vt-hptr
        ELSE
           STRING ';LT;PU' DELIMITED BY SIZE
                  INTO vt-hline WITH POINTER vt-hptr
        END-IF
        COMPUTE vt-num = vp-x(1) * 40
        PERFORM VEC-PUT-HNUM
        STRING ',' DELIMITED BY SIZE
               INTO vt-hline WITH POINTER vt-hptr
        COMPUTE vt-num = vt-h - vp-y(1)
        COMPUTE vt-num = vt-num * 40
        PERFORM VEC-PUT-HNUM
        STRING ';' DELIMITED BY SIZE
               INTO vt-hline WITH POINTER vt-hptr
        WRITE plt-rec FROM vt-hline
        MOVE SPACES TO vt-line
        MOVE 1 TO vt-ptr
        MOVE 0 TO vt-n
        MOVE SPACES TO vt-hline
        MOVE 1 TO vt-hptr
        MOVE 0 TO vt-hn
        PERFORM VARYING vp-i FROM 1 BY 1 UNTIL vp-i > vp-n
           PERFORM VEC-PUT-POINT
        END-PERFORM
        STRING '"/>' DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        WRITE svg-rec FROM vt-line
        IF vt-hn > 0 THEN
           STRING ';' DELIMITED BY SIZE
                  INTO vt-hline WITH POINTER vt-hptr
           WRITE plt-rec FROM vt-hline
        END-IF.

VEC-PUT-POINT.
        IF vt-n > 0 THEN
           STRING ' ' DELIMITED BY SIZE
                  INTO vt-line WITH POINTER vt-ptr
        END-IF
        MOVE vp-x(vp-i) TO vt-num
        PERFORM VEC-PUT-NUM
        STRING ',' DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        MOVE vp-y(vp-i) TO vt-num
        PERFORM VEC-PUT-NUM
        ADD 1 TO vt-n
        IF vt-n >= 8 THEN
           WRITE svg-rec FROM vt-line
           MOVE SPACES TO vt-line
           MOVE 1 TO vt-ptr
           MOVE 0 TO vt-n
        END-IF
        IF vp-i = 1 THEN
           EXIT PARAGRAPH
        END-IF
        IF vt-hn = 0 THEN
           STRING 'PD' DELIMITED BY SIZE
                  INTO vt-hline WITH POINTER vt-hptr
        ELSE
           STRING ',' DELIMITED BY SIZE
                  INTO vt-hline WITH POINTER vt-hptr
        END-IF
        COMPUTE vt-num = vp-x(vp-i) * 40
        PERFORM VEC-PUT-HNUM
        STRING ',' DELIMITED BY SIZE
               INTO vt-hline WITH POINTER vt-hptr
        COMPUTE vt-num = vt-h - vp-y(vp-i)
        COMPUTE vt-num = vt-num * 40
        PERFORM VEC-PUT-HNUM
        ADD 1 TO vt-hn
        IF vt-hn >= 8 THEN
           STRING ';' DELIMITED BY SIZE
                  INTO vt-hline WITH POINTER vt-hptr
           WRITE plt-rec FROM vt-hline
           MOVE SPACES TO vt-hline
           MOVE 1 TO vt-hptr
           MOVE 0 TO vt-hn
        END-IF.

VEC-PUT-NUM.
        MOVE vt-num TO vt-ed
        STRING FUNCTION TRIM(vt-ed) DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr.

VEC-PUT-HNUM.
        MOVE vt-num TO vt-ed
        STRING FUNCTION TRIM(vt-ed) DELIMITED BY SIZE
               INTO vt-hline WITH POINTER vt-hptr.

*>      The title block under the drawing: a ruled box across the
*>      frame's width, four lines of text inside it.
VEC-TITLE-BLOCK.
        MOVE '<!-- title block -->' TO svg-rec
        WRITE svg-rec
        MOVE SPACES TO plt-rec
        STRING 'DT' DELIMITED BY SIZE
               vt-lbt DELIMITED BY SIZE
               ';SP1;LT;' DELIMITED BY SIZE
               INTO plt-rec
        WRITE plt-rec
        MOVE SPACES TO vt-line
        MOVE 1 TO vt-ptr
        STRING '<rect x="0" y="' DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        COMPUTE vt-num = h + 2
        PERFORM VEC-PUT-NUM
        STRING '" width="' DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        COMPUTE vt-num = w + 1
        PERFORM VEC-PUT-NUM
        STRING '" height="15" fill="none" stroke="#000000" '
               DELIMITED BY SIZE
               'stroke-width="0.25"/>' DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        WRITE svg-rec FROM vt-line
        MOVE SPACES TO vt-hline
        MOVE 1 TO vt-hptr
        STRING 'PU0,40;PD' DELIMITED BY SIZE
               INTO vt-hline WITH POINTER vt-hptr
        COMPUTE vt-num = w + 1
        COMPUTE vt-num = vt-num * 40
        PERFORM VEC-PUT-HNUM
        STRING ',40,' DELIMITED BY SIZE
               INTO vt-hline WITH POINTER vt-hptr
        PERFORM VEC-PUT-HNUM
        STRING ',640,0,640,0,40;SI0.15,0.2;' DELIMITED BY SIZE
               INTO vt-hline WITH POINTER vt-hptr
        WRITE plt-rec FROM vt-hline
        MOVE SPACES TO svg-rec
        STRING '<g font-family="monospace" font-size="2.5" '
               DELIMITED BY SIZE
               'fill="#000000">' DELIMITED BY SIZE
               INTO svg-rec
        WRITE svg-rec
        MOVE caption-text TO vt-text
        COMPUTE vt-y = h + 6
        PERFORM VEC-TITLE-LINE
        MOVE SPACES TO vt-text
        IF scene-name NOT = SPACES THEN
           STRING 'SCENE ' DELIMITED BY SIZE
                  FUNCTION TRIM(scene-name) DELIMITED BY SIZE
                  INTO vt-text
        ELSE
           STRING 'SCENE ' DELIMITED BY SIZE
                  FUNCTION TRIM(scene-fname) DELIMITED BY SIZE
                  INTO vt-text
        END-IF
        MOVE SPACES TO vt-line
        IF layers-given = 'Y' THEN
           STRING FUNCTION TRIM(vt-text) DELIMITED BY SIZE
                  '  LAYERS ' DELIMITED BY SIZE
                  FUNCTION TRIM(layer-list) DELIMITED BY SIZE
                  INTO vt-line
        ELSE
           STRING FUNCTION TRIM(vt-text) DELIMITED BY SIZE
                  '  LAYERS ALL' DELIMITED BY SIZE
                  INTO vt-line
        END-IF
        MOVE vt-line TO vt-text
        COMPUTE vt-y = h + 9
        PERFORM VEC-TITLE-LINE
        MOVE 'PENS 1 W 2 R 3 G 4 B 5 Y 6 M 7 C 8 OTHER' TO vt-text
        COMPUTE vt-y = h + 12
        PERFORM VEC-TITLE-LINE
        MOVE SPACES TO vt-text
        STRING 'RUN ' DELIMITED BY SIZE
               FUNCTION TRIM(run-id) DELIMITED BY SIZE
               INTO vt-text
        COMPUTE vt-y = h + 15
        PERFORM VEC-TITLE-LINE
        MOVE '</g>' TO svg-rec
        WRITE svg-rec.

*>      One line of title text at SVG baseline vt-y, to both files.
VEC-TITLE-LINE.
        MOVE SPACES TO vt-line
        MOVE 1 TO vt-ptr
        STRING '<text x="1" y="' DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        MOVE vt-y TO vt-num
        PERFORM VEC-PUT-NUM
        STRING '">' DELIMITED BY SIZE
               FUNCTION TRIM(vt-text) DELIMITED BY SIZE
               '</text>' DELIMITED BY SIZE
               INTO vt-line WITH POINTER vt-ptr
        WRITE svg-rec FROM vt-line
        MOVE SPACES TO vt-hline
        MOVE 1 TO vt-hptr
        STRING 'PU40,' DELIMITED BY SIZE
               INTO vt-hline WITH POINTER vt-hptr
        COMPUTE vt-num = vt-h - vt-y
        COMPUTE vt-num = vt-num * 40
        PERFORM VEC-PUT-HNUM
        STRING ';LB' DELIMITED BY SIZE
               FUNCTION TRIM(vt-text) DELIMITED BY SIZE
               vt-lbt DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               INTO vt-hline WITH POINTER vt-hptr
        WRITE plt-rec FROM vt-hline.

*>      Auto-contrast replay: stretch the frame's observed range over
*>      the full ramp and push every buffered pixel through the same
*>      output stage it skipped. A flat frame (no range to speak of)
*>      replays unstretched rather than dividing by nothing, and a
*>      frame held back only for its callouts replays as rendered.
EMIT-AC-FRAME.
        COMPUTE ac-span = ac-max - ac-min
        MOVE 0 TO ac-i
              ADD 1 TO ac-i
              IF ac-i <= ac-n THEN
                 MOVE ac-shade(ac-i) TO shade
                 MOVE ac-hdr(ac-i) TO hdr-shade
                 MOVE ac-color(ac-i) TO pix-color
                 MOVE ac-hl(ac-i) TO hl-pix
                 IF ac-hitf(ac-i) = 'Y' THEN
                    MOVE 1.0 TO any-hit
                 ELSE
                    MOVE 0.0 TO any-hit
                 END-IF
                 MOVE ac-t(ac-i) TO aux-t
                 MOVE ac-kind(ac-i) TO aux-kind
                 MOVE ac-si(ac-i) TO aux-si
*>               The buffer carries no light tint - it replays
*>               neutral, the same per-pixel-field limitation already
*>               documented for RULER.
                 MOVE 1.0 TO pix-tint-r
                 MOVE 1.0 TO pix-tint-g
                 MOVE 1.0 TO pix-tint-b
                 IF autocontrast-mode-on AND ac-span > 0.01 THEN
                    COMPUTE shade = shade - ac-min
                    COMPUTE shade = shade / ac-span
                    IF shade < 0.0 THEN MOVE 0.0 TO shade END-IF
           MOVE y TO dl-row-ed
           DISPLAY 'COBOLRAYCASTER: deadline reached - suspending '
              'after frame ' dl-frame-ed ' row ' dl-row-ed
           MOVE 'WARN' TO alert-sev
           MOVE 'RENDCKPT' TO alert-dataset
           MOVE SPACES TO alert-msg
           STRING 'deadline reached - suspended after frame '
                     DELIMITED BY SIZE
                  FUNCTION TRIM(dl-frame-ed) DELIMITED BY SIZE
                  ' row ' DELIMITED BY SIZE
                  FUNCTION TRIM(dl-row-ed) DELIMITED BY SIZE
                  INTO alert-msg
           PERFORM RAISE-ALERT
           CLOSE PPM-FILE
           IF aux-mode-on THEN
              CLOSE DEPTH-FILE
                  ' row=' DELIMITED BY SIZE
                  FUNCTION TRIM(dl-row-ed) DELIMITED BY SIZE
                  INTO audit-rec
           PERFORM APPEND-AUDIT-RUN
           OPEN EXTEND AUDIT-FILE
           IF audit-file-status = '35' THEN
              OPEN OUTPUT AUDIT-FILE
           WRITE flat-rec FROM fl-line
           ADD 1 TO fl-count
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-toruses
           MOVE tocx(fl-i) TO fl-v1-ed
           MOVE tocy(fl-i) TO fl-v2-ed
           MOVE tocz(fl-i) TO fl-v3-ed
           MOVE toax(fl-i) TO fl-v4-ed
           MOVE toay(fl-i) TO fl-v5-ed
           MOVE toaz(fl-i) TO fl-v6-ed
           MOVE tormaj(fl-i) TO fl-v7-ed
           MOVE tormin(fl-i) TO fl-v8-ed
           MOVE SPACES TO fl-line
           STRING 'TORUS ' DELIMITED BY SIZE
                  FUNCTION TRIM(fl-v1-ed) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(fl-v2-ed) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(fl-v3-ed) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(fl-v4-ed) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(fl-v5-ed) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(fl-v6-ed) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(fl-v7-ed) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(fl-v8-ed) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  tocolor(fl-i) DELIMITED BY SIZE
                  INTO fl-line
           WRITE flat-rec FROM fl-line
           ADD 1 TO fl-count
        END-PERFORM
*>      MESH instances stay instances - the model itself is MODLIB's
*>      to carry - with the parked rotation as its XFORM record.
*>      Under FLATTRI they go out as TRI records after the scene's
*>      own, below.
        IF NOT flat-tri-mode-on THEN
           PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-meshes
              MOVE mix(fl-i) TO fl-v1-ed
              MOVE miy(fl-i) TO fl-v2-ed
              MOVE miz(fl-i) TO fl-v3-ed
              MOVE miscale(fl-i) TO fl-v4-ed
              MOVE SPACES TO fl-line
              STRING 'MESH ' DELIMITED BY SIZE
                     FUNCTION TRIM(mi-name(fl-i)) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FUNCTION TRIM(fl-v1-ed) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FUNCTION TRIM(fl-v2-ed) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FUNCTION TRIM(fl-v3-ed) DELIMITED BY SIZE
                     ' 0 ' DELIMITED BY SIZE
                     FUNCTION TRIM(fl-v4-ed) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     micolor(fl-i) DELIMITED BY SIZE
                     INTO fl-line
              WRITE flat-rec FROM fl-line
              ADD 1 TO fl-count
              IF miaxis(fl-i) NOT = SPACE THEN
                 MOVE micos(fl-i) TO xf-cos
                 MOVE misin(fl-i) TO xf-sin
                 PERFORM FLAT-WORK-OUT-ANGLE
                 MOVE miaxis(fl-i) TO xf-axis
                 MOVE 'MESH' TO scene-kind
                 PERFORM FLAT-WRITE-ROT
              END-IF
           END-PERFORM
        END-IF
*>      The one cutaway plane is scene content too - without it a
*>      flattened cross-section scene would reload solid.
        IF clip-active-yes THEN
           MOVE tcx(fl-i) TO fl-v7-ed
           MOVE tcy(fl-i) TO fl-v8-ed
           MOVE tcz(fl-i) TO fl-v9-ed
           MOVE tcolor(fl-i) TO fl-color
           MOVE 0 TO fl-inst
           PERFORM FLAT-WRITE-TRI
        END-PERFORM
*>      FLATTRI: each instance's facets scaled, turned and moved the
*>      way TEST-MESH-INSTANCE sees them (and the OBJ export writes
*>      them); a facet with no color of its own takes the instance's.
        IF flat-tri-mode-on THEN
           PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-meshes
              IF mi-model(fl-i) > 0 THEN
                 PERFORM FLAT-INSTANCE-TRIS
              END-IF
           END-PERFORM
        END-IF
        CLOSE FLAT-FILE
        MOVE fl-count TO fl-count-ed
        DISPLAY 'COBOLRAYCASTER: flattened '
           FUNCTION TRIM(fl-count-ed) ' record(s) to SCENEFLAT'.

*>      Recover the rotation angle the loader folded into cos/sin -
*>      ATAN covers the right half-plane, a negative cosine lands in
*>      the other half, and a dead-zero cosine is a square 90.
FLAT-WORK-OUT-ANGLE.
        IF xf-cos > -0.0001 AND xf-cos < 0.0001 THEN
           IF xf-sin >= 0 THEN
              MOVE 90 TO fl-deg
           ELSE
              MOVE -90 TO fl-deg
           END-IF
        ELSE
           COMPUTE fl-rad = FUNCTION ATAN(xf-sin / xf-cos)
           COMPUTE fl-deg = fl-rad * 180
           COMPUTE fl-deg = fl-deg / pi-const
           IF xf-cos < 0 THEN
              IF xf-sin >= 0 THEN
                 ADD 180 TO fl-deg
              ELSE
                 SUBTRACT 180 FROM fl-deg
              END-IF
           END-IF
        END-IF.

*>      The resolved scene as Wavefront OBJ plus its MTL. Every object
*>      starts its own group and names its material, so the faces
*>      that follow need only local corner numbers on top of
*>      ox-vbase. Vertices go out at the tables' four decimals.
WRITE-OBJ-SCENE.
        OPEN OUTPUT OBJ-FILE
        IF obj-file-status NOT = '00' THEN
           DISPLAY 'COBOLRAYCASTER: cannot open SCENEOBJ, status '
              obj-file-status
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
        END-IF
        MOVE 0 TO ox-vcount ox-fcount ox-gcount ox-num-codes
        MOVE '# COBOLRAYCASTER scene export' TO ox-line
        WRITE obj-rec FROM ox-line
        MOVE 'mtllib SCENEMTL' TO ox-line
        WRITE obj-rec FROM ox-line
*>      One 16-step circle and the seven inner latitudes of an 8-band
*>      shell, worked out once for every shape below.
        PERFORM VARYING ox-k FROM 1 BY 1 UNTIL ox-k > 16
           COMPUTE ox-ang = ox-k - 1
           COMPUTE ox-ang = ox-ang * pi-const
           COMPUTE ox-ang = ox-ang / 8
           COMPUTE ox-rc(ox-k) = FUNCTION COS(ox-ang)
           COMPUTE ox-rs(ox-k) = FUNCTION SIN(ox-ang)
        END-PERFORM
        PERFORM VARYING ox-i FROM 1 BY 1 UNTIL ox-i > 7
           COMPUTE ox-ang = ox-i * pi-const
           COMPUTE ox-ang = ox-ang / 8
           COMPUTE ox-lc(ox-i) = FUNCTION COS(ox-ang)
           COMPUTE ox-ls(ox-i) = FUNCTION SIN(ox-ang)
        END-PERFORM

*>      A CSG pair goes out as both whole spheres - OBJ has no carve
*>      - named so the reader can see which two made the cut.
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-spheres
           MOVE fl-i TO fl-slot-ed
           MOVE SPACES TO ox-group
           EVALUATE scsg-op(fl-i)
              WHEN 'D'
                 MOVE scsg-with(fl-i) TO fl-slot2-ed
                 STRING 'sphere_' DELIMITED BY SIZE
                        FUNCTION TRIM(fl-slot-ed) DELIMITED BY SIZE
                        '_diff_' DELIMITED BY SIZE
                        FUNCTION TRIM(fl-slot2-ed) DELIMITED BY SIZE
                        INTO ox-group
              WHEN 'I'
                 MOVE scsg-with(fl-i) TO fl-slot2-ed
                 STRING 'sphere_' DELIMITED BY SIZE
                        FUNCTION TRIM(fl-slot-ed) DELIMITED BY SIZE
                        '_isect_' DELIMITED BY SIZE
                        FUNCTION TRIM(fl-slot2-ed) DELIMITED BY SIZE
                        INTO ox-group
              WHEN OTHER
                 STRING 'sphere_' DELIMITED BY SIZE
                        FUNCTION TRIM(fl-slot-ed) DELIMITED BY SIZE
                        INTO ox-group
           END-EVALUATE
           MOVE scolor(fl-i) TO ox-color
           PERFORM OBJ-START-GROUP
           MOVE sx(fl-i) TO ox-cx
           MOVE sy(fl-i) TO ox-cy
           MOVE sz(fl-i) TO ox-cz
           MOVE sr(fl-i) TO ox-rx ox-ry ox-rz
           MOVE SPACE TO ox-axis
           PERFORM OBJ-SHELL-SHAPE
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-planes
           MOVE 'plane_' TO ox-group
           MOVE gcolor(fl-i) TO ox-color
           PERFORM OBJ-NAME-GROUP
           MOVE gnx(fl-i) TO ox-ax
           MOVE gny(fl-i) TO ox-ay
           MOVE gnz(fl-i) TO ox-az
           PERFORM OBJ-AXIS-BASIS
           COMPUTE ox-t1 = 0 - ox-plane-half
           MOVE ox-t1 TO ox-t2
           PERFORM OBJ-PLANE-CORNER
           MOVE ox-plane-half TO ox-t1
           PERFORM OBJ-PLANE-CORNER
           MOVE ox-plane-half TO ox-t2
           PERFORM OBJ-PLANE-CORNER
           COMPUTE ox-t1 = 0 - ox-plane-half
           PERFORM OBJ-PLANE-CORNER
           MOVE 1 TO ox-a
           MOVE 2 TO ox-b
           MOVE 3 TO ox-c
           MOVE 4 TO ox-d
           PERFORM OBJ-EMIT-FACE4
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-boxes
           MOVE 'box_' TO ox-group
           MOVE bcolor(fl-i) TO ox-color
           PERFORM OBJ-NAME-GROUP
           PERFORM OBJ-BOX-SHAPE
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-cyls
           MOVE 'cyl_' TO ox-group
           MOVE ccolor(fl-i) TO ox-color
           PERFORM OBJ-NAME-GROUP
           MOVE cl0x(fl-i) TO ox-p0x
           MOVE cl0y(fl-i) TO ox-p0y
           MOVE cl0z(fl-i) TO ox-p0z
           MOVE cl1x(fl-i) TO ox-p1x
           MOVE cl1y(fl-i) TO ox-p1y
           MOVE cl1z(fl-i) TO ox-p1z
           MOVE clr(fl-i) TO ox-r0 ox-r1
           PERFORM OBJ-TUBE-SHAPE
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-ellips
           MOVE 'ellip_' TO ox-group
           MOVE ecolor(fl-i) TO ox-color
           PERFORM OBJ-NAME-GROUP
           MOVE eex(fl-i) TO ox-cx
           MOVE eey(fl-i) TO ox-cy
           MOVE eez(fl-i) TO ox-cz
           MOVE eerx(fl-i) TO ox-rx
           MOVE eery(fl-i) TO ox-ry
           MOVE eerz(fl-i) TO ox-rz
           MOVE eraxis(fl-i) TO ox-axis
           MOVE ercos(fl-i) TO ox-cos
           MOVE ersin(fl-i) TO ox-sin
           PERFORM OBJ-SHELL-SHAPE
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-cones
           MOVE 'cone_' TO ox-group
           MOVE kncolor(fl-i) TO ox-color
           PERFORM OBJ-NAME-GROUP
           MOVE kn0x(fl-i) TO ox-p0x
           MOVE kn0y(fl-i) TO ox-p0y
           MOVE kn0z(fl-i) TO ox-p0z
           MOVE kn1x(fl-i) TO ox-p1x
           MOVE kn1y(fl-i) TO ox-p1y
           MOVE kn1z(fl-i) TO ox-p1z
           MOVE knr0(fl-i) TO ox-r0
           MOVE knr1(fl-i) TO ox-r1
           PERFORM OBJ-TUBE-SHAPE
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-toruses
           MOVE 'torus_' TO ox-group
           MOVE tocolor(fl-i) TO ox-color
           PERFORM OBJ-NAME-GROUP
           PERFORM OBJ-TORUS-SHAPE
        END-PERFORM
*>      The mesh is one group; its material switches only where the
*>      color code does, so a one-color part stays one usemtl.
        IF num-tris > 0 THEN
           MOVE 'mesh' TO ox-group
           MOVE tcolor(1) TO ox-color
           PERFORM OBJ-START-GROUP
        END-IF
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-tris
           IF tcolor(fl-i) NOT = ox-cur-color THEN
              MOVE tcolor(fl-i) TO ox-color
              PERFORM OBJ-USE-MATERIAL
           END-IF
           MOVE ox-vcount TO ox-vbase
           MOVE tax(fl-i) TO ox-px
           MOVE tay(fl-i) TO ox-py
           MOVE taz(fl-i) TO ox-pz
           PERFORM OBJ-EMIT-VERTEX
           MOVE tbx(fl-i) TO ox-px
           MOVE tby(fl-i) TO ox-py
           MOVE tbz(fl-i) TO ox-pz
           PERFORM OBJ-EMIT-VERTEX
           MOVE tcx(fl-i) TO ox-px
           MOVE tcy(fl-i) TO ox-py
           MOVE tcz(fl-i) TO ox-pz
           PERFORM OBJ-EMIT-VERTEX
           MOVE 1 TO ox-a
           MOVE 2 TO ox-b
           MOVE 3 TO ox-c
           PERFORM OBJ-EMIT-FACE3
        END-PERFORM
*>      A MESH instance is its library model's facets carried out to
*>      where the scene put it - scaled, turned and moved exactly as
*>      TEST-MESH-INSTANCE sees them - so each instance exports as its
*>      own group even when several share one model.
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-meshes
           IF mi-model(fl-i) > 0 THEN
              MOVE 'model_' TO ox-group
              MOVE micolor(fl-i) TO ox-color
              PERFORM OBJ-NAME-GROUP
              MOVE mi-model(fl-i) TO ml-cur
              MOVE mix(fl-i) TO ox-cx
              MOVE miy(fl-i) TO ox-cy
              MOVE miz(fl-i) TO ox-cz
              MOVE miscale(fl-i) TO ox-rx
              MOVE miaxis(fl-i) TO ox-axis
              MOVE micos(fl-i) TO ox-cos
              MOVE misin(fl-i) TO ox-sin
              COMPUTE ml-i = ml-first-f(ml-cur) + ml-num-f(ml-cur)
              PERFORM VARYING ml-f FROM ml-first-f(ml-cur) BY 1
                 UNTIL ml-f >= ml-i
                 IF mfcolor(ml-f) NOT = SPACE THEN
                    MOVE mfcolor(ml-f) TO ox-color
                 ELSE
                    MOVE micolor(fl-i) TO ox-color
                 END-IF
                 IF ox-color NOT = ox-cur-color THEN
                    PERFORM OBJ-USE-MATERIAL
                 END-IF
                 MOVE ox-vcount TO ox-vbase
                 MOVE mfax(ml-f) TO ox-px
                 MOVE mfay(ml-f) TO ox-py
                 MOVE mfaz(ml-f) TO ox-pz
                 PERFORM OBJ-INSTANCE-POINT
                 MOVE mfbx(ml-f) TO ox-px
                 MOVE mfby(ml-f) TO ox-py
                 MOVE mfbz(ml-f) TO ox-pz
                 PERFORM OBJ-INSTANCE-POINT
                 MOVE mfcx(ml-f) TO ox-px
                 MOVE mfcy(ml-f) TO ox-py
                 MOVE mfcz(ml-f) TO ox-pz
                 PERFORM OBJ-INSTANCE-POINT
                 MOVE 1 TO ox-a
                 MOVE 2 TO ox-b
                 MOVE 3 TO ox-c
                 PERFORM OBJ-EMIT-FACE3
              END-PERFORM
           END-IF
        END-PERFORM
        CLOSE OBJ-FILE
        PERFORM WRITE-OBJ-MATERIALS
        MOVE ox-gcount TO ox-i1-ed
        MOVE ox-vcount TO ox-i2-ed
        MOVE ox-fcount TO ox-i3-ed
        DISPLAY 'COBOLRAYCASTER: exported ' FUNCTION TRIM(ox-i1-ed)
           ' object(s), ' FUNCTION TRIM(ox-i2-ed) ' vertices, '
           FUNCTION TRIM(ox-i3-ed) ' faces to SCENEOBJ'
        IF clip-active-yes THEN
           DISPLAY 'COBOLRAYCASTER: the CLIP cutaway is not cut into '
              'the export - SCENEOBJ holds the whole geometry'
        END-IF.

*>      "kind_slot" from the kind prefix already in ox-group.
OBJ-NAME-GROUP.
        MOVE fl-i TO fl-slot-ed
        MOVE SPACES TO ox-line
        STRING FUNCTION TRIM(ox-group) DELIMITED BY SIZE
               FUNCTION TRIM(fl-slot-ed) DELIMITED BY SIZE
               INTO ox-line
        MOVE ox-line TO ox-group
        PERFORM OBJ-START-GROUP.

OBJ-START-GROUP.
        MOVE SPACES TO ox-line
        STRING 'g ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-group) DELIMITED BY SIZE
               INTO ox-line
        WRITE obj-rec FROM ox-line
        ADD 1 TO ox-gcount
        MOVE ox-vcount TO ox-vbase
        PERFORM OBJ-USE-MATERIAL.

*>      Material names are mat_ plus the scene color code; each code
*>      used is banked once for the MTL file.
OBJ-USE-MATERIAL.
        MOVE ox-color TO ox-cur-color
        MOVE SPACES TO ox-line
        STRING 'usemtl mat_' DELIMITED BY SIZE
               ox-color DELIMITED BY SIZE
               INTO ox-line
        WRITE obj-rec FROM ox-line
        MOVE 0 TO ox-k
        PERFORM VARYING ox-j FROM 1 BY 1 UNTIL ox-j > ox-num-codes
           IF ox-code(ox-j) = ox-color THEN
              MOVE ox-j TO ox-k
           END-IF
        END-PERFORM
        IF ox-k = 0 AND ox-num-codes < 32 THEN
           ADD 1 TO ox-num-codes
           MOVE ox-color TO ox-code(ox-num-codes)
        END-IF.

OBJ-EMIT-VERTEX.
        MOVE ox-px TO ox-f1-ed
        MOVE ox-py TO ox-f2-ed
        MOVE ox-pz TO ox-f3-ed
        MOVE SPACES TO ox-line
        STRING 'v ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-f1-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-f2-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-f3-ed) DELIMITED BY SIZE
               INTO ox-line
        WRITE obj-rec FROM ox-line
        ADD 1 TO ox-vcount.

*>      Corners are counter-clockwise seen from outside, the OBJ
*>      convention for an outward face normal.
OBJ-EMIT-FACE3.
        COMPUTE ox-i1-ed = ox-vbase + ox-a
        COMPUTE ox-i2-ed = ox-vbase + ox-b
        COMPUTE ox-i3-ed = ox-vbase + ox-c
        MOVE SPACES TO ox-line
        STRING 'f ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-i1-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-i2-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-i3-ed) DELIMITED BY SIZE
               INTO ox-line
        WRITE obj-rec FROM ox-line
        ADD 1 TO ox-fcount.

OBJ-EMIT-FACE4.
        COMPUTE ox-i1-ed = ox-vbase + ox-a
        COMPUTE ox-i2-ed = ox-vbase + ox-b
        COMPUTE ox-i3-ed = ox-vbase + ox-c
        COMPUTE ox-i4-ed = ox-vbase + ox-d
        MOVE SPACES TO ox-line
        STRING 'f ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-i1-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-i2-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-i3-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-i4-ed) DELIMITED BY SIZE
               INTO ox-line
        WRITE obj-rec FROM ox-line
        ADD 1 TO ox-fcount.

*>      Two unit vectors square to the unit axis in ox-a*: u from the
*>      axis crossed with whichever world axis it leans on least, and
*>      w = axis x u, so u, w, axis run like x, y, z.
OBJ-AXIS-BASIS.
        CALL 'VNORM' USING ox-ax, ox-ay, ox-az
        MOVE 0 TO ox-hx ox-hy ox-hz
        IF ox-az > 0.9 OR ox-az < -0.9 THEN
           MOVE 1 TO ox-hx
        ELSE
           MOVE 1 TO ox-hz
        END-IF
        CALL 'VCROSS' USING ox-ax, ox-ay, ox-az, ox-hx, ox-hy, ox-hz,
           ox-ux, ox-uy, ox-uz
        CALL 'VNORM' USING ox-ux, ox-uy, ox-uz
        CALL 'VCROSS' USING ox-ax, ox-ay, ox-az, ox-ux, ox-uy, ox-uz,
           ox-wx, ox-wy, ox-wz.

OBJ-PLANE-CORNER.
        MOVE gpx(fl-i) TO ox-cx
        MOVE gpy(fl-i) TO ox-cy
        MOVE gpz(fl-i) TO ox-cz
        PERFORM OBJ-BASIS-POINT
        PERFORM OBJ-EMIT-VERTEX.

*>      Plane anchor + t1 u + t2 w.
OBJ-BASIS-POINT.
        COMPUTE ox-hh = ox-t1 * ox-ux
        COMPUTE ox-px = ox-cx + ox-hh
        COMPUTE ox-hh = ox-t2 * ox-wx
        ADD ox-hh TO ox-px
        COMPUTE ox-hh = ox-t1 * ox-uy
        COMPUTE ox-py = ox-cy + ox-hh
        COMPUTE ox-hh = ox-t2 * ox-wy
        ADD ox-hh TO ox-py
        COMPUTE ox-hh = ox-t1 * ox-uz
        COMPUTE ox-pz = ox-cz + ox-hh
        COMPUTE ox-hh = ox-t2 * ox-wz
        ADD ox-hh TO ox-pz.

*>      Sphere or ellipsoid: a pole, seven rings of sixteen, a pole,
*>      on the unit shell, stretched by the three radii, turned by
*>      any stored rotation and moved onto the centre. Ring i corner
*>      k is vertex 1 + (i-1)*16 + k; the south pole is 114.
OBJ-SHELL-SHAPE.
        MOVE 0 TO ox-hx ox-hy
        MOVE 1 TO ox-hz
        PERFORM OBJ-SHELL-POINT
        PERFORM VARYING ox-i FROM 1 BY 1 UNTIL ox-i > 7
           PERFORM VARYING ox-k FROM 1 BY 1 UNTIL ox-k > 16
              COMPUTE ox-hx = ox-ls(ox-i) * ox-rc(ox-k)
              COMPUTE ox-hy = ox-ls(ox-i) * ox-rs(ox-k)
              MOVE ox-lc(ox-i) TO ox-hz
              PERFORM OBJ-SHELL-POINT
           END-PERFORM
        END-PERFORM
        MOVE 0 TO ox-hx ox-hy
        MOVE -1 TO ox-hz
        PERFORM OBJ-SHELL-POINT
        PERFORM VARYING ox-k FROM 1 BY 1 UNTIL ox-k > 16
           COMPUTE ox-k2 = FUNCTION MOD(ox-k, 16) + 1
           MOVE 1 TO ox-a
           COMPUTE ox-b = 1 + ox-k
           COMPUTE ox-c = 1 + ox-k2
           PERFORM OBJ-EMIT-FACE3
           PERFORM VARYING ox-i FROM 1 BY 1 UNTIL ox-i > 6
              COMPUTE ox-a = (ox-i - 1) * 16
              ADD 1 TO ox-a
              COMPUTE ox-d = ox-a + ox-k2
              COMPUTE ox-a = ox-a + ox-k
              COMPUTE ox-b = ox-a + 16
              COMPUTE ox-c = ox-d + 16
              PERFORM OBJ-EMIT-FACE4
           END-PERFORM
           MOVE 114 TO ox-a
           COMPUTE ox-b = 97 + ox-k2
           COMPUTE ox-c = 97 + ox-k
           PERFORM OBJ-EMIT-FACE3
        END-PERFORM.

OBJ-SHELL-POINT.
        COMPUTE ox-px = ox-rx * ox-hx
        COMPUTE ox-py = ox-ry * ox-hy
        COMPUTE ox-pz = ox-rz * ox-hz
        IF ox-axis NOT = SPACE THEN
           CALL 'ROTAXIS' USING ox-axis, ox-cos, ox-sin,
              ox-px, ox-py, ox-pz
        END-IF
        ADD ox-cx TO ox-px
        ADD ox-cy TO ox-py
        ADD ox-cz TO ox-pz
        PERFORM OBJ-EMIT-VERTEX.

*>      One library corner out to the scene: scale by ox-rx, turn by
*>      the instance's parked rotation, then move to its position.
OBJ-INSTANCE-POINT.
        MULTIPLY ox-rx BY ox-px
        MULTIPLY ox-rx BY ox-py
        MULTIPLY ox-rx BY ox-pz
        IF ox-axis NOT = SPACE THEN
           CALL 'ROTAXIS' USING ox-axis, ox-cos, ox-sin,
              ox-px, ox-py, ox-pz
        END-IF
        ADD ox-cx TO ox-px
        ADD ox-cy TO ox-py
        ADD ox-cz TO ox-pz
        PERFORM OBJ-EMIT-VERTEX.

*>      Corners 1-4 round the low face, 5-8 above them; a stored
*>      rotation turns them about the box centre, the way
*>      BOX-ROT-INTERSECT sees the box.
OBJ-BOX-SHAPE.
        COMPUTE ox-cx = (bx0(fl-i) + bx1(fl-i)) / 2
        COMPUTE ox-cy = (by0(fl-i) + by1(fl-i)) / 2
        COMPUTE ox-cz = (bz0(fl-i) + bz1(fl-i)) / 2
        MOVE braxis(fl-i) TO ox-axis
        MOVE brcos(fl-i) TO ox-cos
        MOVE brsin(fl-i) TO ox-sin
        MOVE bz0(fl-i) TO ox-pz
        PERFORM OBJ-BOX-LAYER
        MOVE bz1(fl-i) TO ox-pz
        PERFORM OBJ-BOX-LAYER
        MOVE 1 TO ox-a
        MOVE 4 TO ox-b
        MOVE 3 TO ox-c
        MOVE 2 TO ox-d
        PERFORM OBJ-EMIT-FACE4
        MOVE 5 TO ox-a
        MOVE 6 TO ox-b
        MOVE 7 TO ox-c
        MOVE 8 TO ox-d
        PERFORM OBJ-EMIT-FACE4
        MOVE 1 TO ox-a
        MOVE 2 TO ox-b
        MOVE 6 TO ox-c
        MOVE 5 TO ox-d
        PERFORM OBJ-EMIT-FACE4
        MOVE 2 TO ox-a
        MOVE 3 TO ox-b
        MOVE 7 TO ox-c
        MOVE 6 TO ox-d
        PERFORM OBJ-EMIT-FACE4
        MOVE 3 TO ox-a
        MOVE 4 TO ox-b
        MOVE 8 TO ox-c
        MOVE 7 TO ox-d
        PERFORM OBJ-EMIT-FACE4
        MOVE 4 TO ox-a
        MOVE 1 TO ox-b
        MOVE 5 TO ox-c
        MOVE 8 TO ox-d
        PERFORM OBJ-EMIT-FACE4.

*>      The four corners at height ox-pz, counter-clockwise from
*>      (x0, y0) seen from above.
OBJ-BOX-LAYER.
        MOVE ox-pz TO ox-t1
        MOVE bx0(fl-i) TO ox-px
        MOVE by0(fl-i) TO ox-py
        PERFORM OBJ-BOX-CORNER
        MOVE bx1(fl-i) TO ox-px
        MOVE by0(fl-i) TO ox-py
        PERFORM OBJ-BOX-CORNER
        MOVE bx1(fl-i) TO ox-px
        MOVE by1(fl-i) TO ox-py
        PERFORM OBJ-BOX-CORNER
        MOVE bx0(fl-i) TO ox-px
        MOVE by1(fl-i) TO ox-py
        PERFORM OBJ-BOX-CORNER.

OBJ-BOX-CORNER.
        MOVE ox-t1 TO ox-pz
        IF ox-axis NOT = SPACE THEN
           SUBTRACT ox-cx FROM ox-px
           SUBTRACT ox-cy FROM ox-py
           SUBTRACT ox-cz FROM ox-pz
           CALL 'ROTAXIS' USING ox-axis, ox-cos, ox-sin,
              ox-px, ox-py, ox-pz
           ADD ox-cx TO ox-px
           ADD ox-cy TO ox-py
           ADD ox-cz TO ox-pz
        END-IF
        PERFORM OBJ-EMIT-VERTEX.

*>      Cylinder or cone: a sixteen-corner ring about each end, radius
*>      r0 at p0 and r1 at p1, joined by quads. Ends stay open.
OBJ-TUBE-SHAPE.
        COMPUTE ox-ax = ox-p1x - ox-p0x
        COMPUTE ox-ay = ox-p1y - ox-p0y
        COMPUTE ox-az = ox-p1z - ox-p0z
        PERFORM OBJ-AXIS-BASIS
        MOVE ox-p0x TO ox-cx
        MOVE ox-p0y TO ox-cy
        MOVE ox-p0z TO ox-cz
        MOVE ox-r0 TO ox-rr
        PERFORM OBJ-TUBE-RING
        MOVE ox-p1x TO ox-cx
        MOVE ox-p1y TO ox-cy
        MOVE ox-p1z TO ox-cz
        MOVE ox-r1 TO ox-rr
        PERFORM OBJ-TUBE-RING
        PERFORM VARYING ox-k FROM 1 BY 1 UNTIL ox-k > 16
           COMPUTE ox-k2 = FUNCTION MOD(ox-k, 16) + 1
           MOVE ox-k TO ox-a
           MOVE ox-k2 TO ox-b
           COMPUTE ox-c = 16 + ox-k2
           COMPUTE ox-d = 16 + ox-k
           PERFORM OBJ-EMIT-FACE4
        END-PERFORM.

OBJ-TUBE-RING.
        PERFORM VARYING ox-k FROM 1 BY 1 UNTIL ox-k > 16
           COMPUTE ox-t1 = ox-rr * ox-rc(ox-k)
           COMPUTE ox-t2 = ox-rr * ox-rs(ox-k)
           PERFORM OBJ-BASIS-POINT
           PERFORM OBJ-EMIT-VERTEX
        END-PERFORM.

*>      Sixteen stations round the major circle, eight round the tube
*>      at each (every other step of the sixteen-step table); station
*>      i tube corner j is vertex (i-1)*8 + j.
OBJ-TORUS-SHAPE.
        MOVE toax(fl-i) TO ox-ax
        MOVE toay(fl-i) TO ox-ay
        MOVE toaz(fl-i) TO ox-az
        PERFORM OBJ-AXIS-BASIS
        PERFORM VARYING ox-i FROM 1 BY 1 UNTIL ox-i > 16
           PERFORM VARYING ox-j FROM 1 BY 1 UNTIL ox-j > 8
              COMPUTE ox-k = (ox-j * 2) - 1
              COMPUTE ox-rr = tormin(fl-i) * ox-rc(ox-k)
              ADD tormaj(fl-i) TO ox-rr
              COMPUTE ox-hh = tormin(fl-i) * ox-rs(ox-k)
              COMPUTE ox-cx = ox-hh * ox-ax
              ADD tocx(fl-i) TO ox-cx
              COMPUTE ox-cy = ox-hh * ox-ay
              ADD tocy(fl-i) TO ox-cy
              COMPUTE ox-cz = ox-hh * ox-az
              ADD tocz(fl-i) TO ox-cz
              COMPUTE ox-t1 = ox-rr * ox-rc(ox-i)
              COMPUTE ox-t2 = ox-rr * ox-rs(ox-i)
              PERFORM OBJ-BASIS-POINT
              PERFORM OBJ-EMIT-VERTEX
           END-PERFORM
        END-PERFORM
        PERFORM VARYING ox-i FROM 1 BY 1 UNTIL ox-i > 16
           COMPUTE ox-k2 = FUNCTION MOD(ox-i, 16) + 1
           PERFORM VARYING ox-j FROM 1 BY 1 UNTIL ox-j > 8
              COMPUTE ox-k = FUNCTION MOD(ox-j, 8) + 1
              COMPUTE ox-a = (ox-i - 1) * 8
              ADD ox-j TO ox-a
              COMPUTE ox-b = (ox-k2 - 1) * 8
              ADD ox-j TO ox-b
              COMPUTE ox-c = (ox-k2 - 1) * 8
              ADD ox-k TO ox-c
              COMPUTE ox-d = (ox-i - 1) * 8
              ADD ox-k TO ox-d
              PERFORM OBJ-EMIT-FACE4
           END-PERFORM
        END-PERFORM.

*>      One MTL entry per color code the export used: the code's base
*>      color as Kd, and from the MATDAT entry for the code (when
*>      there is one) ambient as Ka, the specular strength and
*>      shininess as Ks/Ns, transparency as d (opacity), the index of
*>      refraction as Ni and the emissive level as Ke.
WRITE-OBJ-MATERIALS.
        OPEN OUTPUT MTL-FILE
        IF mtl-file-status NOT = '00' THEN
           DISPLAY 'COBOLRAYCASTER: cannot open SCENEMTL, status '
              mtl-file-status
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
        END-IF
        MOVE '# COBOLRAYCASTER scene export materials' TO ox-line
        WRITE mtl-rec FROM ox-line
        PERFORM VARYING ox-j FROM 1 BY 1 UNTIL ox-j > ox-num-codes
           MOVE SPACES TO ox-line
           WRITE mtl-rec FROM ox-line
           STRING 'newmtl mat_' DELIMITED BY SIZE
                  ox-code(ox-j) DELIMITED BY SIZE
                  INTO ox-line
           WRITE mtl-rec FROM ox-line
           MOVE ox-code(ox-j) TO best-color
           PERFORM WORK-OUT-BASE-RGB
           COMPUTE ox-t1 = base-r / 255
           MOVE ox-t1 TO ox-f1-ed
           COMPUTE ox-t1 = base-g / 255
           MOVE ox-t1 TO ox-f2-ed
           COMPUTE ox-t1 = base-b / 255
           MOVE ox-t1 TO ox-f3-ed
           MOVE 'Kd ' TO ox-group
           PERFORM OBJ-WRITE-MTL-TRIPLE
           MOVE 0 TO ox-k
           PERFORM VARYING ox-i FROM 1 BY 1 UNTIL ox-i > num-mats
              IF mcode(ox-i) = ox-code(ox-j) THEN
                 MOVE ox-i TO ox-k
              END-IF
           END-PERFORM
           IF ox-k > 0 THEN
              MOVE mambient(ox-k) TO ox-f1-ed ox-f2-ed ox-f3-ed
              MOVE 'Ka ' TO ox-group
              PERFORM OBJ-WRITE-MTL-TRIPLE
              MOVE mspec(ox-k) TO ox-f1-ed ox-f2-ed ox-f3-ed
              MOVE 'Ks ' TO ox-group
              PERFORM OBJ-WRITE-MTL-TRIPLE
              MOVE mshine(ox-k) TO ox-shine-ed
              MOVE SPACES TO ox-line
              STRING 'Ns ' DELIMITED BY SIZE
                     FUNCTION TRIM(ox-shine-ed) DELIMITED BY SIZE
                     INTO ox-line
              WRITE mtl-rec FROM ox-line
              COMPUTE ox-t1 = 1 - mtransp(ox-k)
              MOVE ox-t1 TO ox-f1-ed
              MOVE SPACES TO ox-line
              STRING 'd ' DELIMITED BY SIZE
                     FUNCTION TRIM(ox-f1-ed) DELIMITED BY SIZE
                     INTO ox-line
              WRITE mtl-rec FROM ox-line
              MOVE mior(ox-k) TO ox-f1-ed
              MOVE SPACES TO ox-line
              STRING 'Ni ' DELIMITED BY SIZE
                     FUNCTION TRIM(ox-f1-ed) DELIMITED BY SIZE
                     INTO ox-line
              WRITE mtl-rec FROM ox-line
              IF memit(ox-k) > 0 THEN
                 COMPUTE ox-t1 = memit(ox-k) * base-r / 255
                 MOVE ox-t1 TO ox-f1-ed
                 COMPUTE ox-t1 = memit(ox-k) * base-g / 255
                 MOVE ox-t1 TO ox-f2-ed
                 COMPUTE ox-t1 = memit(ox-k) * base-b / 255
                 MOVE ox-t1 TO ox-f3-ed
                 MOVE 'Ke ' TO ox-group
                 PERFORM OBJ-WRITE-MTL-TRIPLE
              END-IF
           END-IF
           MOVE 'illum 2' TO ox-line
           WRITE mtl-rec FROM ox-line
        END-PERFORM
        CLOSE MTL-FILE.

OBJ-WRITE-MTL-TRIPLE.
        MOVE SPACES TO ox-line
        STRING FUNCTION TRIM(ox-group) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-f1-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-f2-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(ox-f3-ed) DELIMITED BY SIZE
               INTO ox-line
        WRITE mtl-rec FROM ox-line.

*>      The takeoff: every object's area and volume to QTYDAT (see the
*>      takeoff working fields for what is measured how).
WRITE-QTY-TAKEOFF.
        OPEN OUTPUT QTY-FILE
        IF qty-file-status NOT = '00' THEN
           DISPLAY 'COBOLRAYCASTER: cannot open QTYDAT, status '
              qty-file-status
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
        END-IF
        MOVE 0 TO qt-count
        MOVE 0 TO qt-ox qt-oy qt-oz
        IF clip-active-yes THEN
           MOVE clip-px TO qt-ox
           MOVE clip-py TO qt-oy
           MOVE clip-pz TO qt-oz
        END-IF
        MOVE qt-plane-half TO qt-count-ed
        MOVE SPACES TO qt-line
        MOVE 1 TO qt-j
        STRING '* TAKEOFF SCENE=' DELIMITED BY SIZE
               INTO qt-line WITH POINTER qt-j
        IF scene-name = SPACES THEN
           STRING 'SCENEDAT' DELIMITED BY SIZE
                  INTO qt-line WITH POINTER qt-j
        ELSE
           STRING FUNCTION TRIM(scene-name) DELIMITED BY SIZE
                  INTO qt-line WITH POINTER qt-j
        END-IF
        STRING ' CLIP=' DELIMITED BY SIZE
               clip-active DELIMITED BY SIZE
               ' PLANE=' DELIMITED BY SIZE
               FUNCTION TRIM(qt-count-ed) DELIMITED BY SIZE
               INTO qt-line WITH POINTER qt-j
        WRITE qty-rec FROM qt-line
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-spheres
           IF NOT sabsorbed-yes(fl-i) THEN
              IF scsg-op(fl-i) = SPACE THEN
                 PERFORM QTY-SPHERE
              ELSE
                 PERFORM QTY-CSG-PAIR
              END-IF
           END-IF
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-planes
           PERFORM QTY-PLANE
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-boxes
           PERFORM QTY-BOX
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-cyls
           MOVE 'CYL' TO qt-kind
           MOVE clayer(fl-i) TO qt-layer
           MOVE ccolor(fl-i) TO qt-code
           MOVE cl0x(fl-i) TO ox-p0x
           MOVE cl0y(fl-i) TO ox-p0y
           MOVE cl0z(fl-i) TO ox-p0z
           MOVE cl1x(fl-i) TO ox-p1x
           MOVE cl1y(fl-i) TO ox-p1y
           MOVE cl1z(fl-i) TO ox-p1z
           MOVE clr(fl-i) TO qt-a
           MOVE clr(fl-i) TO qt-b
           PERFORM QTY-TUBE
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-ellips
           PERFORM QTY-ELLIPSOID
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-cones
           MOVE 'CONE' TO qt-kind
           MOVE 0 TO qt-layer
           MOVE kncolor(fl-i) TO qt-code
           MOVE kn0x(fl-i) TO ox-p0x
           MOVE kn0y(fl-i) TO ox-p0y
           MOVE kn0z(fl-i) TO ox-p0z
           MOVE kn1x(fl-i) TO ox-p1x
           MOVE kn1y(fl-i) TO ox-p1y
           MOVE kn1z(fl-i) TO ox-p1z
           MOVE knr0(fl-i) TO qt-a
           MOVE knr1(fl-i) TO qt-b
           PERFORM QTY-TUBE
        END-PERFORM
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-toruses
           PERFORM QTY-TORUS
        END-PERFORM
*>      The mesh table in its three loads: MODELDAT first, then the
*>      TERRDAT grid, then loose TRI records - each measured as one
*>      object, one line per color code.
        MOVE 1 TO qt-first
        MOVE qt-model-end TO qt-last
        MOVE 'MODEL' TO qt-kind
        MOVE 'Y' TO qt-has-vol
        PERFORM QTY-TRI-RANGE
        COMPUTE qt-first = qt-model-end + 1
        MOVE qt-terr-end TO qt-last
        MOVE 'TERRAIN' TO qt-kind
        MOVE 'N' TO qt-has-vol
        PERFORM QTY-TRI-RANGE
        COMPUTE qt-first = qt-terr-end + 1
        MOVE num-tris TO qt-last
        MOVE 'TRI' TO qt-kind
        MOVE 'N' TO qt-has-vol
        PERFORM QTY-TRI-RANGE
        PERFORM VARYING fl-i FROM 1 BY 1 UNTIL fl-i > num-meshes
           IF mi-model(fl-i) > 0 THEN
              PERFORM QTY-MESH-INSTANCE
           END-IF
        END-PERFORM
        CLOSE QTY-FILE
        MOVE qt-count TO qt-count-ed
        DISPLAY 'COBOLRAYCASTER: takeoff of ' FUNCTION TRIM(qt-count-ed)
           ' object line(s) written to QTYDAT'.

*>      Where a centre (qt-cx/cy/cz) and a bounding reach (qt-ext)
*>      sit against the clip plane: qt-d the centre's signed distance
*>      into the cut-away half, qt-state the verdict.
QTY-CLIP-STATE.
        MOVE 'WHOLE' TO qt-state
        MOVE 0 TO qt-d
        IF NOT clip-active-yes THEN
           EXIT PARAGRAPH
        END-IF
        COMPUTE qt-w1 = qt-cx - clip-px
        COMPUTE qt-w1 = qt-w1 * clip-nx
        COMPUTE qt-w2 = qt-cy - clip-py
        COMPUTE qt-w2 = qt-w2 * clip-ny
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w2 = qt-cz - clip-pz
        COMPUTE qt-w2 = qt-w2 * clip-nz
        ADD qt-w2 TO qt-w1
        MOVE qt-w1 TO qt-d
        IF qt-d >= qt-ext THEN
           MOVE 'CUT' TO qt-state
        ELSE
           COMPUTE qt-w1 = qt-d + qt-ext
           IF qt-w1 > 0 THEN
              MOVE 'PART' TO qt-state
           END-IF
        END-IF.

*>      Sphere: 4 pi r2 and 4/3 pi r3; cut by the clip, the cap left
*>      standing (height h = r - d) keeps 2 pi r h of the skin and
*>      pi h2 (3r - h) / 3 of the solid.
QTY-SPHERE.
        MOVE 'SPHERE' TO qt-kind
        MOVE slayer(fl-i) TO qt-layer
        MOVE scolor(fl-i) TO qt-code
        MOVE 'Y' TO qt-has-vol
        MOVE sx(fl-i) TO qt-cx
        MOVE sy(fl-i) TO qt-cy
        MOVE sz(fl-i) TO qt-cz
        MOVE sr(fl-i) TO qt-r
        MOVE qt-r TO qt-ext
        PERFORM QTY-CLIP-STATE
        EVALUATE qt-state
           WHEN 'WHOLE'
              PERFORM QTY-BALL
              MOVE qt-sa TO qt-area
              MOVE qt-sv TO qt-vol
           WHEN 'CUT'
              MOVE 0 TO qt-area qt-vol
           WHEN OTHER
              COMPUTE qt-h = qt-r - qt-d
              PERFORM QTY-CAP
              MOVE qt-sa TO qt-area
              MOVE qt-sv TO qt-vol
        END-EVALUATE
        PERFORM QTY-WRITE-LINE.

*>      Whole ball of radius qt-r into qt-sa / qt-sv.
QTY-BALL.
        COMPUTE qt-w1 = qt-r * qt-r
        COMPUTE qt-sa = qt-w1 * pi-const
        COMPUTE qt-sa = qt-sa * 4
        COMPUTE qt-sv = qt-w1 * qt-r
        COMPUTE qt-sv = qt-sv * pi-const
        COMPUTE qt-sv = qt-sv * 4
        COMPUTE qt-sv = qt-sv / 3.

*>      Cap of height qt-h off a ball of radius qt-r: skin into qt-sa,
*>      solid into qt-sv.
QTY-CAP.
        COMPUTE qt-sa = qt-r * qt-h
        COMPUTE qt-sa = qt-sa * pi-const
        COMPUTE qt-sa = qt-sa * 2
        COMPUTE qt-w1 = qt-r * 3
        COMPUTE qt-w1 = qt-w1 - qt-h
        COMPUTE qt-sv = qt-h * qt-h
        COMPUTE qt-sv = qt-sv * qt-w1
        COMPUTE qt-sv = qt-sv * pi-const
        COMPUTE qt-sv = qt-sv / 3.

*>      A CSG pair, A slot fl-i and B slot scsg-with: the lens the
*>      two balls share is a cap off each (a = distance from A's
*>      centre to the plane the spheres cross in). A difference keeps
*>      A less its cap plus the hollow B's cap scoops; an intersection
*>      keeps just the two caps. One ball inside the other, or the
*>      two apart, settle it without a lens. The pair is measured
*>      unclipped (PART if the clip reaches it).
QTY-CSG-PAIR.
        MOVE 'CSG' TO qt-kind
        MOVE slayer(fl-i) TO qt-layer
        MOVE scolor(fl-i) TO qt-code
        MOVE 'Y' TO qt-has-vol
        MOVE scsg-with(fl-i) TO qt-j
        MOVE sx(fl-i) TO qt-cx
        MOVE sy(fl-i) TO qt-cy
        MOVE sz(fl-i) TO qt-cz
        MOVE sr(fl-i) TO qt-ext
        PERFORM QTY-CLIP-STATE
        IF qt-state = 'CUT' THEN
           MOVE 0 TO qt-area qt-vol
           PERFORM QTY-WRITE-LINE
           EXIT PARAGRAPH
        END-IF
        COMPUTE qt-w1 = sx(qt-j) - sx(fl-i)
        COMPUTE qt-w1 = qt-w1 * qt-w1
        COMPUTE qt-w2 = sy(qt-j) - sy(fl-i)
        COMPUTE qt-w2 = qt-w2 * qt-w2
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w2 = sz(qt-j) - sz(fl-i)
        COMPUTE qt-w2 = qt-w2 * qt-w2
        ADD qt-w2 TO qt-w1
        COMPUTE qt-d = FUNCTION SQRT(qt-w1)
        MOVE sr(fl-i) TO qt-r
        PERFORM QTY-BALL
        MOVE qt-sa TO qt-area
        MOVE qt-sv TO qt-vol
        MOVE sr(qt-j) TO qt-r
        PERFORM QTY-BALL
        COMPUTE qt-w1 = sr(fl-i) + sr(qt-j)
        COMPUTE qt-w2 = sr(fl-i) - sr(qt-j)
        IF qt-w2 < 0 THEN
           COMPUTE qt-w2 = 0 - qt-w2
        END-IF
        EVALUATE TRUE
           WHEN qt-d >= qt-w1
              IF scsg-op(fl-i) = 'I' THEN
                 MOVE 0 TO qt-area qt-vol
              END-IF
           WHEN qt-d <= qt-w2 AND sr(fl-i) >= sr(qt-j)
              IF scsg-op(fl-i) = 'I' THEN
                 MOVE qt-sa TO qt-area
                 MOVE qt-sv TO qt-vol
              ELSE
                 ADD qt-sa TO qt-area
                 SUBTRACT qt-sv FROM qt-vol
              END-IF
           WHEN qt-d <= qt-w2
              IF scsg-op(fl-i) = 'D' THEN
                 MOVE 0 TO qt-area qt-vol
              END-IF
           WHEN OTHER
              PERFORM QTY-CSG-LENS
        END-EVALUATE
        PERFORM QTY-WRITE-LINE.

*>      qt-area / qt-vol hold ball A on the way in.
QTY-CSG-LENS.
        COMPUTE qt-w1 = qt-d * qt-d
        COMPUTE qt-w2 = sr(fl-i) * sr(fl-i)
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w2 = sr(qt-j) * sr(qt-j)
        SUBTRACT qt-w2 FROM qt-w1
        COMPUTE qt-w2 = qt-d * 2
        COMPUTE qt-a = qt-w1 / qt-w2
*>      A's cap inside B into qt-a (area) / qt-b (volume) ...
        MOVE sr(fl-i) TO qt-r
        COMPUTE qt-h = qt-r - qt-a
        PERFORM QTY-CAP
        MOVE qt-sa TO qt-w3
        MOVE qt-sv TO qt-c
*>      ... B's cap inside A into qt-sa / qt-sv.
        MOVE sr(qt-j) TO qt-r
        COMPUTE qt-h = qt-d - qt-a
        COMPUTE qt-h = qt-r - qt-h
        PERFORM QTY-CAP
        IF scsg-op(fl-i) = 'I' THEN
           COMPUTE qt-area = qt-w3 + qt-sa
           COMPUTE qt-vol = qt-c + qt-sv
        ELSE
           SUBTRACT qt-w3 FROM qt-area
           ADD qt-sa TO qt-area
           SUBTRACT qt-c FROM qt-vol
           SUBTRACT qt-sv FROM qt-vol
        END-IF.

*>      A plane is measured as the square OBJEXPORT draws for it,
*>      2n on a side about its anchor - two facets, so a clip cuts it
*>      exactly.
QTY-PLANE.
        MOVE 'PLANE' TO qt-kind
        MOVE glayer(fl-i) TO qt-layer
        MOVE gcolor(fl-i) TO qt-code
        MOVE 'N' TO qt-has-vol
        MOVE gnx(fl-i) TO ox-ax
        MOVE gny(fl-i) TO ox-ay
        MOVE gnz(fl-i) TO ox-az
        PERFORM OBJ-AXIS-BASIS
        MOVE gpx(fl-i) TO ox-cx
        MOVE gpy(fl-i) TO ox-cy
        MOVE gpz(fl-i) TO ox-cz
        COMPUTE ox-t1 = 0 - qt-plane-half
        MOVE ox-t1 TO ox-t2
        PERFORM OBJ-BASIS-POINT
        MOVE 1 TO qt-k
        PERFORM QTY-KEEP-CORNER
        MOVE qt-plane-half TO ox-t1
        PERFORM OBJ-BASIS-POINT
        MOVE 2 TO qt-k
        PERFORM QTY-KEEP-CORNER
        MOVE qt-plane-half TO ox-t2
        PERFORM OBJ-BASIS-POINT
        MOVE 3 TO qt-k
        PERFORM QTY-KEEP-CORNER
        COMPUTE ox-t1 = 0 - qt-plane-half
        PERFORM OBJ-BASIS-POINT
        MOVE 4 TO qt-k
        PERFORM QTY-KEEP-CORNER
        MOVE 0 TO qt-sa qt-sv qt-kept qt-lost
        MOVE 1 TO qt-i
        MOVE 2 TO qt-j
        MOVE 3 TO qt-k
        PERFORM QTY-CORNER-FACET
        MOVE 1 TO qt-i
        MOVE 3 TO qt-j
        MOVE 4 TO qt-k
        PERFORM QTY-CORNER-FACET
        PERFORM QTY-FACET-STATE
        MOVE qt-sa TO qt-area
        MOVE 0 TO qt-vol
        PERFORM QTY-WRITE-LINE.

QTY-KEEP-CORNER.
        MOVE ox-px TO qt-kx(qt-k)
        MOVE ox-py TO qt-ky(qt-k)
        MOVE ox-pz TO qt-kz(qt-k).

*>      Box: 2(ab + bc + ca) and abc by formula when the clip leaves
*>      it alone; reaching across the clip, its twelve facets (corners
*>      turned as OBJEXPORT turns them) are cut and summed instead.
QTY-BOX.
        MOVE 'BOX' TO qt-kind
        MOVE blayer(fl-i) TO qt-layer
        MOVE bcolor(fl-i) TO qt-code
        MOVE 'Y' TO qt-has-vol
        COMPUTE qt-a = bx1(fl-i) - bx0(fl-i)
        COMPUTE qt-b = by1(fl-i) - by0(fl-i)
        COMPUTE qt-c = bz1(fl-i) - bz0(fl-i)
        IF qt-a < 0 THEN
           COMPUTE qt-a = 0 - qt-a
        END-IF
        IF qt-b < 0 THEN
           COMPUTE qt-b = 0 - qt-b
        END-IF
        IF qt-c < 0 THEN
           COMPUTE qt-c = 0 - qt-c
        END-IF
        COMPUTE qt-cx = bx0(fl-i) + bx1(fl-i)
        COMPUTE qt-cx = qt-cx / 2
        COMPUTE qt-cy = by0(fl-i) + by1(fl-i)
        COMPUTE qt-cy = qt-cy / 2
        COMPUTE qt-cz = bz0(fl-i) + bz1(fl-i)
        COMPUTE qt-cz = qt-cz / 2
        COMPUTE qt-w1 = qt-a * qt-a
        COMPUTE qt-w2 = qt-b * qt-b
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w2 = qt-c * qt-c
        ADD qt-w2 TO qt-w1
        COMPUTE qt-ext = FUNCTION SQRT(qt-w1)
        COMPUTE qt-ext = qt-ext / 2
        PERFORM QTY-CLIP-STATE
        EVALUATE qt-state
           WHEN 'WHOLE'
              COMPUTE qt-area = qt-a * qt-b
              COMPUTE qt-w1 = qt-b * qt-c
              ADD qt-w1 TO qt-area
              COMPUTE qt-w1 = qt-c * qt-a
              ADD qt-w1 TO qt-area
              COMPUTE qt-area = qt-area * 2
              COMPUTE qt-vol = qt-a * qt-b
              COMPUTE qt-vol = qt-vol * qt-c
           WHEN 'CUT'
              MOVE 0 TO qt-area qt-vol
           WHEN OTHER
              PERFORM QTY-BOX-FACETS
              MOVE qt-sa TO qt-area
              MOVE qt-sv TO qt-vol
        END-EVALUATE
        PERFORM QTY-WRITE-LINE.

QTY-BOX-FACETS.
        MOVE qt-cx TO ox-cx
        MOVE qt-cy TO ox-cy
        MOVE qt-cz TO ox-cz
        MOVE braxis(fl-i) TO ox-axis
        MOVE brcos(fl-i) TO ox-cos
        MOVE brsin(fl-i) TO ox-sin
        MOVE 0 TO qt-k
        MOVE bz0(fl-i) TO ox-t1
        PERFORM QTY-BOX-LAYER
        MOVE bz1(fl-i) TO ox-t1
        PERFORM QTY-BOX-LAYER
        MOVE 0 TO qt-sa qt-sv qt-kept qt-lost
        PERFORM VARYING qt-bi FROM 1 BY 1 UNTIL qt-bi > 6
           MOVE qt-fc(qt-bi, 1) TO qt-i
           MOVE qt-fc(qt-bi, 2) TO qt-j
           MOVE qt-fc(qt-bi, 3) TO qt-k
           PERFORM QTY-CORNER-FACET
           MOVE qt-fc(qt-bi, 1) TO qt-i
           MOVE qt-fc(qt-bi, 3) TO qt-j
           MOVE qt-fc(qt-bi, 4) TO qt-k
           PERFORM QTY-CORNER-FACET
        END-PERFORM.

*>      Four corners at height ox-t1, in OBJ-BOX-LAYER's order.
QTY-BOX-LAYER.
        MOVE bx0(fl-i) TO ox-px
        MOVE by0(fl-i) TO ox-py
        PERFORM QTY-BOX-CORNER
        MOVE bx1(fl-i) TO ox-px
        MOVE by0(fl-i) TO ox-py
        PERFORM QTY-BOX-CORNER
        MOVE bx1(fl-i) TO ox-px
        MOVE by1(fl-i) TO ox-py
        PERFORM QTY-BOX-CORNER
        MOVE bx0(fl-i) TO ox-px
        MOVE by1(fl-i) TO ox-py
        PERFORM QTY-BOX-CORNER.

QTY-BOX-CORNER.
        MOVE ox-t1 TO ox-pz
        IF ox-axis NOT = SPACE THEN
           SUBTRACT ox-cx FROM ox-px
           SUBTRACT ox-cy FROM ox-py
           SUBTRACT ox-cz FROM ox-pz
           CALL 'ROTAXIS' USING ox-axis, ox-cos, ox-sin,
              ox-px, ox-py, ox-pz
           ADD ox-cx TO ox-px
           ADD ox-cy TO ox-py
           ADD ox-cz TO ox-pz
        END-IF
        ADD 1 TO qt-k
        PERFORM QTY-KEEP-CORNER.

*>      Facet from corners qt-i, qt-j, qt-k of the corner table.
QTY-CORNER-FACET.
        MOVE qt-kx(qt-i) TO qt-vx(1)
        MOVE qt-ky(qt-i) TO qt-vy(1)
        MOVE qt-kz(qt-i) TO qt-vz(1)
        MOVE qt-kx(qt-j) TO qt-vx(2)
        MOVE qt-ky(qt-j) TO qt-vy(2)
        MOVE qt-kz(qt-j) TO qt-vz(2)
        MOVE qt-kx(qt-k) TO qt-vx(3)
        MOVE qt-ky(qt-k) TO qt-vy(3)
        MOVE qt-kz(qt-k) TO qt-vz(3)
        PERFORM QTY-FACET.

*>      Cylinder (qt-a = qt-b) or cone frustum, radius qt-a at p0 and
*>      qt-b at p1: side wall pi (r0 + r1) times the slant, solid
*>      pi L (r0 r0 + r0 r1 + r1 r1) / 3.
QTY-TUBE.
        MOVE 'Y' TO qt-has-vol
        COMPUTE qt-w1 = ox-p1x - ox-p0x
        COMPUTE qt-w1 = qt-w1 * qt-w1
        COMPUTE qt-w2 = ox-p1y - ox-p0y
        COMPUTE qt-w2 = qt-w2 * qt-w2
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w2 = ox-p1z - ox-p0z
        COMPUTE qt-w2 = qt-w2 * qt-w2
        ADD qt-w2 TO qt-w1
        COMPUTE qt-h = FUNCTION SQRT(qt-w1)
        COMPUTE qt-cx = ox-p0x + ox-p1x
        COMPUTE qt-cx = qt-cx / 2
        COMPUTE qt-cy = ox-p0y + ox-p1y
        COMPUTE qt-cy = qt-cy / 2
        COMPUTE qt-cz = ox-p0z + ox-p1z
        COMPUTE qt-cz = qt-cz / 2
        COMPUTE qt-ext = qt-h / 2
        IF qt-a > qt-b THEN
           ADD qt-a TO qt-ext
        ELSE
           ADD qt-b TO qt-ext
        END-IF
        PERFORM QTY-CLIP-STATE
        IF qt-state = 'CUT' THEN
           MOVE 0 TO qt-area qt-vol
           PERFORM QTY-WRITE-LINE
           EXIT PARAGRAPH
        END-IF
        COMPUTE qt-w1 = qt-h * qt-h
        COMPUTE qt-w2 = qt-a - qt-b
        COMPUTE qt-w2 = qt-w2 * qt-w2
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w3 = FUNCTION SQRT(qt-w1)
        COMPUTE qt-area = qt-a + qt-b
        COMPUTE qt-area = qt-area * qt-w3
        COMPUTE qt-area = qt-area * pi-const
        COMPUTE qt-vol = qt-a * qt-a
        COMPUTE qt-w1 = qt-a * qt-b
        ADD qt-w1 TO qt-vol
        COMPUTE qt-w1 = qt-b * qt-b
        ADD qt-w1 TO qt-vol
        COMPUTE qt-vol = qt-vol * qt-h
        COMPUTE qt-vol = qt-vol * pi-const
        COMPUTE qt-vol = qt-vol / 3
        PERFORM QTY-WRITE-LINE.

*>      Ellipsoid: 4/3 pi abc, and Thomsen's skin
*>      4 pi ((ab)^p + (bc)^p + (ca)^p) / 3)^(1/p), p = 1.6075.
QTY-ELLIPSOID.
        MOVE 'ELLIP' TO qt-kind
        MOVE elayer(fl-i) TO qt-layer
        MOVE ecolor(fl-i) TO qt-code
        MOVE 'Y' TO qt-has-vol
        MOVE eex(fl-i) TO qt-cx
        MOVE eey(fl-i) TO qt-cy
        MOVE eez(fl-i) TO qt-cz
        MOVE eerx(fl-i) TO qt-a
        MOVE eery(fl-i) TO qt-b
        MOVE eerz(fl-i) TO qt-c
        MOVE qt-a TO qt-ext
        IF qt-b > qt-ext THEN
           MOVE qt-b TO qt-ext
        END-IF
        IF qt-c > qt-ext THEN
           MOVE qt-c TO qt-ext
        END-IF
        PERFORM QTY-CLIP-STATE
        IF qt-state = 'CUT' THEN
           MOVE 0 TO qt-area qt-vol
           PERFORM QTY-WRITE-LINE
           EXIT PARAGRAPH
        END-IF
        COMPUTE qt-vol = qt-a * qt-b
        COMPUTE qt-vol = qt-vol * qt-c
        COMPUTE qt-vol = qt-vol * pi-const
        COMPUTE qt-vol = qt-vol * 4
        COMPUTE qt-vol = qt-vol / 3
        COMPUTE qt-w1 = qt-a * qt-b
        COMPUTE qt-w1 = qt-w1 ** 1.6075
        COMPUTE qt-w2 = qt-b * qt-c
        COMPUTE qt-w2 = qt-w2 ** 1.6075
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w2 = qt-c * qt-a
        COMPUTE qt-w2 = qt-w2 ** 1.6075
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w1 = qt-w1 / 3
        COMPUTE qt-w1 = qt-w1 ** 0.622084
        COMPUTE qt-area = qt-w1 * pi-const
        COMPUTE qt-area = qt-area * 4
        PERFORM QTY-WRITE-LINE.

*>      Torus: 4 pi2 R r of skin, 2 pi2 R r2 of solid.
QTY-TORUS.
        MOVE 'TORUS' TO qt-kind
        MOVE tolayer(fl-i) TO qt-layer
        MOVE tocolor(fl-i) TO qt-code
        MOVE 'Y' TO qt-has-vol
        MOVE tocx(fl-i) TO qt-cx
        MOVE tocy(fl-i) TO qt-cy
        MOVE tocz(fl-i) TO qt-cz
        COMPUTE qt-ext = tormaj(fl-i) + tormin(fl-i)
        PERFORM QTY-CLIP-STATE
        IF qt-state = 'CUT' THEN
           MOVE 0 TO qt-area qt-vol
           PERFORM QTY-WRITE-LINE
           EXIT PARAGRAPH
        END-IF
        COMPUTE qt-w1 = pi-const * pi-const
        COMPUTE qt-w1 = qt-w1 * tormaj(fl-i)
        COMPUTE qt-w1 = qt-w1 * tormin(fl-i)
        COMPUTE qt-area = qt-w1 * 4
        COMPUTE qt-vol = qt-w1 * tormin(fl-i)
        COMPUTE qt-vol = qt-vol * 2
        PERFORM QTY-WRITE-LINE.

*>      Mesh-table facets qt-first thru qt-last as one object of kind
*>      qt-kind, one line per color code.
QTY-TRI-RANGE.
        IF qt-first > qt-last THEN
           EXIT PARAGRAPH
        END-IF
        MOVE 0 TO qt-num-bkts
        MOVE 0 TO qt-layer
        PERFORM VARYING fl-i FROM qt-first BY 1 UNTIL fl-i > qt-last
           MOVE tax(fl-i) TO qt-vx(1)
           MOVE tay(fl-i) TO qt-vy(1)
           MOVE taz(fl-i) TO qt-vz(1)
           MOVE tbx(fl-i) TO qt-vx(2)
           MOVE tby(fl-i) TO qt-vy(2)
           MOVE tbz(fl-i) TO qt-vz(2)
           MOVE tcx(fl-i) TO qt-vx(3)
           MOVE tcy(fl-i) TO qt-vy(3)
           MOVE tcz(fl-i) TO qt-vz(3)
           MOVE tcolor(fl-i) TO qt-code
           PERFORM QTY-BUCKET-FACET
        END-PERFORM
        MOVE 0 TO fl-i
        PERFORM QTY-WRITE-BUCKETS.

*>      A MESH instance: its model's facets carried out to where the
*>      scene put it, exactly as OBJEXPORT carries them.
QTY-MESH-INSTANCE.
        MOVE 'MESH' TO qt-kind
        MOVE 'Y' TO qt-has-vol
        MOVE 0 TO qt-num-bkts
        MOVE milayer(fl-i) TO qt-layer
        MOVE mi-model(fl-i) TO ml-cur
        MOVE mix(fl-i) TO ox-cx
        MOVE miy(fl-i) TO ox-cy
        MOVE miz(fl-i) TO ox-cz
        MOVE miscale(fl-i) TO ox-rx
        MOVE miaxis(fl-i) TO ox-axis
        MOVE micos(fl-i) TO ox-cos
        MOVE misin(fl-i) TO ox-sin
        COMPUTE ml-i = ml-first-f(ml-cur) + ml-num-f(ml-cur)
        PERFORM VARYING ml-f FROM ml-first-f(ml-cur) BY 1
           UNTIL ml-f >= ml-i
           IF mfcolor(ml-f) NOT = SPACE THEN
              MOVE mfcolor(ml-f) TO qt-code
           ELSE
              MOVE micolor(fl-i) TO qt-code
           END-IF
           MOVE mfax(ml-f) TO ox-px
           MOVE mfay(ml-f) TO ox-py
           MOVE mfaz(ml-f) TO ox-pz
           MOVE 1 TO qt-k
           PERFORM QTY-INSTANCE-POINT
           MOVE mfbx(ml-f) TO ox-px
           MOVE mfby(ml-f) TO ox-py
           MOVE mfbz(ml-f) TO ox-pz
           MOVE 2 TO qt-k
           PERFORM QTY-INSTANCE-POINT
           MOVE mfcx(ml-f) TO ox-px
           MOVE mfcy(ml-f) TO ox-py
           MOVE mfcz(ml-f) TO ox-pz
           MOVE 3 TO qt-k
           PERFORM QTY-INSTANCE-POINT
           PERFORM QTY-BUCKET-FACET
        END-PERFORM
        PERFORM QTY-WRITE-BUCKETS.

QTY-INSTANCE-POINT.
        MULTIPLY ox-rx BY ox-px
        MULTIPLY ox-rx BY ox-py
        MULTIPLY ox-rx BY ox-pz
        IF ox-axis NOT = SPACE THEN
           CALL 'ROTAXIS' USING ox-axis, ox-cos, ox-sin,
              ox-px, ox-py, ox-pz
        END-IF
        COMPUTE qt-vx(qt-k) = ox-px + ox-cx
        COMPUTE qt-vy(qt-k) = ox-py + ox-cy
        COMPUTE qt-vz(qt-k) = ox-pz + ox-cz.

*>      The facet in qt-v into the bucket for its code qt-code.
QTY-BUCKET-FACET.
        MOVE 0 TO qt-bi
        PERFORM VARYING qt-j FROM 1 BY 1 UNTIL qt-j > qt-num-bkts
           OR qt-bi > 0
           IF qb-code(qt-j) = qt-code THEN
              MOVE qt-j TO qt-bi
           END-IF
        END-PERFORM
        IF qt-bi = 0 THEN
           IF qt-num-bkts < 16 THEN
              ADD 1 TO qt-num-bkts
           END-IF
           MOVE qt-num-bkts TO qt-bi
           MOVE qt-code TO qb-code(qt-bi)
           MOVE 0 TO qb-area(qt-bi) qb-vol(qt-bi)
           MOVE 0 TO qb-kept(qt-bi) qb-lost(qt-bi)
        END-IF
        MOVE qb-area(qt-bi) TO qt-sa
        MOVE qb-vol(qt-bi) TO qt-sv
        MOVE qb-kept(qt-bi) TO qt-kept
        MOVE qb-lost(qt-bi) TO qt-lost
        PERFORM QTY-FACET
        MOVE qt-sa TO qb-area(qt-bi)
        MOVE qt-sv TO qb-vol(qt-bi)
        MOVE qt-kept TO qb-kept(qt-bi)
        MOVE qt-lost TO qb-lost(qt-bi).

*>      One line per bucket, slot fl-i; the volume is the whole
*>      object's and goes on the line with the most area.
QTY-WRITE-BUCKETS.
        MOVE 0 TO qt-w1
        MOVE 1 TO qt-big
        PERFORM VARYING qt-bi FROM 1 BY 1 UNTIL qt-bi > qt-num-bkts
           ADD qb-vol(qt-bi) TO qt-w1
           IF qb-area(qt-bi) > qb-area(qt-big) THEN
              MOVE qt-bi TO qt-big
           END-IF
        END-PERFORM
        IF qt-w1 < 0 THEN
           COMPUTE qt-w1 = 0 - qt-w1
        END-IF
        PERFORM VARYING qt-bi FROM 1 BY 1 UNTIL qt-bi > qt-num-bkts
           MOVE qb-code(qt-bi) TO qt-code
           MOVE qb-area(qt-bi) TO qt-sa
           MOVE qb-kept(qt-bi) TO qt-kept
           MOVE qb-lost(qt-bi) TO qt-lost
           PERFORM QTY-FACET-STATE
           MOVE qt-sa TO qt-area
           MOVE 0 TO qt-vol
           IF qt-bi = qt-big THEN
              MOVE qt-w1 TO qt-vol
           END-IF
           PERFORM QTY-WRITE-LINE
        END-PERFORM.

QTY-FACET-STATE.
        EVALUATE TRUE
           WHEN qt-lost = 0
              MOVE 'WHOLE' TO qt-state
           WHEN qt-kept = 0
              MOVE 'CUT' TO qt-state
           WHEN OTHER
              MOVE 'PART' TO qt-state
        END-EVALUATE.

*>      One facet (qt-v 1-3) into qt-sa / qt-sv, less whatever lies
*>      past the clip plane: with one corner kept the piece is that
*>      corner's triangle, with two it is a quad of two triangles;
*>      the corners are taken round from the odd one out so each piece
*>      keeps the facet's winding. qt-kept / qt-lost count facets
*>      touched and facets trimmed.
QTY-FACET.
        IF NOT clip-active-yes THEN
           PERFORM VARYING qt-k FROM 1 BY 1 UNTIL qt-k > 3
              MOVE qt-vx(qt-k) TO qt-px(qt-k)
              MOVE qt-vy(qt-k) TO qt-py(qt-k)
              MOVE qt-vz(qt-k) TO qt-pz(qt-k)
           END-PERFORM
           PERFORM QTY-PIECE
           ADD 1 TO qt-kept
           EXIT PARAGRAPH
        END-IF
        MOVE 0 TO qt-in
        PERFORM VARYING qt-k FROM 1 BY 1 UNTIL qt-k > 3
           COMPUTE qt-w1 = qt-vx(qt-k) - clip-px
           COMPUTE qt-w1 = qt-w1 * clip-nx
           COMPUTE qt-w2 = qt-vy(qt-k) - clip-py
           COMPUTE qt-w2 = qt-w2 * clip-ny
           ADD qt-w2 TO qt-w1
           COMPUTE qt-w2 = qt-vz(qt-k) - clip-pz
           COMPUTE qt-w2 = qt-w2 * clip-nz
           ADD qt-w2 TO qt-w1
           MOVE qt-w1 TO qt-vd(qt-k)
           IF qt-vd(qt-k) <= 0 THEN
              ADD 1 TO qt-in
           END-IF
        END-PERFORM
        EVALUATE qt-in
           WHEN 3
              PERFORM VARYING qt-k FROM 1 BY 1 UNTIL qt-k > 3
                 MOVE qt-vx(qt-k) TO qt-px(qt-k)
                 MOVE qt-vy(qt-k) TO qt-py(qt-k)
                 MOVE qt-vz(qt-k) TO qt-pz(qt-k)
              END-PERFORM
              PERFORM QTY-PIECE
              ADD 1 TO qt-kept
           WHEN 0
              ADD 1 TO qt-lost
           WHEN OTHER
              ADD 1 TO qt-kept
              ADD 1 TO qt-lost
              PERFORM QTY-SPLIT-FACET
        END-EVALUATE.

QTY-SPLIT-FACET.
*>      The odd corner: the one kept when only one is, the one lost
*>      when two are kept.
        MOVE 1 TO qt-odd
        PERFORM VARYING qt-k FROM 1 BY 1 UNTIL qt-k > 3
           IF (qt-in = 1 AND qt-vd(qt-k) <= 0)
              OR (qt-in = 2 AND qt-vd(qt-k) > 0) THEN
              MOVE qt-k TO qt-odd
           END-IF
        END-PERFORM
        COMPUTE qt-j = FUNCTION MOD(qt-odd, 3) + 1
        COMPUTE qt-k = FUNCTION MOD(qt-j, 3) + 1
*>      Corner 1 of the pieces: the odd corner itself when it is kept;
*>      the crossings on its two edges go in 2 (odd-next) and 4
*>      (odd-previous).
        MOVE qt-vx(qt-odd) TO qt-px(1)
        MOVE qt-vy(qt-odd) TO qt-py(1)
        MOVE qt-vz(qt-odd) TO qt-pz(1)
        MOVE qt-j TO qt-i
        MOVE 2 TO qt-big
        PERFORM QTY-CROSSING
        MOVE qt-k TO qt-i
        MOVE 4 TO qt-big
        PERFORM QTY-CROSSING
        IF qt-in = 1 THEN
           MOVE qt-px(4) TO qt-px(3)
           MOVE qt-py(4) TO qt-py(3)
           MOVE qt-pz(4) TO qt-pz(3)
           PERFORM QTY-PIECE
           EXIT PARAGRAPH
        END-IF
*>      Two kept: crossing(odd-next), next, prev, crossing(odd-prev),
*>      as two triangles fanned from the first crossing.
        MOVE qt-px(2) TO qt-px(1)
        MOVE qt-py(2) TO qt-py(1)
        MOVE qt-pz(2) TO qt-pz(1)
        MOVE qt-vx(qt-j) TO qt-px(2)
        MOVE qt-vy(qt-j) TO qt-py(2)
        MOVE qt-vz(qt-j) TO qt-pz(2)
        MOVE qt-vx(qt-k) TO qt-px(3)
        MOVE qt-vy(qt-k) TO qt-py(3)
        MOVE qt-vz(qt-k) TO qt-pz(3)
        PERFORM QTY-PIECE
        MOVE qt-px(3) TO qt-px(2)
        MOVE qt-py(3) TO qt-py(2)
        MOVE qt-pz(3) TO qt-pz(2)
        MOVE qt-px(4) TO qt-px(3)
        MOVE qt-py(4) TO qt-py(3)
        MOVE qt-pz(4) TO qt-pz(3)
        PERFORM QTY-PIECE.

*>      Where the edge from the odd corner to corner qt-i crosses the
*>      clip plane, into piece corner qt-big.
QTY-CROSSING.
        COMPUTE qt-w1 = qt-vd(qt-odd) - qt-vd(qt-i)
        COMPUTE qt-h = qt-vd(qt-odd) / qt-w1
        COMPUTE qt-w2 = qt-vx(qt-i) - qt-vx(qt-odd)
        COMPUTE qt-w2 = qt-w2 * qt-h
        COMPUTE qt-px(qt-big) = qt-vx(qt-odd) + qt-w2
        COMPUTE qt-w2 = qt-vy(qt-i) - qt-vy(qt-odd)
        COMPUTE qt-w2 = qt-w2 * qt-h
        COMPUTE qt-py(qt-big) = qt-vy(qt-odd) + qt-w2
        COMPUTE qt-w2 = qt-vz(qt-i) - qt-vz(qt-odd)
        COMPUTE qt-w2 = qt-w2 * qt-h
        COMPUTE qt-pz(qt-big) = qt-vz(qt-odd) + qt-w2.

*>      Triangle qt-p 1-3: half its edge cross product's length into
*>      qt-sa, and the signed tetrahedron it makes with the origin
*>      point (qt-ox/oy/oz) into qt-sv.
QTY-PIECE.
        COMPUTE qt-e1x = qt-px(2) - qt-px(1)
        COMPUTE qt-e1y = qt-py(2) - qt-py(1)
        COMPUTE qt-e1z = qt-pz(2) - qt-pz(1)
        COMPUTE qt-e2x = qt-px(3) - qt-px(1)
        COMPUTE qt-e2y = qt-py(3) - qt-py(1)
        COMPUTE qt-e2z = qt-pz(3) - qt-pz(1)
        COMPUTE qt-nx = qt-e1y * qt-e2z
        COMPUTE qt-w1 = qt-e1z * qt-e2y
        SUBTRACT qt-w1 FROM qt-nx
        COMPUTE qt-ny = qt-e1z * qt-e2x
        COMPUTE qt-w1 = qt-e1x * qt-e2z
        SUBTRACT qt-w1 FROM qt-ny
        COMPUTE qt-nz = qt-e1x * qt-e2y
        COMPUTE qt-w1 = qt-e1y * qt-e2x
        SUBTRACT qt-w1 FROM qt-nz
        COMPUTE qt-w1 = qt-nx * qt-nx
        COMPUTE qt-w2 = qt-ny * qt-ny
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w2 = qt-nz * qt-nz
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w1 = FUNCTION SQRT(qt-w1)
        COMPUTE qt-w1 = qt-w1 / 2
        ADD qt-w1 TO qt-sa
*>      (p1 - origin) . n / 6: the cross product of the edges is the
*>      same one the corners themselves would give about p1.
        COMPUTE qt-w1 = qt-px(1) - qt-ox
        COMPUTE qt-w1 = qt-w1 * qt-nx
        COMPUTE qt-w2 = qt-py(1) - qt-oy
        COMPUTE qt-w2 = qt-w2 * qt-ny
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w2 = qt-pz(1) - qt-oz
        COMPUTE qt-w2 = qt-w2 * qt-nz
        ADD qt-w2 TO qt-w1
        COMPUTE qt-w1 = qt-w1 / 6
        ADD qt-w1 TO qt-sv.

*>      "kind slot layer code area volume state".
QTY-WRITE-LINE.
        MOVE fl-i TO qt-slot-ed
        MOVE qt-layer TO qt-layer-ed
        IF qt-area < 0 THEN
           MOVE 0 TO qt-area
        END-IF
        IF qt-vol < 0 THEN
           MOVE 0 TO qt-vol
        END-IF
        MOVE qt-area TO qt-area-ed
        MOVE qt-vol TO qt-vol-ed
        IF qt-code = SPACE THEN
           MOVE 'W' TO qt-code
        END-IF
        MOVE SPACES TO qt-line
        MOVE 1 TO qt-j
        STRING FUNCTION TRIM(qt-kind) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(qt-slot-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(qt-layer-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               qt-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(qt-area-ed) DELIMITED BY SIZE
               INTO qt-line WITH POINTER qt-j
        IF qt-has-vol = 'Y' THEN
           STRING ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(qt-vol-ed) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(qt-state) DELIMITED BY SIZE
                  INTO qt-line WITH POINTER qt-j
        ELSE
           STRING ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(qt-state) DELIMITED BY SIZE
                  INTO qt-line WITH POINTER qt-j
        END-IF
        WRITE qty-rec FROM qt-line
        ADD 1 TO qt-count.

*>      One TEXDAT entry's PPM, streamed value by value: three header
*>      numbers (the P3 magic parses to zero and is swallowed as the
*>      first, FLIPBOOK's trick), then r/g/b per pixel into the pool.
           SUBTRACT 1 FROM num-texs
        END-IF.

*>      ENVMAP through the same reader, into the reserved fifth
*>      directory slot with the larger per-image budget a backdrop
*>      needs. The slot is borrowed as num-texs for the load and
*>      handed back after, so no material code can ever match it.
*>      No dataset is no backdrop - not worth a message.
LOAD-ENVMAP.
        MOVE env-fname TO texppm-fname
        OPEN INPUT TEXPPM-FILE
        IF texppm-file-status NOT = '00' THEN
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO num-texs
        MOVE SPACE TO tex-code(num-texs)
        MOVE 0 TO tex-w(num-texs)
        MOVE 0 TO tex-h(num-texs)
        COMPUTE tex-start(num-texs) = tex-pool-used
        MOVE 8192 TO tex-max-px
        MOVE 0 TO tex-hdr-count
        MOVE 0 TO tex-rgb-phase
        MOVE 0 TO tex-load-px
        MOVE 0 TO tex-want-px
        MOVE 'Y' TO tex-fit
        MOVE 'N' TO texppm-eof
        PERFORM UNTIL texppm-eof-yes
           READ TEXPPM-FILE INTO texppm-rec
              AT END MOVE 'Y' TO texppm-eof
           END-READ
           IF NOT texppm-eof-yes THEN
              PERFORM TEX-PARSE-RECORD
           END-IF
        END-PERFORM
        CLOSE TEXPPM-FILE
        MOVE 4096 TO tex-max-px
        IF tex-fit = 'N' OR tex-load-px = 0
           OR tex-load-px < tex-want-px THEN
           DISPLAY 'COBOLRAYCASTER: environment map '
              FUNCTION TRIM(texppm-fname)
              ' does not fit the pool or is short - skipped'
           COMPUTE tex-pool-used = tex-start(num-texs)
        ELSE
           MOVE num-texs TO env-tex
        END-IF
        SUBTRACT 1 FROM num-texs.

*>      A '#' record is a PPM comment, not part of the image.
TEX-PARSE-RECORD.
        IF texppm-rec(1:1) = '#' THEN
           EXIT PARAGRAPH
        END-IF
        MOVE 0 TO tex-len
        MOVE SPACES TO tex-buf
        PERFORM VARYING tex-pos FROM 1 BY 1 UNTIL tex-pos > 80
              MOVE tex-val TO tex-h(num-texs)
              COMPUTE tex-want-px =
                 tex-w(num-texs) * tex-h(num-texs)
              IF tex-want-px > tex-max-px OR
                 tex-pool-used + tex-want-px > max-tex-pool THEN
                 MOVE 'N' TO tex-fit
              END-IF
        END-EVALUATE.

*>      One texel for the current hit: latitude/longitude off the
*>      true normal on a sphere, planar off the hit point on a plane, the
*>      dominant face axis pair on a box - each repeated at the
*>      material's mtile scale. The texel comes back as a luminance
*>      for the scalar pipeline and channel ratios for the tint.
SAMPLE-TEXTURE.
        PERFORM TEX-MAP-UV
        COMPUTE tex-ix = tex-u * tex-w(cur-tex)
        IF tex-ix >= tex-w(cur-tex) THEN
           COMPUTE tex-ix = tex-w(cur-tex) - 1
        END-IF
*>      Image rows run top down; v runs bottom up.
        COMPUTE tex-iy = (1.0 - tex-v) * tex-h(cur-tex)
        IF tex-iy >= tex-h(cur-tex) THEN
           COMPUTE tex-iy = tex-h(cur-tex) - 1
        END-IF
        COMPUTE tex-idx = tex-iy * tex-w(cur-tex)
        COMPUTE tex-idx = tex-idx + tex-ix
        COMPUTE tex-idx = tex-idx + tex-start(cur-tex)
        ADD 1 TO tex-idx
*>      Split across intermediates - the compound-COMPUTE term drop
*>      documented at the antialiasing offsets bites subscripted
*>      adds here too.
        MOVE tex-pr(tex-idx) TO tex-sum
        ADD tex-pg(tex-idx) TO tex-sum
        ADD tex-pb(tex-idx) TO tex-sum
        COMPUTE tex-lum = tex-sum / 765
        IF tex-lum < 0.004 THEN
           MOVE 0.004 TO tex-lum
        END-IF
        COMPUTE tex-fr = tex-pr(tex-idx) / 255.0
        COMPUTE tex-fr = tex-fr / tex-lum
        COMPUTE tex-fg = tex-pg(tex-idx) / 255.0
        COMPUTE tex-fg = tex-fg / tex-lum
        COMPUTE tex-fb = tex-pb(tex-idx) / 255.0
        COMPUTE tex-fb = tex-fb / tex-lum
        CONTINUE.

*>      The current hit's u/v, both 0 to 1, shared by the colour
*>      texture and the bump map so the two stay in register.
TEX-MAP-UV.
        EVALUATE best-kind
           WHEN 1
*>            Longitude from the normal's xy heading (the quadrant
*>            fix ATAN needs), latitude straight off its z.
              IF geo-nx > -0.0001 AND geo-nx < 0.0001 THEN
                 IF geo-ny >= 0 THEN
                    MOVE 0.25 TO tex-u
                 ELSE
                    MOVE 0.75 TO tex-u
                 END-IF
              ELSE
                 COMPUTE tex-ang =
                    FUNCTION ATAN(geo-ny / geo-nx)
                 IF geo-nx < 0 THEN
                    ADD pi-const TO tex-ang
                 END-IF
                 COMPUTE tex-u = tex-ang / (2 * pi-const)
                 COMPUTE tex-u = tex-u + 0.5
              END-IF
              COMPUTE tex-v = (geo-nz + 1.0) / 2.0
           WHEN 2
              COMPUTE tex-u = hpx / cur-tile
              COMPUTE tex-v = hpy / cur-tile
           WHEN 3
              EVALUATE TRUE
                 WHEN FUNCTION ABS(geo-nz) >= FUNCTION ABS(geo-nx)
                    AND FUNCTION ABS(geo-nz) >=
                       FUNCTION ABS(geo-ny)
                    COMPUTE tex-u = hpx / cur-tile
                    COMPUTE tex-v = hpy / cur-tile
                 WHEN FUNCTION ABS(geo-ny) >= FUNCTION ABS(geo-nx)
                    COMPUTE tex-u = hpx / cur-tile
                    COMPUTE tex-v = hpz / cur-tile
                 WHEN OTHER
                    COMPUTE tex-u = hpy / cur-tile
                    COMPUTE tex-v = hpz / cur-tile
              END-EVALUATE
        END-EVALUATE
*>      Sphere u/v repeat at the tile scale too; the planar cases
*>      already divided by it.
        IF best-kind = 1 THEN
           COMPUTE tex-u = tex-u * cur-tile
           COMPUTE tex-v = tex-v * cur-tile
        END-IF
        COMPUTE tex-u = tex-u - FUNCTION INTEGER(tex-u)
        COMPUTE tex-v = tex-v - FUNCTION INTEGER(tex-v)
        IF tex-u < 0 THEN ADD 1.0 TO tex-u END-IF
        IF tex-v < 0 THEN ADD 1.0 TO tex-v END-IF.

*>      Tilt best-n off the bump image's slope at this hit: the height
*>      (texel luminance) here, one texel on in u and one on in v,
*>      the differences pushing the normal down-slope along the
*>      surface's u and v directions at the material's strength. A
*>      full black-to-white step at strength 1 leans it 45 degrees.
APPLY-BUMP-MAP.
        PERFORM TEX-MAP-UV
        COMPUTE tex-ix = tex-u * tex-w(cur-bump-tex)
        IF tex-ix >= tex-w(cur-bump-tex) THEN
           COMPUTE tex-ix = tex-w(cur-bump-tex) - 1
        END-IF
        COMPUTE tex-iy = (1.0 - tex-v) * tex-h(cur-bump-tex)
        IF tex-iy >= tex-h(cur-bump-tex) THEN
           COMPUTE tex-iy = tex-h(cur-bump-tex) - 1
        END-IF
        MOVE tex-ix TO bump-ix
        MOVE tex-iy TO bump-iy
        PERFORM BUMP-TEXEL-HEIGHT
        MOVE bump-h TO bump-h0
*>      One on in u is the next column, wrapping at the right edge;
*>      one on in v is the row above, since rows run top down.
        COMPUTE bump-ix = tex-ix + 1
        IF bump-ix >= tex-w(cur-bump-tex) THEN
           MOVE 0 TO bump-ix
        END-IF
        PERFORM BUMP-TEXEL-HEIGHT
        COMPUTE bump-du = bump-h - bump-h0
        MOVE tex-ix TO bump-ix
        COMPUTE bump-iy = tex-iy - 1
        IF bump-iy < 0 THEN
           COMPUTE bump-iy = tex-h(cur-bump-tex) - 1
        END-IF
        PERFORM BUMP-TEXEL-HEIGHT
        COMPUTE bump-dv = bump-h - bump-h0
        IF bump-du = 0 AND bump-dv = 0 THEN
           EXIT PARAGRAPH
        END-IF
*>      The world directions u and v run along: round the vertical
*>      and up the meridian on a sphere, the mapped axis pair on a
*>      plane or box face.
        MOVE 0 TO bump-tx, bump-ty, bump-tz
        MOVE 0 TO bump-bx, bump-by, bump-bz
        EVALUATE best-kind
           WHEN 1
              COMPUTE bump-tx = 0 - geo-ny
              MOVE geo-nx TO bump-ty
              IF bump-tx > -0.0001 AND bump-tx < 0.0001
                 AND bump-ty > -0.0001 AND bump-ty < 0.0001 THEN
                 EXIT PARAGRAPH
              END-IF
              CALL 'VNORM' USING bump-tx, bump-ty, bump-tz
              CALL 'VCROSS' USING geo-nx, geo-ny, geo-nz,
                 bump-tx, bump-ty, bump-tz, bump-bx, bump-by, bump-bz
           WHEN 2
              MOVE 1.0 TO bump-tx
              MOVE 1.0 TO bump-by
           WHEN 3
              EVALUATE TRUE
                 WHEN FUNCTION ABS(geo-nz) >= FUNCTION ABS(geo-nx)
                    AND FUNCTION ABS(geo-nz) >=
                       FUNCTION ABS(geo-ny)
                    MOVE 1.0 TO bump-tx
                    MOVE 1.0 TO bump-by
                 WHEN FUNCTION ABS(geo-ny) >= FUNCTION ABS(geo-nx)
                    MOVE 1.0 TO bump-tx
                    MOVE 1.0 TO bump-bz
                 WHEN OTHER
                    MOVE 1.0 TO bump-ty
                    MOVE 1.0 TO bump-bz
              END-EVALUATE
        END-EVALUATE
*>      A plane's mapped axes need not lie in it - flatten both onto
*>      the surface first.
        IF best-kind NOT = 1 THEN
           CALL 'DOT' USING bump-tx, bump-ty, bump-tz,
              geo-nx, geo-ny, geo-nz, bump-dot
           COMPUTE bump-tx = bump-tx - (bump-dot * geo-nx)
           COMPUTE bump-ty = bump-ty - (bump-dot * geo-ny)
           COMPUTE bump-tz = bump-tz - (bump-dot * geo-nz)
           CALL 'DOT' USING bump-bx, bump-by, bump-bz,
              geo-nx, geo-ny, geo-nz, bump-dot
           COMPUTE bump-bx = bump-bx - (bump-dot * geo-nx)
           COMPUTE bump-by = bump-by - (bump-dot * geo-ny)
           COMPUTE bump-bz = bump-bz - (bump-dot * geo-nz)
        END-IF
        COMPUTE bump-du = bump-du * cur-bumpk
        COMPUTE bump-dv = bump-dv * cur-bumpk
        COMPUTE best-nx = geo-nx - (bump-du * bump-tx)
        COMPUTE best-nx = best-nx - (bump-dv * bump-bx)
        COMPUTE best-ny = geo-ny - (bump-du * bump-ty)
        COMPUTE best-ny = best-ny - (bump-dv * bump-by)
        COMPUTE best-nz = geo-nz - (bump-du * bump-tz)
        COMPUTE best-nz = best-nz - (bump-dv * bump-bz)
        CALL 'VNORM' USING best-nx, best-ny, best-nz.

*>      The bump image's height at column bump-ix, row bump-iy.
BUMP-TEXEL-HEIGHT.
        COMPUTE tex-idx = bump-iy * tex-w(cur-bump-tex)
        COMPUTE tex-idx = tex-idx + bump-ix
        COMPUTE tex-idx = tex-idx + tex-start(cur-bump-tex)
        ADD 1 TO tex-idx
        MOVE tex-pr(tex-idx) TO tex-sum
        ADD tex-pg(tex-idx) TO tex-sum
        ADD tex-pb(tex-idx) TO tex-sum
        COMPUTE bump-h = tex-sum / 765.

*>      The current hit's pattern colour, pat-lum plus channel ratios
*>      pat-r/g/b, from pat-f between the material's two colours:
*>        NOISE    plain noise, turbulence mixed in by mpturb
*>        MARBLE   sine veins across x, bent by the turbulence
*>        WOOD     rings round the vertical axis, their radius
*>                 wobbled by the turbulence
*>        GRANITE  fine speckle - the turbulence at four times the
*>                 frequency, pushed hard toward the second colour
SAMPLE-PATTERN.
        COMPUTE pat-px = hpx / mpscale(pat-mi)
        COMPUTE pat-py = hpy / mpscale(pat-mi)
        COMPUTE pat-pz = hpz / mpscale(pat-mi)
        EVALUATE cur-pat
           WHEN 'N'
              MOVE pat-px TO nz-x
              MOVE pat-py TO nz-y
              MOVE pat-pz TO nz-z
              PERFORM NOISE-VALUE
              MOVE nz-val TO pat-f
              PERFORM NOISE-TURBULENCE
              COMPUTE pat-t = 1 - mpturb(pat-mi)
              COMPUTE pat-f = pat-f * pat-t
              COMPUTE pat-t = nz-turb * mpturb(pat-mi)
              ADD pat-t TO pat-f
           WHEN 'M'
              PERFORM NOISE-TURBULENCE
              COMPUTE pat-t = mpturb(pat-mi) * nz-turb
              COMPUTE pat-t = pat-t * 4
              ADD pat-px TO pat-t
              COMPUTE pat-f = FUNCTION SIN(pat-t * pi-const)
              COMPUTE pat-f = (pat-f + 1) / 2
           WHEN 'W'
              PERFORM NOISE-TURBULENCE
              COMPUTE pat-t = (pat-px * pat-px) + (pat-py * pat-py)
              COMPUTE pat-t = FUNCTION SQRT(pat-t)
              COMPUTE pat-f = mpturb(pat-mi) * nz-turb
              ADD pat-f TO pat-t
              COMPUTE pat-t = pat-t * 4
              COMPUTE pat-f = pat-t - FUNCTION INTEGER(pat-t)
           WHEN OTHER
              COMPUTE pat-px = pat-px * 4
              COMPUTE pat-py = pat-py * 4
              COMPUTE pat-pz = pat-pz * 4
              PERFORM NOISE-TURBULENCE
              COMPUTE pat-t = 1 + mpturb(pat-mi)
              COMPUTE pat-f = nz-turb * pat-t
              COMPUTE pat-f = pat-f * 1.5
        END-EVALUATE
        IF pat-f < 0 THEN MOVE 0 TO pat-f END-IF
        IF pat-f > 1 THEN MOVE 1 TO pat-f END-IF
        COMPUTE pat-t = 1 - pat-f
        COMPUTE pat-r = mpc1r(pat-mi) * pat-t
        COMPUTE pat-lum = mpc2r(pat-mi) * pat-f
        ADD pat-lum TO pat-r
        COMPUTE pat-g = mpc1g(pat-mi) * pat-t
        COMPUTE pat-lum = mpc2g(pat-mi) * pat-f
        ADD pat-lum TO pat-g
        COMPUTE pat-b = mpc1b(pat-mi) * pat-t
        COMPUTE pat-lum = mpc2b(pat-mi) * pat-f
        ADD pat-lum TO pat-b
        COMPUTE pat-lum = pat-r + pat-g
        COMPUTE pat-lum = pat-lum + pat-b
        COMPUTE pat-lum = pat-lum / 765
        IF pat-lum < 0.004 THEN
           MOVE 0.004 TO pat-lum
        END-IF
        COMPUTE pat-r = pat-r / 255.0
        COMPUTE pat-r = pat-r / pat-lum
        COMPUTE pat-g = pat-g / 255.0
        COMPUTE pat-g = pat-g / pat-lum
        COMPUTE pat-b = pat-b / 255.0
        COMPUTE pat-b = pat-b / pat-lum.

*>      Turbulence at pat-px/py/pz: four octaves of noise, each twice
*>      the frequency and half the weight of the one before, folded
*>      about the midpoint so the result runs 0 (calm) to about 1.
NOISE-TURBULENCE.
        MOVE 0 TO nz-turb
        MOVE 0.5 TO nz-amp
        MOVE pat-px TO nz-x
        MOVE pat-py TO nz-y
        MOVE pat-pz TO nz-z
        PERFORM VARYING nz-oct FROM 1 BY 1 UNTIL nz-oct > 4
           PERFORM NOISE-VALUE
           COMPUTE nz-val = (nz-val * 2) - 1
           IF nz-val < 0 THEN
              COMPUTE nz-val = 0 - nz-val
           END-IF
           COMPUTE nz-turb = nz-turb + (nz-val * nz-amp)
           COMPUTE nz-amp = nz-amp / 2
           COMPUTE nz-x = nz-x * 2
           COMPUTE nz-y = nz-y * 2
           COMPUTE nz-z = nz-z * 2
        END-PERFORM
        COMPUTE nz-turb = nz-turb / 0.9375.

*>      Value noise at nz-x/y/z, 0 to 1: a hashed value on each of the
*>      eight lattice corners round the point, blended along each
*>      axis with the smooth 3t^2 - 2t^3 weight so there is no crease
*>      at the cell walls. The hash is the sine scramble - no random
*>      source needed, and the same point always gives the same value.
NOISE-VALUE.
        COMPUTE nz-ix = FUNCTION INTEGER(nz-x)
        COMPUTE nz-iy = FUNCTION INTEGER(nz-y)
        COMPUTE nz-iz = FUNCTION INTEGER(nz-z)
        COMPUTE nz-fx = nz-x - nz-ix
        COMPUTE nz-fy = nz-y - nz-iy
        COMPUTE nz-fz = nz-z - nz-iz
        COMPUTE nz-a = 2 * nz-fx
        COMPUTE nz-a = 3 - nz-a
        COMPUTE nz-fx = nz-fx * nz-fx
        COMPUTE nz-fx = nz-fx * nz-a
        COMPUTE nz-a = 2 * nz-fy
        COMPUTE nz-a = 3 - nz-a
        COMPUTE nz-fy = nz-fy * nz-fy
        COMPUTE nz-fy = nz-fy * nz-a
        COMPUTE nz-a = 2 * nz-fz
        COMPUTE nz-a = 3 - nz-a
        COMPUTE nz-fz = nz-fz * nz-fz
        COMPUTE nz-fz = nz-fz * nz-a
        PERFORM VARYING nz-ci FROM 1 BY 1 UNTIL nz-ci > 8
           COMPUTE nz-n = nz-ix + (nz-iy * 57)
           COMPUTE nz-n = nz-n + (nz-iz * 113)
           IF nz-ci = 2 OR nz-ci = 4 OR nz-ci = 6 OR nz-ci = 8 THEN
              ADD 1 TO nz-n
           END-IF
           IF nz-ci = 3 OR nz-ci = 4 OR nz-ci = 7 OR nz-ci = 8 THEN
              ADD 57 TO nz-n
           END-IF
           IF nz-ci > 4 THEN
              ADD 113 TO nz-n
           END-IF
           COMPUTE nz-hash = FUNCTION SIN(nz-n) * 43758.5453
           COMPUTE nz-hash = nz-hash - FUNCTION INTEGER(nz-hash)
           MOVE nz-hash TO nz-c(nz-ci)
        END-PERFORM
*>      The blends split across intermediates, the compound-COMPUTE
*>      term drop noted at the antialiasing offsets in mind.
        COMPUTE nz-a = nz-c(2) - nz-c(1)
        COMPUTE nz-a = nz-a * nz-fx
        COMPUTE nz-a = nz-a + nz-c(1)
        COMPUTE nz-b = nz-c(4) - nz-c(3)
        COMPUTE nz-b = nz-b * nz-fx
        COMPUTE nz-b = nz-b + nz-c(3)
        COMPUTE nz-val = nz-b - nz-a
        COMPUTE nz-val = nz-val * nz-fy
        COMPUTE nz-c(1) = nz-val + nz-a
        COMPUTE nz-a = nz-c(6) - nz-c(5)
        COMPUTE nz-a = nz-a * nz-fx
        COMPUTE nz-a = nz-a + nz-c(5)
        COMPUTE nz-b = nz-c(8) - nz-c(7)
        COMPUTE nz-b = nz-b * nz-fx
        COMPUTE nz-b = nz-b + nz-c(7)
        COMPUTE nz-val = nz-b - nz-a
        COMPUTE nz-val = nz-val * nz-fy
        COMPUTE nz-c(2) = nz-val + nz-a
        COMPUTE nz-val = nz-c(2) - nz-c(1)
        COMPUTE nz-val = nz-val * nz-fz
        COMPUTE nz-val = nz-val + nz-c(1).

*>      The environment map in direction env-dx/env-dy/env-dz (a unit
*>      vector): longitude off the xy heading, the same quadrant fix
*>      the sphere texture uses, turned by ENVROT; latitude off z,
*>      straight up at the top row. Comes back the way a texel does -
*>      env-lum for the scalar shade, env-fr/fg/fb for the tint.
SAMPLE-ENVMAP.
        IF env-dx > -0.0001 AND env-dx < 0.0001 THEN
           IF env-dy >= 0 THEN
              MOVE 0.25 TO env-u
           ELSE
              MOVE 0.75 TO env-u
           END-IF
        ELSE
           COMPUTE env-ang = FUNCTION ATAN(env-dy / env-dx)
           IF env-dx < 0 THEN
              ADD pi-const TO env-ang
           END-IF
           COMPUTE env-u = env-ang / (2 * pi-const)
           COMPUTE env-u = env-u + 0.5
        END-IF
        COMPUTE env-u = env-u + (env-rot / 360)
        COMPUTE env-u = env-u - FUNCTION INTEGER(env-u)
        IF env-u < 0 THEN ADD 1.0 TO env-u END-IF
        IF env-dz > 1.0 THEN MOVE 1.0 TO env-dz END-IF
        IF env-dz < -1.0 THEN MOVE -1.0 TO env-dz END-IF
        COMPUTE env-v = FUNCTION ACOS(env-dz) / pi-const
        COMPUTE tex-ix = env-u * tex-w(env-tex)
        IF tex-ix >= tex-w(env-tex) THEN
           COMPUTE tex-ix = tex-w(env-tex) - 1
        END-IF
        COMPUTE tex-iy = env-v * tex-h(env-tex)
        IF tex-iy >= tex-h(env-tex) THEN
           COMPUTE tex-iy = tex-h(env-tex) - 1
        END-IF
        COMPUTE tex-idx = tex-iy * tex-w(env-tex)
        COMPUTE tex-idx = tex-idx + tex-ix
        COMPUTE tex-idx = tex-idx + tex-start(env-tex)
        ADD 1 TO tex-idx
        MOVE tex-pr(tex-idx) TO tex-sum
        ADD tex-pg(tex-idx) TO tex-sum
        ADD tex-pb(tex-idx) TO tex-sum
        COMPUTE env-lum = tex-sum / 765
        IF env-lum < 0.004 THEN
           MOVE 0.004 TO env-lum
        END-IF
        COMPUTE env-fr = tex-pr(tex-idx) / 255.0
        COMPUTE env-fr = env-fr / env-lum
        COMPUTE env-fg = tex-pg(tex-idx) / 255.0
        COMPUTE env-fg = env-fg / env-lum
        COMPUTE env-fb = tex-pb(tex-idx) / 255.0
        COMPUTE env-fb = env-fb / env-lum.

*>      One RENDPARM-style keyword record (live or replayed from a
*>      bundle), applied: WIDTH/HEIGHT set the resolution directly,
APPLY-PARM-KEYWORD.
        MOVE SPACES TO rp-key
        MOVE SPACES TO rp-val
        MOVE rp-record TO ok-raw
        MOVE 'Y' TO ok-from-rec
        UNSTRING rp-record DELIMITED BY '='
           INTO rp-key, rp-val
        MOVE FUNCTION UPPER-CASE(rp-key) TO rp-key
        EVALUATE rp-key
           WHEN 'WIDTH'
              IF FUNCTION TEST-NUMVAL(rp-val) = 0 THEN
                 COMPUTE w = FUNCTION NUMVAL(rp-val)
                 MOVE 'WIDTH' TO ok-name
                 PERFORM NOTE-PARM-SIZE
              ELSE
                 MOVE 'bad value - wants WIDTH=n' TO ok-why
                 PERFORM NOTE-BAD-OPTION
              END-IF
           WHEN 'HEIGHT'
              IF FUNCTION TEST-NUMVAL(rp-val) = 0 THEN
                 COMPUTE h = FUNCTION NUMVAL(rp-val)
                 MOVE 'HEIGHT' TO ok-name
                 PERFORM NOTE-PARM-SIZE
              ELSE
                 MOVE 'bad value - wants HEIGHT=n' TO ok-why
                 PERFORM NOTE-BAD-OPTION
              END-IF
           WHEN 'SCENE'
              MOVE SPACES TO opt-tok
              STRING 'SCENE=' DELIMITED BY SIZE
                     FUNCTION TRIM(rp-val) DELIMITED BY SIZE
                     INTO opt-tok
              PERFORM APPLY-OPTION-TOKEN
           WHEN 'JOBID'
              MOVE SPACES TO opt-tok
              STRING 'JOBID=' DELIMITED BY SIZE
                     FUNCTION TRIM(rp-val) DELIMITED BY SIZE
                     INTO opt-tok
              PERFORM APPLY-OPTION-TOKEN
           WHEN 'SHOTS'
              MOVE SPACES TO opt-tok
              STRING 'SHOTS=' DELIMITED BY SIZE
                     FUNCTION TRIM(rp-val) DELIMITED BY SIZE
                     INTO opt-tok
              PERFORM APPLY-OPTION-TOKEN
           WHEN 'VARS'
              MOVE SPACES TO opt-tok
              STRING 'VARS=' DELIMITED BY SIZE
                     FUNCTION TRIM(rp-val) DELIMITED BY SIZE
                     INTO opt-tok
              PERFORM APPLY-OPTION-TOKEN
           WHEN OTHER
*>            N switches a feature off (by never building its
*>            token); Y or an empty value is the bare token;
*>            anything else glues on as the token's numeric
*>            tail, AA=3 arriving exactly as AA3 would.
              IF rp-val(1:1) = 'N' OR rp-key = SPACES THEN
                 IF rp-key NOT = SPACES THEN
                    PERFORM CHECK-OPTION-NAME
                 END-IF
              ELSE
                 IF rp-val = SPACES OR rp-val(1:1) = 'Y' THEN
                    MOVE rp-key TO opt-tok
                 END-IF
                 PERFORM APPLY-OPTION-TOKEN
              END-IF
        END-EVALUATE
        MOVE 'N' TO ok-from-rec
        MOVE SPACES TO ok-raw.

*>      WIDTH or HEIGHT (in ok-name) set from a record or the PARM's
*>      leading words, noted against its source like any keyword.
NOTE-PARM-SIZE.
        PERFORM FIND-OPTION-KEYWORD
        MOVE SPACES TO ok-val
        IF ok-name = 'WIDTH' THEN
           MOVE w TO ok-size-ed
        ELSE
           MOVE h TO ok-size-ed
        END-IF
        MOVE FUNCTION TRIM(ok-size-ed) TO ok-val
        PERFORM NOTE-SETTING-ORIGIN.

*>      RENDWAIV into the table and each broken cap offered to it.
*>      No RENDWAIV means no waivers - the caps stand as RENDBUDG set
*>      them - and so does one too long for the table, with the reason
*>      in ERRLOG.
APPLY-BUDGET-WAIVERS.
        MOVE 0 TO num-waivs
        MOVE 'N' TO waiv-full
        MOVE 0 TO waiv-num-used
        MOVE SPACES TO waiv-refs
        ACCEPT waiv-today FROM DATE YYYYMMDD
        MOVE 'N' TO waiv-eof
        OPEN INPUT WAIV-FILE
        IF waiv-file-status NOT = '00' THEN
           EXIT PARAGRAPH
        END-IF
        PERFORM UNTIL waiv-eof-yes
           READ WAIV-FILE INTO waiv-rec
              AT END MOVE 'Y' TO waiv-eof
           END-READ
           IF NOT waiv-eof-yes THEN
              IF num-waivs < max-waivs THEN
                 ADD 1 TO num-waivs
                 MOVE waiv-rec TO waiv-line(num-waivs)
              ELSE
                 MOVE 'Y' TO waiv-full
              END-IF
           END-IF
        END-PERFORM
        CLOSE WAIV-FILE
        IF waiv-full = 'Y' THEN
           DISPLAY 'COBOLRAYCASTER: RENDWAIV holds more than 2000 '
              'records - no waiver applied; move spent waivers to '
              'a history copy'
           MOVE 4 TO err-code
           MOVE 'RENDWAIV' TO err-dataset
           MOVE '00' TO err-status
           MOVE 'over 2000 records - waivers not applied' TO err-msg
           PERFORM LOG-ERROR
           MOVE 0 TO num-waivs
           EXIT PARAGRAPH
        END-IF
        IF bud-max-pixels > 0 AND bud-pixels > bud-max-pixels THEN
           MOVE 'MAXPIXELS' TO waiv-cap
           MOVE bud-pixels TO waiv-ask
           PERFORM FIND-BUDGET-WAIVER
           IF waiv-hit > 0 THEN
              MOVE waiv-ceiling TO bud-max-pixels
           END-IF
        END-IF
        IF bud-max-rays > 0 AND bud-rays > bud-max-rays THEN
           MOVE 'MAXRAYS' TO waiv-cap
           MOVE bud-rays TO waiv-ask
           PERFORM FIND-BUDGET-WAIVER
           IF waiv-hit > 0 THEN
              MOVE waiv-ceiling TO bud-max-rays
           END-IF
        END-IF
        IF bud-max-frames > 0 AND num-frames > bud-max-frames THEN
           MOVE 'MAXFRAMES' TO waiv-cap
           MOVE num-frames TO waiv-ask
           PERFORM FIND-BUDGET-WAIVER
           IF waiv-hit > 0 THEN
              MOVE waiv-ceiling TO bud-max-frames
           END-IF
        END-IF.

*>      The first waiver that covers waiv-cap at waiv-ask for this
*>      operator and this job or scene; waiv-hit is its table line,
*>      or 0. A waiver whose ceiling is still below the ask lifts
*>      nothing - it was approved for a smaller job.
FIND-BUDGET-WAIVER.
        MOVE 0 TO waiv-hit
        PERFORM VARYING waiv-i FROM 1 BY 1 UNTIL waiv-i > num-waivs
           OR waiv-hit > 0
           IF waiv-line(waiv-i) NOT = SPACES
              AND waiv-line(waiv-i)(1:1) NOT = '*' THEN
              PERFORM VARYING waiv-j FROM 1 BY 1 UNTIL waiv-j > 11
                 MOVE SPACES TO waiv-tok(waiv-j)
              END-PERFORM
              UNSTRING waiv-line(waiv-i) DELIMITED BY ALL SPACES
                 INTO waiv-tok(1), waiv-tok(2), waiv-tok(3),
                      waiv-tok(4), waiv-tok(5), waiv-tok(6),
                      waiv-tok(7), waiv-tok(8), waiv-tok(9),
                      waiv-tok(10), waiv-tok(11)
              MOVE 0 TO waiv-expiry
              IF FUNCTION TEST-NUMVAL(waiv-tok(7)) = 0 THEN
                 COMPUTE waiv-expiry = FUNCTION NUMVAL(waiv-tok(7))
              END-IF
              MOVE 0 TO waiv-ceiling
              IF FUNCTION TEST-NUMVAL(waiv-tok(5)) = 0 THEN
                 COMPUTE waiv-ceiling = FUNCTION NUMVAL(waiv-tok(5))
              END-IF
              IF waiv-tok(4) = waiv-cap
                 AND (waiv-tok(2) = audit-operator OR waiv-tok(2) = '*')
                 AND waiv-expiry >= waiv-today
                 AND waiv-ceiling >= waiv-ask
                 AND waiv-tok(8) NOT = SPACES THEN
                 IF waiv-tok(3) = '*'
                    OR (waiv-tok(3)(1:4) = 'JOB=' AND jobid-name NOT =
                        SPACES AND waiv-tok(3)(5:20) = jobid-name)
                    OR (waiv-tok(3)(1:6) = 'SCENE=' AND scene-name NOT =
                        SPACES AND waiv-tok(3)(7:18) = scene-name) THEN
                    IF waiv-tok(9) = SPACES
                       OR (rows-mode-on AND waiv-tok(9) = 'USED'
                           AND waiv-tok(10)(1:8) = waiv-today
                           AND jobid-name NOT = SPACES
                           AND waiv-tok(11) = jobid-name) THEN
                       MOVE waiv-i TO waiv-hit
                    END-IF
                 END-IF
              END-IF
           END-IF
        END-PERFORM
        IF waiv-hit = 0 THEN
           EXIT PARAGRAPH
        END-IF
        MOVE waiv-ceiling TO bud-cap-ed
        DISPLAY 'COBOLRAYCASTER: ' FUNCTION TRIM(waiv-cap)
           ' lifted to ' FUNCTION TRIM(bud-cap-ed) ' by waiver '
           FUNCTION TRIM(waiv-tok(1)) ' (approved by '
           FUNCTION TRIM(waiv-tok(8)) ')'
        IF waiv-num-used < 3 THEN
           ADD 1 TO waiv-num-used
           MOVE waiv-hit TO waiv-used(waiv-num-used)
        END-IF
        IF waiv-refs = SPACES THEN
           MOVE waiv-tok(1) TO waiv-refs
        ELSE
           MOVE waiv-refs TO audit-work
           MOVE SPACES TO waiv-refs
           STRING FUNCTION TRIM(audit-work) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(waiv-tok(1)) DELIMITED BY SIZE
                  INTO waiv-refs
        END-IF.

*>      The job cleared its caps: each waiver it used is marked spent
*>      and RENDWAIV rewritten whole, comments and all. A line already
*>      marked (a row-range step reusing its job's waiver) is left as
*>      it is. Never reached with a RENDWAIV the table could not hold.
CONSUME-BUDGET-WAIVERS.
        IF waiv-full = 'Y' THEN
           EXIT PARAGRAPH
        END-IF
        IF jobid-name = SPACES THEN
           MOVE '-' TO waiv-job
        ELSE
           MOVE jobid-name TO waiv-job
        END-IF
        PERFORM VARYING waiv-j FROM 1 BY 1 UNTIL waiv-j > waiv-num-used
           MOVE waiv-used(waiv-j) TO waiv-i
           MOVE SPACES TO waiv-tok(9)
           UNSTRING waiv-line(waiv-i) DELIMITED BY ALL SPACES
              INTO waiv-tok(1), waiv-tok(2), waiv-tok(3),
                   waiv-tok(4), waiv-tok(5), waiv-tok(6),
                   waiv-tok(7), waiv-tok(8), waiv-tok(9)
           IF waiv-tok(9) = SPACES THEN
              MOVE waiv-line(waiv-i) TO audit-work
              MOVE SPACES TO waiv-line(waiv-i)
              STRING FUNCTION TRIM(audit-work) DELIMITED BY SIZE
                     ' USED ' DELIMITED BY SIZE
                     waiv-today DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FUNCTION TRIM(waiv-job) DELIMITED BY SIZE
                     INTO waiv-line(waiv-i)
           END-IF
        END-PERFORM
        OPEN OUTPUT WAIV-FILE
        IF waiv-file-status NOT = '00' THEN
           MOVE 12 TO err-code
           MOVE 'RENDWAIV' TO err-dataset
           MOVE waiv-file-status TO err-status
           MOVE 'cannot mark the waiver used - it stays open'
              TO err-msg
           PERFORM LOG-ERROR
           EXIT PARAGRAPH
        END-IF
        PERFORM VARYING waiv-i FROM 1 BY 1 UNTIL waiv-i > num-waivs
           WRITE waiv-rec FROM waiv-line(waiv-i)
        END-PERFORM
        CLOSE WAIV-FILE.

*>      The provenance snapshot: a "=RUN id" header naming the run,
*>      then every input that shapes the frame, copied record for
*>      record into one dated bundle under "=DSN name" section
*>      headers, the effective PARM under "=PARM", and "=END" closing
*>      it. The stamp is today's date plus the first
*>      free sequence number, probed the way the ARCHIVE stamp is.
*>      Every record also goes into the inputs fingerprint; with
*>      bndl-dry set (ESTIMATE) only the fingerprint is taken and no
*>      bundle is written.
WRITE-PROV-BUNDLE.
        MOVE 'S' TO fp-func
        CALL 'ARTSUM' USING fp-func, cks-fname, fp-line, fp-a, fp-b,
           fp-recs, fp-hex
        MOVE SPACES TO bndl-fp-sect
        IF bndl-dry = 'N' THEN
           ACCEPT bndl-date FROM DATE YYYYMMDD
           MOVE 0 TO bndl-seq
           MOVE '99' TO bundle-file-status
           PERFORM UNTIL bundle-file-status = '35' OR bndl-seq >= 99
              ADD 1 TO bndl-seq
              MOVE SPACES TO bundle-fname
              STRING 'RENDBNDL.' DELIMITED BY SIZE
                     bndl-date DELIMITED BY SIZE
                     '.' DELIMITED BY SIZE
                     bndl-seq DELIMITED BY SIZE
                     INTO bundle-fname
              OPEN INPUT BUNDLE-FILE
              IF bundle-file-status = '00' THEN
                 CLOSE BUNDLE-FILE
              END-IF
           END-PERFORM
           OPEN OUTPUT BUNDLE-FILE
           IF bundle-file-status NOT = '00' THEN
              MOVE 12 TO err-code
              MOVE 'RENDBNDL' TO err-dataset
              MOVE bundle-file-status TO err-status
              MOVE 'cannot open the provenance bundle - running without'
                 TO err-msg
              PERFORM LOG-ERROR
              EXIT PARAGRAPH
           END-IF
        END-IF
*>      The run the bundle belongs to heads it.
        MOVE SPACES TO bndl-out
        STRING '=RUN ' DELIMITED BY SIZE
               FUNCTION TRIM(run-id) DELIMITED BY SIZE
               INTO bndl-out
        PERFORM PUT-BUNDLE-REC
        MOVE 0 TO bndl-count
        MOVE scene-fname TO snap-fname
        PERFORM BUNDLE-ONE-INPUT
        PERFORM BUNDLE-LIB-SCENES
        MOVE camera-fname TO snap-fname
        PERFORM BUNDLE-ONE-INPUT
        MOVE camkey-fname TO snap-fname
        PERFORM BUNDLE-ONE-INPUT
        MOVE terr-fname TO snap-fname
        PERFORM BUNDLE-ONE-INPUT
        MOVE modlib-fname TO snap-fname
        PERFORM BUNDLE-ONE-INPUT
        MOVE shotlib-fname TO snap-fname
        PERFORM BUNDLE-ONE-INPUT
        MOVE texcat-fname TO snap-fname
        PERFORM BUNDLE-ONE-INPUT
        MOVE env-fname TO snap-fname
        PERFORM BUNDLE-ONE-INPUT
        MOVE callout-fname TO snap-fname
        PERFORM BUNDLE-ONE-INPUT
*>      HIGHLIGHT=DIFF paints by the older scene as much as by this
*>      one, so SCENEOLD is an input too - but only for such a run;
*>      nobody else's fingerprint should move when it is replaced.
        IF hl-mode-on THEN
           MOVE hl-old-fname TO snap-fname
           PERFORM BUNDLE-ONE-INPUT
        END-IF
*>      The texture PPMs the catalog names are inputs too - a label
*>      artwork edit must not change what a replay renders.
        MOVE 'N' TO texcat-eof
        MOVE 'RENDPARM' TO snap-fname
        OPEN INPUT SNAP-FILE
        IF snap-file-status = '00' OR num-applied-kw > 0 THEN
           MOVE SPACES TO bndl-out
           MOVE '=DSN RENDPARM' TO bndl-out
           PERFORM PUT-BUNDLE-REC
           IF snap-file-status = '00' THEN
              PERFORM UNTIL snap-eof-yes
                 READ SNAP-FILE INTO snap-rec
                    AT END MOVE 'Y' TO snap-eof
                 END-READ
                 IF NOT snap-eof-yes THEN
                    MOVE snap-rec TO bndl-out
                    PERFORM PUT-BUNDLE-REC
                    ADD 1 TO bndl-count
                 END-IF
              END-PERFORM
           END-IF
           PERFORM VARYING bndl-rp-i FROM 1 BY 1
              UNTIL bndl-rp-i > num-applied-kw
              MOVE applied-kw(bndl-rp-i) TO bndl-out
              PERFORM PUT-BUNDLE-REC
              ADD 1 TO bndl-count
           END-PERFORM
        END-IF
        MOVE SPACES TO bndl-out
        MOVE '=PARM' TO bndl-out
        PERFORM PUT-BUNDLE-REC
        MOVE res-parm TO bndl-out
        PERFORM PUT-BUNDLE-REC
        MOVE SPACES TO bndl-out
        MOVE '=END' TO bndl-out
        PERFORM PUT-BUNDLE-REC
*>      A caption (and the VECTOR title block) draws the operator and
*>      the date into the frame, so for those the fingerprint takes
*>      them as inputs as well - tomorrow's captioned frame is not
*>      today's.
        IF caption-mode-on OR vector-mode-on THEN
           ACCEPT fp-date FROM DATE YYYYMMDD
           ACCEPT fp-up FROM ENVIRONMENT "USER"
           IF fp-up = SPACES THEN
              ACCEPT fp-up FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF fp-up = SPACES THEN
              MOVE "UNKNOWN" TO fp-up
           END-IF
           MOVE SPACES TO fp-line
           STRING '=CAPTION ' DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(fp-up(1:8)) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  fp-date DELIMITED BY SIZE
                  INTO fp-line
           MOVE 'A' TO fp-func
           CALL 'ARTSUM' USING fp-func, cks-fname, fp-line, fp-a,
              fp-b, fp-recs, fp-hex
        END-IF
        MOVE 'E' TO fp-func
        CALL 'ARTSUM' USING fp-func, cks-fname, fp-line, fp-a, fp-b,
           fp-recs, fp-hex
        IF bndl-dry = 'Y' THEN
           EXIT PARAGRAPH
        END-IF
        CLOSE BUNDLE-FILE
        MOVE bundle-fname TO cks-fname
        PERFORM LOG-ARTIFACT-SUM
        DISPLAY 'COBOLRAYCASTER: inputs bundled to '
           FUNCTION TRIM(bundle-fname).

        IF snap-file-status NOT = '00' THEN
           EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO bndl-out
        STRING '=DSN ' DELIMITED BY SIZE
               FUNCTION TRIM(snap-fname) DELIMITED BY SIZE
               INTO bndl-out
        PERFORM PUT-BUNDLE-REC
        PERFORM UNTIL snap-eof-yes
           READ SNAP-FILE INTO snap-rec
              AT END MOVE 'Y' TO snap-eof
           END-READ
           IF NOT snap-eof-yes THEN
              MOVE snap-rec TO bndl-out
              PERFORM PUT-BUNDLE-REC
              ADD 1 TO bndl-count
           END-IF
        END-PERFORM
        CLOSE SNAP-FILE.

*>      The keyed library can't be copied record for record into a
*>      flat bundle, and most of it has nothing to do with the frame:
*>      the section carries the scenes this render fetched, exactly as
*>      they sit in lib-line - the flat shape a replay reads back.
BUNDLE-LIB-SCENES.
        IF num-lib = 0 THEN
           EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO bndl-out
        STRING '=DSN ' DELIMITED BY SIZE
               FUNCTION TRIM(scenelib-fname) DELIMITED BY SIZE
               INTO bndl-out
        PERFORM PUT-BUNDLE-REC
        PERFORM VARYING lib-scan FROM 1 BY 1 UNTIL lib-scan > num-lib
           MOVE lib-line(lib-scan) TO bndl-out
           PERFORM PUT-BUNDLE-REC
           ADD 1 TO bndl-count
        END-PERFORM.

*>      One bundle record out, and into the inputs fingerprint - all
*>      but the =RUN header (the run is not an input) and an ESTIMATE
*>      word in the RENDPARM or PARM sections, which changes what the
*>      run does and not what it would draw. The RENDPARM header stays
*>      out too, so a RENDPARM holding nothing but ESTIMATE
*>      fingerprints the same as none at all.
PUT-BUNDLE-REC.
        IF bndl-dry = 'N' THEN
           WRITE bundle-rec FROM bndl-out
        END-IF
        IF bndl-out(1:5) = '=RUN ' THEN
           EXIT PARAGRAPH
        END-IF
        IF bndl-out(1:5) = '=DSN ' THEN
           MOVE bndl-out(6:30) TO bndl-fp-sect
           IF bndl-fp-sect = 'RENDPARM' THEN
              EXIT PARAGRAPH
           END-IF
        END-IF
        IF bndl-out(1:5) = '=PARM' THEN
           MOVE 'PARM' TO bndl-fp-sect
        END-IF
        MOVE bndl-out TO fp-line
        IF (bndl-fp-sect = 'RENDPARM' OR bndl-fp-sect = 'PARM')
           AND bndl-out(1:1) NOT = '=' THEN
           PERFORM FP-DROP-ESTIMATE
           IF fp-line = SPACES AND bndl-out NOT = SPACES THEN
              EXIT PARAGRAPH
           END-IF
        END-IF
        MOVE 'A' TO fp-func
        CALL 'ARTSUM' USING fp-func, cks-fname, fp-line, fp-a, fp-b,
           fp-recs, fp-hex.

*>      The record's words again, single-spaced, without any ESTIMATE
*>      (bare or keyword form, either case); a record with no such
*>      word is left exactly as it was.
FP-DROP-ESTIMATE.
        MOVE FUNCTION UPPER-CASE(fp-line) TO fp-line-up
        MOVE 0 TO fp-t
        INSPECT fp-line-up TALLYING fp-t FOR ALL 'ESTIMATE'
        IF fp-t = 0 THEN
           EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO fp-toks
        UNSTRING fp-line DELIMITED BY ALL SPACES
           INTO fp-tok(1), fp-tok(2), fp-tok(3), fp-tok(4),
                fp-tok(5), fp-tok(6), fp-tok(7), fp-tok(8)
        MOVE SPACES TO fp-line
        MOVE 1 TO fp-ptr
        PERFORM VARYING fp-t FROM 1 BY 1 UNTIL fp-t > 8
           MOVE FUNCTION UPPER-CASE(fp-tok(fp-t)) TO fp-up
           IF fp-tok(fp-t) NOT = SPACES AND fp-up NOT = 'ESTIMATE'
              AND fp-up(1:9) NOT = 'ESTIMATE=' THEN
              STRING FUNCTION TRIM(fp-tok(fp-t)) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     INTO fp-line WITH POINTER fp-ptr
           END-IF
        END-PERFORM.

*>      This run's fingerprint against RENDFPRT: the latest run that
*>      left these same inputs behind, and its kept outputs, each one
*>      summed again - a kept copy gone or changed since means render.
FIND-FINGERPRINT.
        MOVE 'N' TO fp-state
        MOVE 0 TO fp-n
        MOVE SPACES TO fp-src-run
        IF fp-hex = SPACES THEN
           DISPLAY 'COBOLRAYCASTER: REUSEIFSAME has no fingerprint '
              'without the bundle - rendering'
           MOVE 'N' TO fp-mode
           EXIT PARAGRAPH
        END-IF
        MOVE fp-recs TO fp-recs-ed
        MOVE 'N' TO fprt-eof
        OPEN INPUT FPRT-FILE
        IF fprt-file-status = '00' THEN
           PERFORM UNTIL fprt-eof-yes
              READ FPRT-FILE INTO fprt-rec
                 AT END MOVE 'Y' TO fprt-eof
              END-READ
              IF NOT fprt-eof-yes AND fprt-rec NOT = SPACES THEN
                 PERFORM TAKE-FPRT-REC
              END-IF
           END-PERFORM
           CLOSE FPRT-FILE
        END-IF
        IF fp-n = 0 THEN
           DISPLAY 'COBOLRAYCASTER: inputs fingerprint ' fp-hex '/'
              FUNCTION TRIM(fp-recs-ed) ' matches no earlier run'
           EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO keep-ok
        PERFORM VARYING fp-i FROM 1 BY 1
           UNTIL fp-i > fp-n OR keep-ok = 'N'
           PERFORM KEEP-NAME
           MOVE keep-fname TO cks-fname
           MOVE fo-func(fp-i) TO cks-func
           CALL 'ARTSUM' USING cks-func, cks-fname, cks-line, cks-a,
              cks-b, cks-recs, cks-hex
           IF cks-recs NOT = fo-recs(fp-i)
              OR cks-hex NOT = fo-hex(fp-i) THEN
              DISPLAY 'COBOLRAYCASTER: kept copy '
                 FUNCTION TRIM(keep-fname) ' of run '
                 FUNCTION TRIM(fp-src-run)
                 ' is missing or changed - rendering'
              MOVE 'N' TO keep-ok
           END-IF
        END-PERFORM
        IF keep-ok = 'N' THEN
           MOVE 0 TO fp-n
           EXIT PARAGRAPH
        END-IF
        MOVE 'R' TO fp-state
        DISPLAY 'COBOLRAYCASTER: inputs fingerprint ' fp-hex '/'
           FUNCTION TRIM(fp-recs-ed) ' unchanged since run '
           FUNCTION TRIM(fp-src-run).

*>      One RENDFPRT record; a record of a later run with the same
*>      fingerprint replaces the earlier run's set.
TAKE-FPRT-REC.
        MOVE SPACES TO fp-toks
        UNSTRING fprt-rec DELIMITED BY ALL SPACES
           INTO fp-tok(1), fp-tok(2), fp-tok(3), fp-tok(4),
                fp-tok(5), fp-tok(6), fp-tok(7)
        IF fp-tok(1) NOT = fp-hex THEN
           EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(fp-tok(2)) NOT = fp-recs THEN
           EXIT PARAGRAPH
        END-IF
        IF fp-tok(3) NOT = fp-src-run THEN
           MOVE fp-tok(3) TO fp-src-run
           MOVE 0 TO fp-n
        END-IF
        IF fp-n < max-fp-out THEN
           ADD 1 TO fp-n
           MOVE fp-tok(4) TO fo-name(fp-n)
           MOVE fp-tok(5) TO fo-hex(fp-n)
           COMPUTE fo-recs(fp-n) = FUNCTION NUMVAL(fp-tok(6))
           MOVE fp-tok(7) TO fo-func(fp-n)
           IF fo-func(fp-n) = SPACE THEN
              MOVE 'F' TO fo-func(fp-n)
           END-IF
        END-IF.

*>      The kept copy's name: FPRT, the fingerprint, then the
*>      artifact's own name.
KEEP-NAME.
        MOVE SPACES TO keep-fname
        STRING 'FPRT' DELIMITED BY SIZE
               fp-hex DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               FUNCTION TRIM(fo-name(fp-i)) DELIMITED BY SIZE
               INTO keep-fname.

*>      keep-in-fname copied byte for byte to keep-out-fname;
*>      keep-ok goes 'N' when either will not open.
COPY-KEEP-FILE.
        MOVE keep-in-fname TO bin-fname
        MOVE 'I' TO bin-func
        CALL 'BINFILE' USING bin-func, bin-fname, bin-data, bin-len,
           bin-status
        IF bin-status NOT = '00' THEN
           MOVE 'N' TO keep-ok
           EXIT PARAGRAPH
        END-IF
        MOVE keep-out-fname TO bin-fname
        MOVE 'O' TO bin-func
        CALL 'BINFILE' USING bin-func, bin-fname, bin-data, bin-len,
           bin-status
        IF bin-status NOT = '00' THEN
           MOVE 'X' TO bin-func
           CALL 'BINFILE' USING bin-func, bin-fname, bin-data,
              bin-len, bin-status
           MOVE 'N' TO keep-ok
           EXIT PARAGRAPH
        END-IF
        MOVE 512 TO bin-len
        PERFORM UNTIL bin-len < 512
           MOVE 512 TO bin-len
           MOVE 'R' TO bin-func
           CALL 'BINFILE' USING bin-func, bin-fname, bin-data,
              bin-len, bin-status
           IF bin-len > 0 THEN
              MOVE 'W' TO bin-func
              CALL 'BINFILE' USING bin-func, bin-fname, bin-data,
                 bin-len, bin-status
           END-IF
        END-PERFORM
        MOVE 'X' TO bin-func
        CALL 'BINFILE' USING bin-func, bin-fname, bin-data, bin-len,
           bin-status
        MOVE 'C' TO bin-func
        CALL 'BINFILE' USING bin-func, bin-fname, bin-data, bin-len,
           bin-status.

*>      The unchanged job's outputs back into place under the lock,
*>      each summed as it lands (and logged to AUDITLOG like any
*>      finished artifact). One that will not copy back, or comes
*>      back with another sum, turns the job into an ordinary render,
*>      which overwrites whatever the copying left.
PLACE-KEPT-OUTPUTS.
        MOVE 'Y' TO keep-ok
        PERFORM VARYING fp-i FROM 1 BY 1
           UNTIL fp-i > fp-n OR keep-ok = 'N'
           PERFORM KEEP-NAME
           MOVE keep-fname TO keep-in-fname
           MOVE fo-name(fp-i) TO keep-out-fname
           PERFORM COPY-KEEP-FILE
           IF keep-ok = 'Y' THEN
              MOVE fo-name(fp-i) TO cks-fname
              MOVE fo-func(fp-i) TO cks-func
              PERFORM LOG-SUM-AS-FUNC
              IF cks-recs NOT = fo-recs(fp-i)
                 OR cks-hex NOT = fo-hex(fp-i) THEN
                 MOVE 'N' TO keep-ok
              END-IF
           END-IF
        END-PERFORM
        IF keep-ok = 'N' THEN
           DISPLAY 'COBOLRAYCASTER: ' FUNCTION TRIM(keep-out-fname)
              ' did not copy back cleanly - rendering'
           MOVE 'N' TO fp-state
           MOVE 0 TO fp-n
           EXIT PARAGRAPH
        END-IF
        MOVE fp-n TO fp-n-ed
        DISPLAY 'COBOLRAYCASTER: ' FUNCTION TRIM(fp-n-ed)
           ' output(s) of run ' FUNCTION TRIM(fp-src-run)
           ' copied into place'.

*>      A clean REUSEIFSAME render keeps a copy of every artifact it
*>      finished and files them under its fingerprint in RENDFPRT. A
*>      copy that fails leaves RENDFPRT alone, so the next run simply
*>      renders again.
SAVE-FINGERPRINT.
        IF fp-full = 'Y' THEN
           MOVE max-fp-out TO fp-n-ed
           DISPLAY 'COBOLRAYCASTER: more than '
              FUNCTION TRIM(fp-n-ed) ' outputs - none kept for '
              'REUSEIFSAME'
           EXIT PARAGRAPH
        END-IF
        IF fp-n = 0 THEN
           EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO keep-ok
        PERFORM VARYING fp-i FROM 1 BY 1
           UNTIL fp-i > fp-n OR keep-ok = 'N'
           PERFORM KEEP-NAME
           MOVE fo-name(fp-i) TO keep-in-fname
           MOVE keep-fname TO keep-out-fname
           PERFORM COPY-KEEP-FILE
        END-PERFORM
        IF keep-ok = 'N' THEN
           DISPLAY 'COBOLRAYCASTER: could not keep '
              FUNCTION TRIM(keep-in-fname) ' as '
              FUNCTION TRIM(keep-out-fname)
              ' - RENDFPRT not updated'
           EXIT PARAGRAPH
        END-IF
        OPEN EXTEND FPRT-FILE
        IF fprt-file-status = '35' THEN
           OPEN OUTPUT FPRT-FILE
        END-IF
        IF fprt-file-status NOT = '00' THEN
           DISPLAY 'COBOLRAYCASTER: RENDFPRT will not open (status '
              fprt-file-status ') - outputs not kept'
           EXIT PARAGRAPH
        END-IF
        MOVE fp-recs TO fp-recs-ed
        MOVE run-id TO fp-run
        IF fp-run = SPACES THEN
           MOVE '-' TO fp-run
        END-IF
        PERFORM VARYING fp-i FROM 1 BY 1 UNTIL fp-i > fp-n
           MOVE fo-recs(fp-i) TO cks-recs-ed
           MOVE SPACES TO fprt-rec
           STRING fp-hex DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(fp-recs-ed) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(fp-run) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(fo-name(fp-i)) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  fo-hex(fp-i) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(cks-recs-ed) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  fo-func(fp-i) DELIMITED BY SIZE
                  INTO fprt-rec
           WRITE fprt-rec
        END-PERFORM
        CLOSE FPRT-FILE
        MOVE fp-n TO fp-n-ed
        DISPLAY 'COBOLRAYCASTER: ' FUNCTION TRIM(fp-n-ed)
           ' output(s) kept under inputs fingerprint ' fp-hex '/'
           FUNCTION TRIM(fp-recs-ed).

*>      Under REUSEIFSAME a rendering run notes each artifact it
*>      finishes for SAVE-FINGERPRINT - once per name, the latest sum
*>      standing (the spool is summed again after every shot).
NOTE-FP-OUTPUT.
        PERFORM VARYING fp-i FROM 1 BY 1 UNTIL fp-i > fp-n
           IF fo-name(fp-i) = cks-fname THEN
              MOVE cks-hex TO fo-hex(fp-i)
              MOVE cks-recs TO fo-recs(fp-i)
              MOVE cks-func TO fo-func(fp-i)
              EXIT PARAGRAPH
           END-IF
        END-PERFORM
        IF fp-n >= max-fp-out THEN
           MOVE 'Y' TO fp-full
           EXIT PARAGRAPH
        END-IF
        ADD 1 TO fp-n
        MOVE cks-fname TO fo-name(fp-n)
        MOVE cks-hex TO fo-hex(fp-n)
        MOVE cks-recs TO fo-recs(fp-n)
        MOVE cks-func TO fo-func(fp-n).

*>      ESTIMATE under REUSEIFSAME: the fingerprint alone, checked
*>      the way the real run would check it; RC 2 says the job would
*>      only copy its earlier outputs back.
ESTIMATE-REUSE.
        MOVE 'Y' TO bndl-dry
        PERFORM WRITE-PROV-BUNDLE
        MOVE 'N' TO bndl-dry
        PERFORM FIND-FINGERPRINT
        IF fp-reuse THEN
           DISPLAY 'COBOLRAYCASTER: REUSEIFSAME would reuse the '
              'outputs of run ' FUNCTION TRIM(fp-src-run)
              ' - nothing to render'
           IF RETURN-CODE < 2 THEN
              MOVE 2 TO RETURN-CODE
           END-IF
        ELSE
           DISPLAY 'COBOLRAYCASTER: REUSEIFSAME would render'
        END-IF.

*>      Replay: extract each bundle section to an RPLY-prefixed copy,
*>      repoint every input name at those copies (an input that never
*>      made the bundle points at a name that isn't there, which is
           END-READ
           IF NOT bndl-eof-yes THEN
              EVALUATE TRUE
                 WHEN bndl-line(1:5) = '=RUN '
                    DISPLAY 'COBOLRAYCASTER: replaying run '
                       FUNCTION TRIM(bndl-line(6:30))
                 WHEN bndl-line(1:5) = '=DSN '
                    IF bndl-out-open = 'Y' THEN
                       CLOSE SNAP-FILE
        MOVE 'RPLYMODELDAT' TO model-fname
        MOVE 'RPLYLIGHTKEYS' TO lightkey-fname
        MOVE 'RPLYTERRDAT' TO terr-fname
        MOVE 'RPLYMODLIB' TO modlib-fname
        MOVE 'RPLYSHOTLIB' TO shotlib-fname
        MOVE 'RPLYTEXDAT' TO texcat-fname
        MOVE 'RPLYENVMAP' TO env-fname
        MOVE 'RPLYCALLOUT' TO callout-fname
        MOVE 'RPLYSCENEOLD' TO hl-old-fname
        MOVE 'REPLAY' TO ok-src
        MOVE 'RENDBNDL' TO ok-dsn
        PERFORM VARYING bndl-rp-i FROM 1 BY 1
           UNTIL bndl-rp-i > bndl-rp-n
           IF bndl-rp-line(bndl-rp-i) NOT = SPACES
              INTO res-w, res-h, res-tok3, res-tok4, res-tok5
           IF res-w NOT = SPACES THEN
              COMPUTE w = FUNCTION NUMVAL(res-w)
              MOVE 'Y' TO shot-parm-size
              MOVE 'WIDTH' TO ok-name
              PERFORM NOTE-PARM-SIZE
           END-IF
           IF res-h NOT = SPACES THEN
              COMPUTE h = FUNCTION NUMVAL(res-h)
              MOVE 'HEIGHT' TO ok-name
              PERFORM NOTE-PARM-SIZE
           END-IF
           MOVE res-tok3 TO opt-tok
           PERFORM APPLY-OPTION-TOKEN
        DISPLAY 'COBOLRAYCASTER: replaying from '
           FUNCTION TRIM(bundle-fname).

*>      One "TRI ax ay az bx by bz cx cy cz color [slot]" record from
*>      the nine edited corners, fl-color and any fl-inst.
FLAT-WRITE-TRI.
        MOVE SPACES TO fl-line
        STRING 'TRI ' DELIMITED BY SIZE
               FUNCTION TRIM(fl-v1-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(fl-v2-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(fl-v3-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(fl-v4-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(fl-v5-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(fl-v6-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(fl-v7-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(fl-v8-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(fl-v9-ed) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fl-color DELIMITED BY SIZE
               INTO fl-line
        IF fl-inst > 0 THEN
           MOVE fl-inst TO fl-slot-ed
           MOVE SPACES TO flat-rec
           STRING FUNCTION TRIM(fl-line) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(fl-slot-ed) DELIMITED BY SIZE
                  INTO flat-rec
           WRITE flat-rec
        ELSE
           WRITE flat-rec FROM fl-line
        END-IF
        ADD 1 TO fl-count.

*>      MESH instance fl-i as TRI records, one per library facet.
FLAT-INSTANCE-TRIS.
        MOVE fl-i TO fl-inst
        MOVE mi-model(fl-i) TO ml-cur
        MOVE mix(fl-i) TO ox-cx
        MOVE miy(fl-i) TO ox-cy
        MOVE miz(fl-i) TO ox-cz
        MOVE miscale(fl-i) TO ox-rx
        MOVE miaxis(fl-i) TO ox-axis
        MOVE micos(fl-i) TO ox-cos
        MOVE misin(fl-i) TO ox-sin
        COMPUTE ml-i = ml-first-f(ml-cur) + ml-num-f(ml-cur)
        PERFORM VARYING ml-f FROM ml-first-f(ml-cur) BY 1
           UNTIL ml-f >= ml-i
           MOVE mfax(ml-f) TO ox-px
           MOVE mfay(ml-f) TO ox-py
           MOVE mfaz(ml-f) TO ox-pz
           PERFORM FLAT-INSTANCE-POINT
           MOVE ox-px TO fl-v1-ed
           MOVE ox-py TO fl-v2-ed
           MOVE ox-pz TO fl-v3-ed
           MOVE mfbx(ml-f) TO ox-px
           MOVE mfby(ml-f) TO ox-py
           MOVE mfbz(ml-f) TO ox-pz
           PERFORM FLAT-INSTANCE-POINT
           MOVE ox-px TO fl-v4-ed
           MOVE ox-py TO fl-v5-ed
           MOVE ox-pz TO fl-v6-ed
           MOVE mfcx(ml-f) TO ox-px
           MOVE mfcy(ml-f) TO ox-py
           MOVE mfcz(ml-f) TO ox-pz
           PERFORM FLAT-INSTANCE-POINT
           MOVE ox-px TO fl-v7-ed
           MOVE ox-py TO fl-v8-ed
           MOVE ox-pz TO fl-v9-ed
           IF mfcolor(ml-f) NOT = SPACE THEN
              MOVE mfcolor(ml-f) TO fl-color
           ELSE
              MOVE micolor(fl-i) TO fl-color
           END-IF
           PERFORM FLAT-WRITE-TRI
        END-PERFORM.

*>      OBJ-INSTANCE-POINT's sums, left in ox-px/py/pz rather than
*>      emitted as an OBJ vertex.
FLAT-INSTANCE-POINT.
        MULTIPLY ox-rx BY ox-px
        MULTIPLY ox-rx BY ox-py
        MULTIPLY ox-rx BY ox-pz
        IF ox-axis NOT = SPACE THEN
           CALL 'ROTAXIS' USING ox-axis, ox-cos, ox-sin,
              ox-px, ox-py, ox-pz
        END-IF
        ADD ox-cx TO ox-px
        ADD ox-cy TO ox-py
        ADD ox-cz TO ox-pz.

*>      One "XFORM kind slot ROTa angle" record for the slot at hand.
FLAT-WRITE-ROT.
        MOVE fl-i TO fl-slot-ed
