        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS scene-file-status.
    SELECT SCENELIB-FILE ASSIGN TO "SCENELIB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS lib-key
        FILE STATUS IS scenelib-file-status.
    SELECT MAT-FILE ASSIGN TO "MATDAT"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT CAMERA-FILE ASSIGN TO "CAMERADAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS camera-file-status.
    SELECT MODLIB-FILE ASSIGN TO "MODLIB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS modlib-file-status.

DATA DIVISION.
    FILE SECTION.
    FD SCENE-FILE.
    01 scene-rec PIC X(80).
    FD SCENELIB-FILE.
    01 scenelib-rec.
       02 lib-key.
          03 lk-name PIC X(16).
          03 lk-seq PIC 9(4).
       02 lib-data PIC X(80).
    FD MAT-FILE.
    01 mat-rec PIC X(80).
    FD CAMERA-FILE.
    01 camera-rec PIC X(80).
    FD MODLIB-FILE.
    01 modlib-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 scene-file-status PIC X(2) VALUE '00'.
    01 scenelib-file-status PIC X(2) VALUE '00'.
    01 mat-file-status PIC X(2) VALUE '00'.
    01 camera-file-status PIC X(2) VALUE '00'.
    01 modlib-file-status PIC X(2) VALUE '00'.
    01 scene-eof PIC X(1) VALUE 'N'.
       88 scene-eof-yes VALUE 'Y'.
    01 scenelib-eof PIC X(1) VALUE 'N'.
       88 scenelib-eof-yes VALUE 'Y'.
    01 mat-eof PIC X(1) VALUE 'N'.
       88 mat-eof-yes VALUE 'Y'.
    01 modlib-eof PIC X(1) VALUE 'N'.
       88 modlib-eof-yes VALUE 'Y'.

    01 lint-parm PIC X(80).
    01 lint-tok PIC X(40) OCCURS 2 TIMES.
    01 lt-i PIC S9(4) COMP VALUE 0.
    01 scene-name PIC X(16) VALUE SPACES.

*>  Template symbols, resolved the way the renderer resolves them:
*>  the VARS= values first, then each scene's DEFAULT records for
*>  names still open. A record left holding a symbol with no value
*>  is one the render would drop.
    01 max-vars PIC S9(4) COMP VALUE 24.
    01 num-vars PIC S9(4) COMP VALUE 0.
    01 var-table.
       02 var-ent OCCURS 24 TIMES.
          03 var-name PIC X(12).
          03 var-value PIC X(16).
    01 var-i PIC S9(4) COMP VALUE 0.
    01 var-hit PIC S9(4) COMP VALUE 0.
    01 var-set-name PIC X(12) VALUE SPACES.
    01 var-set-value PIC X(16) VALUE SPACES.
    01 var-set-over PIC X(1) VALUE 'Y'.
    01 var-list PIC X(36) VALUE SPACES.
    01 var-piece PIC X(30) OCCURS 8 TIMES.
    01 def-tok PIC X(16) OCCURS 9 TIMES.
    01 def-i PIC S9(4) COMP VALUE 0.
    01 def-scan PIC S9(4) COMP VALUE 0.
    01 def-end PIC X(1) VALUE 'N'.
    01 sym-line PIC X(80) VALUE SPACES.
    01 sym-out PIC X(80) VALUE SPACES.
    01 sym-len PIC S9(4) COMP VALUE 0.
    01 sym-i PIC S9(4) COMP VALUE 0.
    01 sym-j PIC S9(4) COMP VALUE 0.
    01 sym-pos PIC S9(4) COMP VALUE 0.
    01 sym-ch PIC X(1) VALUE SPACE.
    01 sym-name PIC X(12) VALUE SPACES.
    01 sym-miss PIC X(12) VALUE SPACES.
    01 sym-long PIC X(1) VALUE 'N'.
    01 sym-count PIC S9(4) COMP VALUE 0.

    01 scene-kind PIC X(10).
    01 scene-tok1 PIC X(16).
    01 scene-tok2 PIC X(16).
    01 scene-tok6 PIC X(16).
    01 scene-tok7 PIC X(16).
    01 scene-tok8 PIC X(16).
    01 scene-tok9 PIC X(16).

*>  The loader's own outcome, mirrored: the per-kind slot counts the
*>  renderer's tables would end up with (demo slots included), enough
          03 eerx PIC S9(8)V9(4).
          03 eery PIC S9(8)V9(4).
          03 eerz PIC S9(8)V9(4).
*>  Tori have no demo slot, so their count starts at nothing.
    01 num-toruses PIC S9(4) COMP VALUE 0.
    01 max-toruses PIC S9(4) COMP VALUE 16.
    01 toruses.
       02 torus-ent OCCURS 16 TIMES.
          03 tocx PIC S9(8)V9(4).
          03 tocy PIC S9(8)V9(4).
          03 tocz PIC S9(8)V9(4).
          03 toax PIC S9(8)V9(4).
          03 toay PIC S9(8)V9(4).
          03 toaz PIC S9(8)V9(4).
          03 tormaj PIC S9(8)V9(4).
          03 tormin PIC S9(8)V9(4).
*>  MESH instances have no demo slot either. Only the model names
*>  come off MODLIB - an instance whose name isn't there takes its
*>  slot and renders nothing, which is what this lint is for.
    01 num-meshes PIC S9(4) COMP VALUE 0.
    01 max-meshes PIC S9(4) COMP VALUE 64.
    01 num-models PIC S9(4) COMP VALUE 0.
    01 model-names.
       02 model-name PIC X(16) OCCURS 32 TIMES.
    01 have-modlib PIC X(1) VALUE 'N'.
    01 modlib-tok1 PIC X(16).
    01 modlib-tok2 PIC X(16).
    01 mesh-scale-tok PIC X(16).
    01 mesh-color-tok PIC X(16).
    01 mesh-scale PIC S9(8)V9(4) VALUE 0.
    01 plane-loaded PIC X(1) VALUE 'N'.
    01 box-loaded PIC X(1) VALUE 'N'.
    01 cyl-loaded PIC X(1) VALUE 'N'.
*>    - a camera position sitting inside an object (renders black)
*>    - SCENELIB INCLUDEs nested past the four-deep lib-stack, and
*>      INCLUDE names that don't exist (both dropped silently at load)
*>    - a MESH naming a model MODLIB hasn't got, or a scale that
*>      isn't positive (the loader quietly renders it at 1)
*>    - a template &NAME symbol with no VARS= value and no DEFAULT
*>      (the loader drops the record), or any symbol in SCENEDAT,
*>      which never resolves one
*>  PARM: "[SCENE=name] [VARS=name:value,...]" to lint a library scene
*>  the way SCENE=name (with those VARS=) renders it. RC 6 when
*>  anything is flagged, so the nightly job can gate on this step
*>  before RENDER-FRAMES commits.
PROCEDURE DIVISION.
    ACCEPT lint-parm FROM COMMAND-LINE
    MOVE SPACES TO lint-tok(1), lint-tok(2)
    UNSTRING lint-parm DELIMITED BY ALL SPACES
       INTO lint-tok(1), lint-tok(2)
    PERFORM VARYING lt-i FROM 1 BY 1 UNTIL lt-i > 2
       IF lint-tok(lt-i)(1:6) = 'SCENE='
          OR lint-tok(lt-i)(1:6) = 'scene=' THEN
          MOVE lint-tok(lt-i)(7:10) TO scene-name
       END-IF
       IF lint-tok(lt-i)(1:5) = 'VARS='
          OR lint-tok(lt-i)(1:5) = 'vars=' THEN
          MOVE lint-tok(lt-i)(6:35) TO var-list
          PERFORM TAKE-VARS-LIST
       END-IF
    END-PERFORM

    PERFORM LOAD-MATDAT
    PERFORM LOAD-MODLIB-NAMES
    PERFORM SEED-DEMO-SCENE
    DISPLAY '--- scene lint report ---'
    IF scene-name NOT = SPACES THEN
    END-PERFORM
    CLOSE MAT-FILE.

*>  The library's MODEL headers, in file order and capped where the
*>  renderer's own model table is; the V and F records under them
*>  are MODELLINT's business, not this lint's.
LOAD-MODLIB-NAMES.
    OPEN INPUT MODLIB-FILE
    IF modlib-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO have-modlib
    PERFORM UNTIL modlib-eof-yes
       READ MODLIB-FILE INTO modlib-rec
          AT END MOVE 'Y' TO modlib-eof
       END-READ
       IF NOT modlib-eof-yes AND modlib-rec NOT = SPACES
          AND modlib-rec(1:1) NOT = '*' THEN
          MOVE SPACES TO modlib-tok1, modlib-tok2
          UNSTRING modlib-rec DELIMITED BY ALL SPACES
             INTO modlib-tok1, modlib-tok2
          IF modlib-tok1 = 'MODEL' AND num-models < 32 THEN
             ADD 1 TO num-models
             MOVE modlib-tok2 TO model-name(num-models)
          END-IF
       END-IF
    END-PERFORM
    CLOSE MODLIB-FILE.

WALK-SCENEDAT.
    OPEN INPUT SCENE-FILE
    IF scene-file-status NOT = '00' THEN
          AT END MOVE 'Y' TO scene-eof
       END-READ
       IF NOT scene-eof-yes AND scene-rec NOT = SPACES THEN
          MOVE 0 TO sym-count
          INSPECT scene-rec TALLYING sym-count FOR ALL '&'
          IF sym-count > 0 THEN
             DISPLAY '  template symbol in SCENEDAT (only SCENELIB '
                'scenes take VARS=):'
             DISPLAY '    ' FUNCTION TRIM(scene-rec)
             ADD 1 TO lint-count
          END-IF
          PERFORM LINT-SCENE-RECORD
       END-IF
    END-PERFORM
*>  this walk reports: a name that isn't there, and nesting past the
*>  stack (this walk follows deeper anyway, to depth eight, so the
*>  records the renderer would drop still get their own lint checks).
*>  Scenes come off the keyed library the way the renderer fetches
*>  them - by name, as the walk reaches them - into the same table.
WALK-LIBRARY-SCENE.
    OPEN INPUT SCENELIB-FILE
    IF scenelib-file-status NOT = '00' THEN
       ADD 1 TO lint-count
       EXIT PARAGRAPH
    END-IF
    MOVE scene-name TO lib-target
    PERFORM FIND-LIB-SCENE
    IF lib-start = 0 THEN
       DISPLAY '  scene "' FUNCTION TRIM(scene-name)
          '" not found in SCENELIB'
       ADD 1 TO lint-count
       CLOSE SCENELIB-FILE
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO lib-depth
    MOVE 'N' TO lib-done
    MOVE 0 TO lib-iter
    PERFORM TAKE-LIB-DEFAULTS
    COMPUTE lib-cur = lib-start + 1
    PERFORM UNTIL lib-done-yes OR lib-iter > 2000
       ADD 1 TO lib-iter
          EVALUATE lib-tok1
             WHEN 'SCENE'
                PERFORM LEAVE-LIB-SCENE
             WHEN 'DEFAULT'
                ADD 1 TO lib-cur
             WHEN 'INCLUDE'
                MOVE lib-line(lib-cur) TO sym-line
                PERFORM RESOLVE-SCENE-SYMBOLS
                MOVE SPACES TO lib-tok1, lib-tok2
                UNSTRING sym-out DELIMITED BY ALL SPACES
                   INTO lib-tok1, lib-tok2
                IF sym-miss NOT = SPACES THEN
                   PERFORM NOTE-SYMBOL-MISS
                   ADD 1 TO lib-cur
                ELSE
                   MOVE lib-tok2 TO lib-target
                   PERFORM FIND-LIB-SCENE
                   IF lib-start = 0 THEN
                      DISPLAY '  INCLUDE of a scene that does not '
                         'exist (dropped silently at load):'
                      DISPLAY '    ' FUNCTION TRIM(lib-line(lib-cur))
                      ADD 1 TO lint-count
                      ADD 1 TO lib-cur
                   ELSE
                      IF lib-depth >= 4 THEN
                         DISPLAY '  INCLUDE nested past the four-deep '
                            'stack (dropped silently at load):'
                         DISPLAY '    ' FUNCTION TRIM(lib-line(lib-cur))
                         ADD 1 TO lint-count
                      END-IF
                      IF lib-depth < 8 THEN
                         ADD 1 TO lib-depth
                         COMPUTE lib-stack(lib-depth) = lib-cur + 1
                         PERFORM TAKE-LIB-DEFAULTS
                         COMPUTE lib-cur = lib-start + 1
                      ELSE
                         ADD 1 TO lib-cur
                      END-IF
                   END-IF
                END-IF
             WHEN OTHER
                MOVE lib-line(lib-cur) TO sym-line
                PERFORM RESOLVE-SCENE-SYMBOLS
                IF sym-miss NOT = SPACES OR sym-long = 'Y' THEN
                   PERFORM NOTE-SYMBOL-MISS
                ELSE
                   MOVE sym-out TO scene-rec
                   PERFORM LINT-SCENE-RECORD
                END-IF
                ADD 1 TO lib-cur
          END-EVALUATE
       END-IF
    END-PERFORM
    CLOSE SCENELIB-FILE.

FIND-LIB-SCENE.
    MOVE 0 TO lib-start
       IF lib-tok1 = 'SCENE' AND lib-tok2 = lib-target THEN
          MOVE lib-scan TO lib-start
       END-IF
    END-PERFORM
    IF lib-start = 0 THEN
       PERFORM FETCH-LIB-SCENE
    END-IF.

*>  A scene not yet in the table: its header key, then its records
*>  forward until the name changes, behind a plain SCENE record.
FETCH-LIB-SCENE.
    MOVE lib-target TO lk-name
    MOVE 0 TO lk-seq
    READ SCENELIB-FILE
       INVALID KEY EXIT PARAGRAPH
    END-READ
    IF num-lib >= max-lib THEN
       DISPLAY '  scene "' FUNCTION TRIM(lib-target)
          '" not walked - over 400 library records in this render'
       ADD 1 TO lint-count
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
          IF lk-name NOT = lib-target OR num-lib >= max-lib THEN
             MOVE 'Y' TO scenelib-eof
          ELSE
             ADD 1 TO num-lib
             MOVE lib-data TO lib-line(num-lib)
          END-IF
       END-IF
    END-PERFORM.

LEAVE-LIB-SCENE.
       MOVE 'Y' TO lib-done
    END-IF.

*>  The scene's DEFAULT records, before any of its records are
*>  walked - a name already holding a value keeps it.
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
             UNSTRING lib-line(def-scan + 1) DELIMITED BY ALL SPACES
                INTO def-tok(1), def-tok(2), def-tok(3), def-tok(4),
                     def-tok(5), def-tok(6), def-tok(7), def-tok(8),
                     def-tok(9)
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

TAKE-VARS-LIST.
    PERFORM VARYING def-i FROM 1 BY 1 UNTIL def-i > 8
       MOVE SPACES TO var-piece(def-i)
    END-PERFORM
    UNSTRING var-list DELIMITED BY ','
       INTO var-piece(1), var-piece(2), var-piece(3), var-piece(4),
            var-piece(5), var-piece(6), var-piece(7), var-piece(8)
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
             DISPLAY '  VARS entry "' FUNCTION TRIM(var-piece(def-i))
                '" is not name:value (the render ignores it)'
             ADD 1 TO lint-count
          END-IF
       END-IF
    END-PERFORM.

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
    IF num-vars < max-vars THEN
       ADD 1 TO num-vars
       MOVE var-set-name TO var-name(num-vars)
       MOVE var-set-value TO var-value(num-vars)
    END-IF.

*>  sym-line with every &NAME replaced by its value, into sym-out -
*>  the renderer's own substitution, so the lint sees the record the
*>  render would load.
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

NOTE-SYMBOL-MISS.
    IF sym-miss NOT = SPACES THEN
       DISPLAY '  unresolved symbol &' FUNCTION TRIM(sym-miss)
          ' - no VARS= value and no DEFAULT (dropped at load):'
    ELSE
       DISPLAY '  record too long once its symbols are filled in '
          '(dropped at load):'
    END-IF
    DISPLAY '    ' FUNCTION TRIM(sym-line)
    ADD 1 TO lint-count.

*>  One scene record, tracked the way the loader tracks it (first
*>  record of a kind drops that kind's demo slot), with the CSG and
*>  XFORM checks applied against the counts as they stand at that
*>  record - the same state the loader would be in.
LINT-SCENE-RECORD.
    MOVE SPACES TO scene-tok1, scene-tok2, scene-tok3, scene-tok4,
       scene-tok5, scene-tok6, scene-tok7, scene-tok8, scene-tok9
    UNSTRING scene-rec DELIMITED BY ALL SPACES
       INTO scene-kind, scene-tok1, scene-tok2, scene-tok3,
            scene-tok4, scene-tok5, scene-tok6, scene-tok7,
            scene-tok8, scene-tok9
    EVALUATE scene-kind
       WHEN 'SPHERE'
          IF sphere-loaded = 'N' THEN
             COMPUTE eerz(num-ellips) = FUNCTION NUMVAL(scene-tok6)
             PERFORM NOTE-COLOR-TOK7
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
             PERFORM NOTE-COLOR-TOK9
          END-IF
       WHEN 'MESH'
          IF num-meshes < max-meshes THEN
             ADD 1 TO num-meshes
             PERFORM LINT-MESH-RECORD
          END-IF
       WHEN 'CSG'
          PERFORM LINT-CSG-RECORD
       WHEN 'XFORM'
       MOVE 'Y' TO sabsorbed(csg-slot-b)
    END-IF.

*>  "MESH name x y z [rot] [scale] [color] [layer]" - the optional
*>  tokens are told apart the way the loader tells them: a number
*>  after z is the rotation, a second number the scale, and the
*>  first letter that follows is the color.
LINT-MESH-RECORD.
    MOVE SPACES TO mesh-scale-tok, mesh-color-tok
    IF scene-tok5 NOT = SPACES AND
       (scene-tok5(1:1) >= '0' AND scene-tok5(1:1) <= '9'
        OR scene-tok5(1:1) = '-' OR scene-tok5(1:1) = '.') THEN
       IF scene-tok6 NOT = SPACES AND
          (scene-tok6(1:1) >= '0' AND scene-tok6(1:1) <= '9'
           OR scene-tok6(1:1) = '.') THEN
          MOVE scene-tok6 TO mesh-scale-tok
          MOVE scene-tok7 TO mesh-color-tok
       ELSE
          MOVE scene-tok6 TO mesh-color-tok
       END-IF
    ELSE
       MOVE scene-tok5 TO mesh-color-tok
    END-IF
    IF mesh-color-tok NOT = SPACES THEN
       MOVE mesh-color-tok(1:1) TO camera-tok1
       PERFORM NOTE-COLOR-CODE
    END-IF
    IF mesh-scale-tok NOT = SPACES THEN
       COMPUTE mesh-scale = FUNCTION NUMVAL(mesh-scale-tok)
       IF mesh-scale <= 0 THEN
          DISPLAY '  MESH scale is not positive (renders at scale '
             '1):'
          DISPLAY '    ' FUNCTION TRIM(scene-rec)
          ADD 1 TO lint-count
       END-IF
    END-IF
    IF have-modlib = 'N' THEN
       DISPLAY '  MESH record but no MODLIB dataset (renders '
          'nothing):'
       DISPLAY '    ' FUNCTION TRIM(scene-rec)
       ADD 1 TO lint-count
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO code-found
    PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-models
       OR code-found > 0
       IF model-name(li) = scene-tok1 THEN
          MOVE li TO code-found
       END-IF
    END-PERFORM
    IF code-found = 0 THEN
       DISPLAY '  MESH names a model MODLIB has not got (renders '
          'nothing):'
       DISPLAY '    ' FUNCTION TRIM(scene-rec)
       ADD 1 TO lint-count
    END-IF.

*>  An XFORM naming a slot past the kind's loaded count rewrites
*>  nothing at all - a typo'd slot number dies here instead of in a
*>  frame that looks untouched.
          IF xf-slot < 1 OR xf-slot > num-ellips THEN
             MOVE 1 TO code-found
          END-IF
       WHEN 'TORUS'
          IF xf-slot < 1 OR xf-slot > num-toruses THEN
             MOVE 1 TO code-found
          END-IF
       WHEN 'MESH'
          IF xf-slot < 1 OR xf-slot > num-meshes THEN
             MOVE 1 TO code-found
          END-IF
       WHEN 'TRI'
*>        TRI slot 0 legitimately means the whole mesh; the mesh
*>        count lives in MODELDAT, which this lint doesn't load, so
       MOVE scene-tok8(1:1) TO camera-tok1
       PERFORM NOTE-COLOR-CODE
    END-IF.
NOTE-COLOR-TOK9.
    IF scene-tok9 NOT = SPACES THEN
       MOVE scene-tok9(1:1) TO camera-tok1
       PERFORM NOTE-COLOR-CODE
    END-IF.

NOTE-COLOR-CODE.
    MOVE 0 TO code-found
          DISPLAY '  color code ' code-ch(li) ' has no MATDAT '
             'entry, first used by:'
          DISPLAY '    ' FUNCTION TRIM(code-rec(li))
          DISPLAY '    (catalog it with MATEDIT, or recolor the '
             'object)'
          ADD 1 TO lint-count
       END-IF
    END-PERFORM.
             ADD 1 TO lint-count
          END-IF
       END-IF
    END-PERFORM
*>  Inside a torus means within the tube radius of the ring's centre
*>  circle: the height along the axis and the distance out from it
*>  set the camera's offset from the nearest point of that circle.
    PERFORM VARYING li FROM 1 BY 1 UNTIL li > num-toruses
       COMPUTE axlen2 = (toax(li) * toax(li)) + (toay(li) * toay(li))
          + (toaz(li) * toaz(li))
       IF axlen2 > 0.0001 AND tormin(li) > 0 THEN
          COMPUTE dxx = cam-cx - tocx(li)
          COMPUTE dyy = cam-cy - tocy(li)
          COMPUTE dzz = cam-cz - tocz(li)
          COMPUTE axt = (dxx * toax(li)) + (dyy * toay(li))
             + (dzz * toaz(li))
          COMPUTE axt = axt / FUNCTION SQRT(axlen2)
          COMPUTE dsq = (dxx * dxx) + (dyy * dyy) + (dzz * dzz)
          COMPUTE in1 = axt * axt
          COMPUTE dsq = dsq - in1
          IF dsq < 0 THEN
             MOVE 0 TO dsq
          END-IF
          COMPUTE in1 = FUNCTION SQRT(dsq)
          COMPUTE in1 = in1 - tormaj(li)
          COMPUTE insum = in1 * in1
          COMPUTE in2 = axt * axt
          ADD in2 TO insum
          COMPUTE rsq = tormin(li) * tormin(li)
          IF insum < rsq THEN
             MOVE li TO slot-ed
             DISPLAY '  camera position sits inside TORUS slot '
                slot-ed ' - the frame renders black'
             ADD 1 TO lint-count
          END-IF
       END-IF
    END-PERFORM.
