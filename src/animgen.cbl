IDENTIFICATION DIVISION.
PROGRAM-ID. ANIMGEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENE-FILE ASSIGN TO "SCENEDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS scene-file-status.
    SELECT CAMERA-FILE ASSIGN TO "CAMERADAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS camera-file-status.
    SELECT OBJKEY-FILE ASSIGN TO "OBJKEYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS objkey-file-status.
    SELECT CAMKEY-FILE ASSIGN TO "CAMKEYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS camkey-file-status.

DATA DIVISION.
    FILE SECTION.
    FD SCENE-FILE.
    01 scene-rec PIC X(160).
    FD CAMERA-FILE.
    01 camera-rec PIC X(80).
    FD OBJKEY-FILE.
    01 objkey-rec PIC X(80).
    FD CAMKEY-FILE.
    01 camkey-rec PIC X(80).

    WORKING-STORAGE SECTION.
    01 scene-file-status PIC X(2) VALUE '00'.
    01 camera-file-status PIC X(2) VALUE '00'.
    01 objkey-file-status PIC X(2) VALUE '00'.
    01 camkey-file-status PIC X(2) VALUE '00'.
    01 scene-eof PIC X(1) VALUE 'N'.
       88 scene-eof-yes VALUE 'Y'.
    01 objkey-eof PIC X(1) VALUE 'N'.
       88 objkey-eof-yes VALUE 'Y'.

    01 scene-kind PIC X(10).
    01 scene-tok1 PIC X(16).
    01 scene-tok2 PIC X(16).
    01 scene-tok3 PIC X(16).
    01 scene-tok4 PIC X(16).
    01 scene-tok5 PIC X(16).
    01 scene-tok6 PIC X(16).
    01 objk-tok1 PIC X(16).

    01 gen-parm PIC X(160) VALUE SPACES.
    01 gen-tok PIC X(40) OCCURS 10 TIMES.
    01 gt-i PIC S9(4) COMP VALUE 0.
    01 gen-work PIC X(40) VALUE SPACES.
    01 num-tok PIC X(14).
    01 anim-preset PIC X(10) VALUE SPACES.
    01 slot-list PIC X(40) VALUE 'ALL'.
    01 num-frames PIC S9(4) COMP VALUE 24.
    01 keys-asked PIC S9(4) COMP VALUE 0.
    01 keys-per-slot PIC S9(4) COMP VALUE 0.
    01 drop-height PIC S9(4)V9(4) VALUE 3.
    01 bounce-e PIC S9(1)V9(4) VALUE 0.5.
    01 expl-scale PIC S9(4)V9(4) VALUE 1.
    01 turns PIC S9(4)V9(4) VALUE 1.
    01 axis-x PIC S9(8)V9(4) VALUE 0.
    01 axis-y PIC S9(8)V9(4) VALUE 0.
    01 axis-given PIC X(1) VALUE 'N'.
    01 camfollow PIC X(1) VALUE 'N'.
    01 append-mode PIC X(1) VALUE 'N'.
    01 warn-count PIC S9(4) COMP VALUE 0.

*>  The renderer's ceilings: 64 OBJKEYS records across every slot,
*>  20 CAMKEYS keyframes, 32 sphere slots.
    01 max-objkeys PIC S9(4) COMP VALUE 64.
    01 max-camkeys PIC S9(4) COMP VALUE 20.
    01 max-slots PIC S9(4) COMP VALUE 32.
    01 num-camkeys PIC S9(4) COMP VALUE 0.
    01 old-keys PIC S9(4) COMP VALUE 0.
    01 key-room PIC S9(4) COMP VALUE 0.
    01 keys-total PIC S9(4) COMP VALUE 0.

*>  Sphere and MESH positions in SCENEDAT order - the slot numbers
*>  OBJKEYS uses. No SPHERE record leaves the renderer's four demo
*>  spheres in place, so they are seeded here the same way.
    01 num-sph PIC S9(4) COMP VALUE 0.
    01 sph-table.
       02 sph-ent OCCURS 32 TIMES.
          03 sph-x PIC S9(8)V9(4).
          03 sph-y PIC S9(8)V9(4).
          03 sph-z PIC S9(8)V9(4).
          03 sph-r PIC S9(8)V9(4).
    01 sphere-seen PIC X(1) VALUE 'N'.
    01 num-msh PIC S9(4) COMP VALUE 0.
    01 msh-table.
       02 msh-ent OCCURS 32 TIMES.
          03 msh-x PIC S9(8)V9(4).
          03 msh-y PIC S9(8)V9(4).
          03 msh-z PIC S9(8)V9(4).
    01 ground-z PIC S9(8)V9(4) VALUE -1.
    01 plane-seen PIC X(1) VALUE 'N'.
    01 ground-found PIC X(1) VALUE 'Y'.
    01 pl-nx PIC S9(8)V9(4) VALUE 0.
    01 pl-ny PIC S9(8)V9(4) VALUE 0.
    01 pl-nz PIC S9(8)V9(4) VALUE 0.

*>  The slots being animated: home position from SCENEDAT, radius
*>  (0 for a MESH, whose origin rests on the ground) and the pose at
*>  the key time currently being sampled.
    01 num-ch PIC S9(4) COMP VALUE 0.
    01 ch-table.
       02 ch-ent OCCURS 32 TIMES.
          03 ch-name PIC X(4).
          03 ch-x0 PIC S9(8)V9(4).
          03 ch-y0 PIC S9(8)V9(4).
          03 ch-z0 PIC S9(8)V9(4).
          03 ch-r PIC S9(8)V9(4).
          03 ch-x PIC S9(8)V9(4).
          03 ch-y PIC S9(8)V9(4).
          03 ch-z PIC S9(8)V9(4).
          03 ch-path PIC S9(8)V9(4).
    01 ci PIC S9(4) COMP VALUE 0.
    01 cj PIC S9(4) COMP VALUE 0.
    01 sl-ptr PIC S9(4) COMP VALUE 0.
    01 sl-item PIC X(8) VALUE SPACES.
    01 sl-name PIC X(4) VALUE SPACES.
    01 sl-num PIC S9(4) COMP VALUE 0.
    01 sl-kind PIC X(1) VALUE SPACE.

    01 cen-x0 PIC S9(8)V9(4) VALUE 0.
    01 cen-y0 PIC S9(8)V9(4) VALUE 0.
    01 cen-z0 PIC S9(8)V9(4) VALUE 0.
    01 cen-x PIC S9(8)V9(4) VALUE 0.
    01 cen-y PIC S9(8)V9(4) VALUE 0.
    01 cen-z PIC S9(8)V9(4) VALUE 0.
    01 cam-cx PIC S9(8)V9(4) VALUE 2.
    01 cam-cy PIC S9(8)V9(4) VALUE 0.
    01 cam-cz PIC S9(8)V9(4) VALUE 0.
    01 cam-fov PIC S9(8)V9(4) VALUE 0.79.
    01 camera-tok PIC X(16) OCCURS 7 TIMES.

    01 kt PIC S9(4) COMP VALUE 0.
    01 kt-last PIC S9(4) COMP VALUE 0.
    01 st-t PIC S9(4)V9(6) VALUE 0.
    01 pi-const PIC S9(1)V9(8) VALUE IS 3.14159265.
    01 rest-z PIC S9(8)V9(4) VALUE 0.
    01 fall-h PIC S9(8)V9(6) VALUE 0.
    01 run-d PIC S9(4)V9(6) VALUE 0.
    01 run-s PIC S9(4)V9(6) VALUE 0.
    01 hop-d PIC S9(4)V9(6) VALUE 0.
    01 hop-h PIC S9(8)V9(6) VALUE 0.
    01 hop-u PIC S9(4)V9(6) VALUE 0.
    01 hop-i PIC S9(4) COMP VALUE 0.
    01 hop-k PIC S9(4)V9(6) VALUE 0.
    01 hop-done PIC X(1) VALUE 'N'.
    01 rise PIC S9(4)V9(6) VALUE 0.
    01 ease PIC S9(4)V9(6) VALUE 0.
    01 spread PIC S9(4)V9(6) VALUE 0.
    01 ang PIC S9(4)V9(6) VALUE 0.
    01 cos-a PIC S9(1)V9(8) VALUE 0.
    01 sin-a PIC S9(1)V9(8) VALUE 0.
    01 dx PIC S9(8)V9(6) VALUE 0.
    01 dy PIC S9(8)V9(6) VALUE 0.
    01 dz PIC S9(8)V9(6) VALUE 0.
    01 px PIC S9(8)V9(4) VALUE 0.
    01 py PIC S9(8)V9(4) VALUE 0.
    01 pz PIC S9(8)V9(4) VALUE 0.
    01 seg-len PIC S9(8)V9(6) VALUE 0.

    01 v1-ed PIC ------9.9999.
    01 v2-ed PIC ------9.9999.
    01 v3-ed PIC ------9.9999.
    01 v4-ed PIC ------9.9999.
    01 v5-ed PIC ------9.9999.
    01 v6-ed PIC ------9.9999.
    01 v7-ed PIC ------9.9999.
    01 s1-ed PIC ----9.99.
    01 s2-ed PIC ----9.99.
    01 s3-ed PIC ----9.99.
    01 s4-ed PIC ----9.99.
    01 s5-ed PIC ----9.99.
    01 s6-ed PIC ----9.99.
    01 s7-ed PIC ZZZZ9.99.
    01 n-ed PIC ZZZ9.
    01 n2-ed PIC ZZZ9.
    01 out-line PIC X(80) VALUE SPACES.

*>  Hand-typing OBJKEYS for anything past a straight slide means
*>  working out a parabola or a circle point by point. This reads
*>  SCENEDAT and writes the waypoints for a stock motion instead:
*>    DROP      - a gravity fall from HEIGHTn above the object's
*>                scene position, bouncing (BOUNCEn of the speed kept
*>                each hit, three hops) to rest on the ground plane;
*>    EXPLODE   - each part moving out from the group's centre along
*>                its own offset, eased, to (1 + SCALEn) times it;
*>    TURNTABLE - each object circling a vertical axis (AXIS=x,y,
*>                default the group's centre) TURNSn times.
*>  PARM: "preset [SLOTS=1,2,M1|ALL] [FRAMESn] [KEYSn] [HEIGHTn]
*>  [BOUNCEn] [SCALEn] [TURNSn] [AXIS=x,y] [CAMFOLLOW] [APPEND]".
*>  Keys are spread evenly over the run exactly as the renderer
*>  spreads them, one per frame by default and thinned to fit the
*>  64-record OBJKEYS ceiling; an explicit KEYSn that cannot fit
*>  is refused. CAMFOLLOW writes CAMKEYS (up to 20 keyframes) that
*>  carry the CAMERADAT shot along with the group's centre and aim
*>  at it. The closing summary gives the FRAMESn to hand PATHMAP
*>  and the renderer so both see the same frame split.
PROCEDURE DIVISION.
    ACCEPT gen-parm FROM COMMAND-LINE
    PERFORM VARYING gt-i FROM 1 BY 1 UNTIL gt-i > 10
       MOVE SPACES TO gen-tok(gt-i)
    END-PERFORM
    UNSTRING gen-parm DELIMITED BY ALL SPACES
       INTO gen-tok(1), gen-tok(2), gen-tok(3), gen-tok(4),
            gen-tok(5), gen-tok(6), gen-tok(7), gen-tok(8),
            gen-tok(9), gen-tok(10)
    MOVE FUNCTION UPPER-CASE(gen-tok(1)) TO anim-preset
    PERFORM VARYING gt-i FROM 2 BY 1 UNTIL gt-i > 10
       MOVE gen-tok(gt-i) TO gen-work
       PERFORM TAKE-ANIM-TOKEN
    END-PERFORM
    IF anim-preset NOT = 'DROP' AND anim-preset NOT = 'EXPLODE'
       AND anim-preset NOT = 'TURNTABLE' THEN
       DISPLAY 'ANIMGEN: usage: ANIMGEN DROP|EXPLODE|TURNTABLE '
          '[SLOTS=1,2,M1|ALL] [FRAMESn] [KEYSn] [HEIGHTn] '
          '[BOUNCEn] [SCALEn] [TURNSn] [AXIS=x,y] [CAMFOLLOW] '
          '[APPEND]'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF num-frames < 2 THEN
       DISPLAY 'ANIMGEN: FRAMES must be 2 or more for anything '
          'to move'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF bounce-e < 0 THEN MOVE 0 TO bounce-e END-IF
    IF bounce-e > 0.9 THEN MOVE 0.9 TO bounce-e END-IF

    PERFORM LOAD-SCENE
    PERFORM PICK-SLOTS
    IF RETURN-CODE > 4 THEN
       STOP RUN
    END-IF
    IF anim-preset = 'DROP' AND ground-found = 'N' THEN
       DISPLAY 'ANIMGEN: SCENEDAT has no ground plane (a PLANE '
          'with normal 0 0 1) for DROP to land on'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM COUNT-OLD-KEYS
    IF RETURN-CODE > 4 THEN
       STOP RUN
    END-IF
    PERFORM SIZE-KEYS
    IF RETURN-CODE > 4 THEN
       STOP RUN
    END-IF

    PERFORM FIND-CENTRE
    IF anim-preset = 'TURNTABLE' AND axis-given = 'N' THEN
       MOVE cen-x0 TO axis-x
       MOVE cen-y0 TO axis-y
    END-IF
    PERFORM CHECK-MOTION
    PERFORM WRITE-OBJKEYS
    IF camfollow = 'Y' THEN
       PERFORM WRITE-CAMKEYS
    END-IF
    PERFORM PRINT-SUMMARY
    IF warn-count > 0 AND RETURN-CODE < 4 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

TAKE-ANIM-TOKEN.
    EVALUATE TRUE
       WHEN gen-work = SPACES
          CONTINUE
       WHEN gen-work(1:6) = 'SLOTS=' OR gen-work(1:6) = 'slots='
          MOVE FUNCTION UPPER-CASE(gen-work(7:34)) TO slot-list
       WHEN gen-work(1:6) = 'FRAMES' OR gen-work(1:6) = 'frames'
          MOVE gen-work(7:14) TO num-tok
          COMPUTE num-frames = FUNCTION NUMVAL(num-tok)
       WHEN gen-work(1:4) = 'KEYS' OR gen-work(1:4) = 'keys'
          MOVE gen-work(5:14) TO num-tok
          COMPUTE keys-asked = FUNCTION NUMVAL(num-tok)
       WHEN gen-work(1:6) = 'HEIGHT' OR gen-work(1:6) = 'height'
          MOVE gen-work(7:14) TO num-tok
          COMPUTE drop-height = FUNCTION NUMVAL(num-tok)
       WHEN gen-work(1:6) = 'BOUNCE' OR gen-work(1:6) = 'bounce'
          MOVE gen-work(7:14) TO num-tok
          COMPUTE bounce-e = FUNCTION NUMVAL(num-tok)
       WHEN gen-work(1:5) = 'SCALE' OR gen-work(1:5) = 'scale'
          MOVE gen-work(6:14) TO num-tok
          COMPUTE expl-scale = FUNCTION NUMVAL(num-tok)
       WHEN gen-work(1:5) = 'TURNS' OR gen-work(1:5) = 'turns'
          MOVE gen-work(6:14) TO num-tok
          COMPUTE turns = FUNCTION NUMVAL(num-tok)
       WHEN gen-work(1:5) = 'AXIS=' OR gen-work(1:5) = 'axis='
          MOVE SPACES TO scene-tok1, scene-tok2
          UNSTRING gen-work(6:35) DELIMITED BY ','
             INTO scene-tok1, scene-tok2
          COMPUTE axis-x = FUNCTION NUMVAL(scene-tok1)
          COMPUTE axis-y = FUNCTION NUMVAL(scene-tok2)
          MOVE 'Y' TO axis-given
       WHEN gen-work = 'CAMFOLLOW' OR gen-work = 'camfollow'
          MOVE 'Y' TO camfollow
       WHEN gen-work = 'APPEND' OR gen-work = 'append'
          MOVE 'Y' TO append-mode
       WHEN OTHER
          DISPLAY 'ANIMGEN: option "' FUNCTION TRIM(gen-work)
             '" not recognised - ignored'
          ADD 1 TO warn-count
    END-EVALUATE.

*>  Sphere and MESH positions plus the ground height, taking the
*>  first PLANE whose normal points straight up. The first SPHERE
*>  record drops the demo spheres, the first PLANE the demo floor,
*>  the same replace-the-demo rule the renderer's loader applies.
LOAD-SCENE.
    MOVE 4 TO num-sph
    MOVE 0.00 TO sph-x(1) MOVE 0.00 TO sph-y(1)
    MOVE 0.00 TO sph-z(1) MOVE 1.00 TO sph-r(1)
    MOVE 0.00 TO sph-x(2) MOVE 2.20 TO sph-y(2)
    MOVE 0.50 TO sph-z(2) MOVE 0.60 TO sph-r(2)
    MOVE 0.00 TO sph-x(3) MOVE -2.20 TO sph-y(3)
    MOVE 0.50 TO sph-z(3) MOVE 0.60 TO sph-r(3)
    MOVE 3.00 TO sph-x(4) MOVE 0.00 TO sph-y(4)
    MOVE 2.50 TO sph-z(4) MOVE 0.80 TO sph-r(4)

    OPEN INPUT SCENE-FILE
    IF scene-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL scene-eof-yes
       READ SCENE-FILE INTO scene-rec
          AT END MOVE 'Y' TO scene-eof
       END-READ
       IF NOT scene-eof-yes AND scene-rec NOT = SPACES THEN
          MOVE SPACES TO scene-kind, scene-tok1, scene-tok2,
             scene-tok3, scene-tok4, scene-tok5, scene-tok6
          UNSTRING scene-rec DELIMITED BY ALL SPACES
             INTO scene-kind, scene-tok1, scene-tok2, scene-tok3,
                  scene-tok4, scene-tok5, scene-tok6
          PERFORM TAKE-SCENE-RECORD
       END-IF
    END-PERFORM
    CLOSE SCENE-FILE.

TAKE-SCENE-RECORD.
    EVALUATE scene-kind
       WHEN 'SPHERE'
          IF sphere-seen = 'N' THEN
             MOVE 'Y' TO sphere-seen
             MOVE 0 TO num-sph
          END-IF
          IF num-sph < max-slots THEN
             ADD 1 TO num-sph
             COMPUTE sph-x(num-sph) = FUNCTION NUMVAL(scene-tok1)
             COMPUTE sph-y(num-sph) = FUNCTION NUMVAL(scene-tok2)
             COMPUTE sph-z(num-sph) = FUNCTION NUMVAL(scene-tok3)
             COMPUTE sph-r(num-sph) = FUNCTION NUMVAL(scene-tok4)
          END-IF
       WHEN 'MESH'
          IF num-msh < max-slots THEN
             ADD 1 TO num-msh
             COMPUTE msh-x(num-msh) = FUNCTION NUMVAL(scene-tok2)
             COMPUTE msh-y(num-msh) = FUNCTION NUMVAL(scene-tok3)
             COMPUTE msh-z(num-msh) = FUNCTION NUMVAL(scene-tok4)
          END-IF
       WHEN 'PLANE'
          IF plane-seen = 'N' THEN
             MOVE 'Y' TO plane-seen
             MOVE 'N' TO ground-found
          END-IF
          IF ground-found = 'N' THEN
             COMPUTE pl-nx = FUNCTION NUMVAL(scene-tok4)
             COMPUTE pl-ny = FUNCTION NUMVAL(scene-tok5)
             COMPUTE pl-nz = FUNCTION NUMVAL(scene-tok6)
             IF pl-nx = 0 AND pl-ny = 0 AND pl-nz > 0 THEN
                COMPUTE ground-z = FUNCTION NUMVAL(scene-tok3)
                MOVE 'Y' TO ground-found
             END-IF
          END-IF
    END-EVALUATE.

*>  SLOTS=ALL takes every sphere; otherwise a comma list of sphere
*>  numbers and Mn mesh instances, each checked against SCENEDAT.
PICK-SLOTS.
    IF slot-list = 'ALL' OR slot-list = SPACES THEN
       PERFORM VARYING sl-num FROM 1 BY 1 UNTIL sl-num > num-sph
          MOVE 'S' TO sl-kind
          PERFORM ADD-CHOSEN
       END-PERFORM
       EXIT PARAGRAPH
    END-IF
    MOVE 1 TO sl-ptr
    PERFORM UNTIL sl-ptr > 40 OR RETURN-CODE > 4
       MOVE SPACES TO sl-item
       UNSTRING slot-list DELIMITED BY ',' OR ALL SPACES
          INTO sl-item WITH POINTER sl-ptr
       END-UNSTRING
       IF sl-item = SPACES THEN
          MOVE 41 TO sl-ptr
       ELSE
          IF sl-item(1:1) = 'M' THEN
             MOVE 'M' TO sl-kind
             COMPUTE sl-num = FUNCTION NUMVAL(sl-item(2:7))
             IF sl-num < 1 OR sl-num > num-msh THEN
                DISPLAY 'ANIMGEN: slot ' FUNCTION TRIM(sl-item)
                   ' - SCENEDAT has no such MESH instance'
                MOVE 8 TO RETURN-CODE
             END-IF
          ELSE
             MOVE 'S' TO sl-kind
             COMPUTE sl-num = FUNCTION NUMVAL(sl-item)
             IF sl-num < 1 OR sl-num > num-sph THEN
                DISPLAY 'ANIMGEN: slot ' FUNCTION TRIM(sl-item)
                   ' - SCENEDAT has no such sphere'
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF
          IF RETURN-CODE <= 4 THEN
             PERFORM ADD-CHOSEN
          END-IF
       END-IF
    END-PERFORM
    IF num-ch = 0 AND RETURN-CODE <= 4 THEN
       DISPLAY 'ANIMGEN: no slots chosen'
       MOVE 8 TO RETURN-CODE
    END-IF.

ADD-CHOSEN.
    MOVE sl-num TO n-ed
    MOVE SPACES TO sl-name
    IF sl-kind = 'M' THEN
       STRING 'M' DELIMITED BY SIZE
              FUNCTION TRIM(n-ed) DELIMITED BY SIZE
              INTO sl-name
    ELSE
       MOVE FUNCTION TRIM(n-ed) TO sl-name
    END-IF
    PERFORM VARYING cj FROM 1 BY 1 UNTIL cj > num-ch
       IF ch-name(cj) = sl-name THEN
          DISPLAY 'ANIMGEN: slot ' FUNCTION TRIM(sl-name)
             ' listed twice - keyed once'
          ADD 1 TO warn-count
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF num-ch >= max-slots THEN
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO num-ch
    MOVE sl-name TO ch-name(num-ch)
    MOVE 0 TO ch-path(num-ch)
    IF sl-kind = 'M' THEN
       MOVE msh-x(sl-num) TO ch-x0(num-ch)
       MOVE msh-y(sl-num) TO ch-y0(num-ch)
       MOVE msh-z(sl-num) TO ch-z0(num-ch)
       MOVE 0 TO ch-r(num-ch)
    ELSE
       MOVE sph-x(sl-num) TO ch-x0(num-ch)
       MOVE sph-y(sl-num) TO ch-y0(num-ch)
       MOVE sph-z(sl-num) TO ch-z0(num-ch)
       MOVE sph-r(sl-num) TO ch-r(num-ch)
    END-IF.

*>  APPEND adds to an OBJKEYS already in hand: its records count
*>  against the ceiling, and a slot it already keys is refused -
*>  two runs of waypoints for one slot would blend into nonsense.
COUNT-OLD-KEYS.
    MOVE 0 TO old-keys
    IF append-mode = 'N' THEN
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT OBJKEY-FILE
    IF objkey-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL objkey-eof-yes
       READ OBJKEY-FILE INTO objkey-rec
          AT END MOVE 'Y' TO objkey-eof
       END-READ
       IF NOT objkey-eof-yes AND objkey-rec NOT = SPACES THEN
          ADD 1 TO old-keys
          MOVE SPACES TO objk-tok1
          UNSTRING objkey-rec DELIMITED BY ALL SPACES INTO objk-tok1
          MOVE FUNCTION UPPER-CASE(objk-tok1) TO sl-name
          PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-ch
             IF ch-name(ci) = sl-name THEN
                MOVE 8 TO RETURN-CODE
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    CLOSE OBJKEY-FILE
    IF RETURN-CODE > 4 THEN
       DISPLAY 'ANIMGEN: OBJKEYS already keys a slot in this set '
          '- APPEND refused'
    END-IF.

*>  One key per frame when it fits; otherwise thinned to what the
*>  ceiling leaves per slot. An explicit KEYSn is taken as meant
*>  and refused rather than thinned.
SIZE-KEYS.
    COMPUTE key-room = max-objkeys - old-keys
    IF keys-asked > 0 THEN
       COMPUTE keys-total = keys-asked * num-ch
       IF keys-total > key-room OR keys-asked < 2 THEN
          MOVE keys-asked TO n-ed
          MOVE num-ch TO n2-ed
          DISPLAY 'ANIMGEN: KEYS' FUNCTION TRIM(n-ed) ' for '
             FUNCTION TRIM(n2-ed) ' slot(s) does not fit the '
             'renderer''s 64-record OBJKEYS table'
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
       END-IF
       MOVE keys-asked TO keys-per-slot
    ELSE
       MOVE num-frames TO keys-per-slot
       COMPUTE keys-total = keys-per-slot * num-ch
       IF keys-total > key-room THEN
          COMPUTE keys-per-slot = key-room / num-ch
          IF keys-per-slot >= 2 THEN
             MOVE keys-per-slot TO n-ed
             DISPLAY 'ANIMGEN: thinned to ' FUNCTION TRIM(n-ed)
                ' keys per slot to fit the 64-record OBJKEYS table'
             ADD 1 TO warn-count
          END-IF
       END-IF
    END-IF
    IF keys-per-slot < 2 THEN
       DISPLAY 'ANIMGEN: no room for two keys per slot in the '
          '64-record OBJKEYS table - fewer slots, or no APPEND'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    COMPUTE keys-total = keys-per-slot * num-ch
    MOVE keys-per-slot TO num-camkeys
    IF num-camkeys > max-camkeys THEN
       MOVE max-camkeys TO num-camkeys
    END-IF.

FIND-CENTRE.
    MOVE 0 TO cen-x0 cen-y0 cen-z0
    PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-ch
       ADD ch-x0(ci) TO cen-x0
       ADD ch-y0(ci) TO cen-y0
       ADD ch-z0(ci) TO cen-z0
    END-PERFORM
    COMPUTE cen-x0 = cen-x0 / num-ch
    COMPUTE cen-y0 = cen-y0 / num-ch
    COMPUTE cen-z0 = cen-z0 / num-ch.

*>  A part that cannot move under the preset is flagged rather
*>  than silently keyed standing still.
CHECK-MOTION.
    PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-ch
       EVALUATE anim-preset
          WHEN 'EXPLODE'
             IF ch-x0(ci) = cen-x0 AND ch-y0(ci) = cen-y0
                AND ch-z0(ci) = cen-z0 THEN
                DISPLAY 'ANIMGEN: slot ' FUNCTION TRIM(ch-name(ci))
                   ' sits at the assembly centre - it stays put'
                ADD 1 TO warn-count
             END-IF
          WHEN 'TURNTABLE'
             IF ch-x0(ci) = axis-x AND ch-y0(ci) = axis-y THEN
                DISPLAY 'ANIMGEN: slot ' FUNCTION TRIM(ch-name(ci))
                   ' sits on the axis - give AXIS=x,y to swing it'
                ADD 1 TO warn-count
             END-IF
          WHEN 'DROP'
             COMPUTE rest-z = ground-z + ch-r(ci)
             IF ch-z0(ci) + drop-height <= rest-z THEN
                DISPLAY 'ANIMGEN: slot ' FUNCTION TRIM(ch-name(ci))
                   ' starts at or below the ground - it stays put'
                ADD 1 TO warn-count
             END-IF
       END-EVALUATE
    END-PERFORM.

*>  Slot by slot, key kt at run time (kt - 1) / (keys - 1): the
*>  renderer puts key kt on that same fraction of the frame run.
WRITE-OBJKEYS.
    IF append-mode = 'Y' THEN
       OPEN EXTEND OBJKEY-FILE
       IF objkey-file-status = '35' THEN
          OPEN OUTPUT OBJKEY-FILE
       END-IF
    ELSE
       OPEN OUTPUT OBJKEY-FILE
    END-IF
    COMPUTE kt-last = keys-per-slot - 1
    PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-ch
       PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > keys-per-slot
          COMPUTE st-t = kt - 1
          COMPUTE st-t = st-t / kt-last
          PERFORM POSE-AT-T
          IF kt > 1 THEN
             COMPUTE dx = ch-x(ci) - px
             COMPUTE dy = ch-y(ci) - py
             COMPUTE dz = ch-z(ci) - pz
             COMPUTE seg-len =
                FUNCTION SQRT(dx * dx + dy * dy + dz * dz)
             ADD seg-len TO ch-path(ci)
          END-IF
          MOVE ch-x(ci) TO px
          MOVE ch-y(ci) TO py
          MOVE ch-z(ci) TO pz
          MOVE ch-x(ci) TO v1-ed
          MOVE ch-y(ci) TO v2-ed
          MOVE ch-z(ci) TO v3-ed
          MOVE SPACES TO out-line
          STRING FUNCTION TRIM(ch-name(ci)) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(v1-ed) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(v2-ed) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(v3-ed) DELIMITED BY SIZE
                 INTO out-line
          WRITE objkey-rec FROM out-line
       END-PERFORM
    END-PERFORM
    CLOSE OBJKEY-FILE.

*>  Where slot ci stands at run time st-t (0 = first frame, 1 =
*>  last), into ch-x/ch-y/ch-z.
POSE-AT-T.
    MOVE ch-x0(ci) TO ch-x(ci)
    MOVE ch-y0(ci) TO ch-y(ci)
    MOVE ch-z0(ci) TO ch-z(ci)
    EVALUATE anim-preset
       WHEN 'DROP'
          PERFORM DROP-POSE
       WHEN 'EXPLODE'
          COMPUTE ease = st-t * st-t
          COMPUTE rise = 2 * st-t
          COMPUTE rise = 3 - rise
          COMPUTE ease = ease * rise
          COMPUTE spread = 1 + (expl-scale * ease)
          COMPUTE ch-x(ci) = cen-x0 + ((ch-x0(ci) - cen-x0) * spread)
          COMPUTE ch-y(ci) = cen-y0 + ((ch-y0(ci) - cen-y0) * spread)
          COMPUTE ch-z(ci) = cen-z0 + ((ch-z0(ci) - cen-z0) * spread)
       WHEN 'TURNTABLE'
          COMPUTE ang = turns * st-t
          COMPUTE ang = ang * 2 * pi-const
          COMPUTE cos-a = FUNCTION COS(ang)
          COMPUTE sin-a = FUNCTION SIN(ang)
          COMPUTE dx = ch-x0(ci) - axis-x
          COMPUTE dy = ch-y0(ci) - axis-y
          COMPUTE ch-x(ci) = axis-x + (dx * cos-a) - (dy * sin-a)
          COMPUTE ch-y(ci) = axis-y + (dx * sin-a) + (dy * cos-a)
    END-EVALUATE.

*>  Time is measured in units of the first fall: hop i lasts 2e^i
*>  of them and peaks at e^2i of the drop height (e = BOUNCEn, the
*>  share of speed kept at each hit), which is what gravity makes
*>  of it. Three hops, then rest; the motion is scaled to finish
*>  four-fifths of the way through the run so the object is seen
*>  settled before the last frame.
DROP-POSE.
    COMPUTE rest-z = ground-z + ch-r(ci)
    COMPUTE fall-h = ch-z0(ci) + drop-height - rest-z
    IF fall-h <= 0 THEN
       EXIT PARAGRAPH
    END-IF
    COMPUTE run-d = 1 + (2 * (bounce-e + (bounce-e * bounce-e)
       + (bounce-e * bounce-e * bounce-e)))
    COMPUTE run-s = st-t * run-d / 0.8
    IF run-s >= run-d THEN
       MOVE rest-z TO ch-z(ci)
       EXIT PARAGRAPH
    END-IF
    IF run-s < 1 THEN
       COMPUTE rise = run-s * run-s
       COMPUTE rise = 1 - rise
       COMPUTE ch-z(ci) = rest-z + (fall-h * rise)
       EXIT PARAGRAPH
    END-IF
    SUBTRACT 1 FROM run-s
    MOVE rest-z TO ch-z(ci)
    MOVE 'N' TO hop-done
    MOVE bounce-e TO hop-k
    PERFORM VARYING hop-i FROM 1 BY 1
       UNTIL hop-i > 3 OR hop-done = 'Y'
       COMPUTE hop-d = 2 * hop-k
       IF run-s < hop-d THEN
          COMPUTE hop-u = run-s / hop-d
          COMPUTE hop-h = fall-h * hop-k * hop-k
          COMPUTE rise = 1 - hop-u
          COMPUTE rise = 4 * hop-u * rise
          COMPUTE ch-z(ci) = rest-z + (hop-h * rise)
          MOVE 'Y' TO hop-done
       ELSE
          SUBTRACT hop-d FROM run-s
          COMPUTE hop-k = hop-k * bounce-e
       END-IF
    END-PERFORM.

*>  The CAMERADAT shot, moved along with the group's centre and
*>  aimed at it, sampled at the CAMKEYS keyframes' own run times.
WRITE-CAMKEYS.
    OPEN INPUT CAMERA-FILE
    IF camera-file-status = '00' THEN
       READ CAMERA-FILE INTO camera-rec
       IF camera-file-status = '00' THEN
          PERFORM VARYING gt-i FROM 1 BY 1 UNTIL gt-i > 7
             MOVE SPACES TO camera-tok(gt-i)
          END-PERFORM
          UNSTRING camera-rec DELIMITED BY ALL SPACES
             INTO camera-tok(1), camera-tok(2), camera-tok(3),
                  camera-tok(4), camera-tok(5), camera-tok(6),
                  camera-tok(7)
          IF camera-tok(1) NOT = SPACES THEN
             COMPUTE cam-cx = FUNCTION NUMVAL(camera-tok(1))
          END-IF
          IF camera-tok(2) NOT = SPACES THEN
             COMPUTE cam-cy = FUNCTION NUMVAL(camera-tok(2))
          END-IF
          IF camera-tok(3) NOT = SPACES THEN
             COMPUTE cam-cz = FUNCTION NUMVAL(camera-tok(3))
          END-IF
          IF camera-tok(7) NOT = SPACES THEN
             COMPUTE cam-fov = FUNCTION NUMVAL(camera-tok(7))
          END-IF
       END-IF
       CLOSE CAMERA-FILE
    END-IF
    OPEN OUTPUT CAMKEY-FILE
    COMPUTE kt-last = num-camkeys - 1
    PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > num-camkeys
       COMPUTE st-t = kt - 1
       COMPUTE st-t = st-t / kt-last
       MOVE 0 TO cen-x cen-y cen-z
       PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-ch
          PERFORM POSE-AT-T
          ADD ch-x(ci) TO cen-x
          ADD ch-y(ci) TO cen-y
          ADD ch-z(ci) TO cen-z
       END-PERFORM
       COMPUTE cen-x = cen-x / num-ch
       COMPUTE cen-y = cen-y / num-ch
       COMPUTE cen-z = cen-z / num-ch
       COMPUTE px = cam-cx + cen-x - cen-x0
       COMPUTE py = cam-cy + cen-y - cen-y0
       COMPUTE pz = cam-cz + cen-z - cen-z0
       MOVE px TO v1-ed
       MOVE py TO v2-ed
       MOVE pz TO v3-ed
       MOVE cen-x TO v4-ed
       MOVE cen-y TO v5-ed
       MOVE cen-z TO v6-ed
       MOVE cam-fov TO v7-ed
       MOVE SPACES TO out-line
       STRING FUNCTION TRIM(v1-ed) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(v2-ed) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(v3-ed) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(v4-ed) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(v5-ed) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(v6-ed) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(v7-ed) DELIMITED BY SIZE
              INTO out-line
       WRITE camkey-rec FROM out-line
    END-PERFORM
    CLOSE CAMKEY-FILE.

PRINT-SUMMARY.
    MOVE num-frames TO n-ed
    DISPLAY 'ANIMGEN: ' FUNCTION TRIM(anim-preset) ' over '
       FUNCTION TRIM(n-ed) ' frames'
    DISPLAY '  SLOT  KEYS        FROM X/Y/Z'
       '               TO X/Y/Z       PATH'
    PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > num-ch
       MOVE 1 TO st-t
       PERFORM POSE-AT-T
       MOVE keys-per-slot TO n-ed
       MOVE ch-x0(ci) TO s1-ed
       MOVE ch-y0(ci) TO s2-ed
       MOVE ch-z0(ci) TO s3-ed
       MOVE ch-x(ci) TO s4-ed
       MOVE ch-y(ci) TO s5-ed
       MOVE ch-z(ci) TO s6-ed
       MOVE ch-path(ci) TO s7-ed
       DISPLAY '  ' ch-name(ci) n-ed ' ' s1-ed s2-ed s3-ed '  '
          s4-ed s5-ed s6-ed ' ' s7-ed
    END-PERFORM
    COMPUTE keys-total = keys-total + old-keys
    MOVE keys-total TO n-ed
    DISPLAY 'ANIMGEN: OBJKEYS holds ' FUNCTION TRIM(n-ed)
       ' of 64 records'
    IF camfollow = 'Y' THEN
       MOVE num-camkeys TO n-ed
       DISPLAY 'ANIMGEN: CAMKEYS holds ' FUNCTION TRIM(n-ed)
          ' of 20 keyframes'
    END-IF
    MOVE num-frames TO n-ed
    DISPLAY 'ANIMGEN: render with FRAMES' FUNCTION TRIM(n-ed)
       ', check the camera track with PATHMAP FRAMES'
       FUNCTION TRIM(n-ed).
