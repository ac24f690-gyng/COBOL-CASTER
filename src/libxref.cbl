INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENELIB-FILE ASSIGN TO "SCENELIB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS lib-key
        FILE STATUS IS scenelib-file-status.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
DATA DIVISION.
    FILE SECTION.
    FD SCENELIB-FILE.
    01 scenelib-rec.
       02 lib-key.
          03 lk-name PIC X(16).
          03 lk-seq PIC 9(4).
       02 lib-data PIC X(80).
    FD AUDIT-FILE.
    01 audit-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 scenelib-file-status PIC X(2) VALUE '00'.

*>  The library as a library: every SCENE entry with its per-kind
*>  object counts, its outgoing INCLUDEs, and its include-chain
*>  depth (the renderer's four-deep lib-stack is the ceiling). Read
*>  in key order, each scene's sequence-zero SCENE header comes just
*>  ahead of its records, so one forward pass still builds it.
    01 max-scenes PIC S9(4) COMP VALUE 400.
    01 num-scenes PIC S9(4) COMP VALUE 0.
    01 scene-table.
       02 scene-ent OCCURS 400 TIMES.
          03 sc-name PIC X(16).
          03 sc-spheres PIC S9(4) COMP.
          03 sc-planes PIC S9(4) COMP.
          03 sc-cyls PIC S9(4) COMP.
          03 sc-ellips PIC S9(4) COMP.
          03 sc-cones PIC S9(4) COMP.
          03 sc-toruses PIC S9(4) COMP.
          03 sc-tris PIC S9(4) COMP.
          03 sc-num-incs PIC S9(4) COMP.
          03 sc-inc PIC X(16) OCCURS 8 TIMES.
       STOP RUN
    END-IF
    PERFORM UNTIL scenelib-eof-yes
       READ SCENELIB-FILE NEXT RECORD
          AT END MOVE 'Y' TO scenelib-eof
       END-READ
       IF NOT scenelib-eof-yes AND lib-data NOT = SPACES THEN
          MOVE SPACES TO lib-tok1, lib-tok2
          UNSTRING lib-data DELIMITED BY ALL SPACES
             INTO lib-tok1, lib-tok2
          EVALUATE lib-tok1
             WHEN 'SCENE'
                   MOVE 0 TO sc-cyls(cur-scene)
                   MOVE 0 TO sc-ellips(cur-scene)
                   MOVE 0 TO sc-cones(cur-scene)
                   MOVE 0 TO sc-toruses(cur-scene)
                   MOVE 0 TO sc-tris(cur-scene)
                   MOVE 0 TO sc-num-incs(cur-scene)
                   MOVE 0 TO sc-depth(cur-scene)
                IF cur-scene > 0 THEN
                   ADD 1 TO sc-cones(cur-scene)
                END-IF
             WHEN 'TORUS'
                IF cur-scene > 0 THEN
                   ADD 1 TO sc-toruses(cur-scene)
                END-IF
             WHEN 'TRI'
                IF cur-scene > 0 THEN
                   ADD 1 TO sc-tris(cur-scene)
    MOVE 'con' TO kind-lbl
    MOVE sc-cones(xi) TO cnt-ed
    PERFORM ADD-COUNT-PIECE
    MOVE 'tor' TO kind-lbl
    MOVE sc-toruses(xi) TO cnt-ed
    PERFORM ADD-COUNT-PIECE
    MOVE 'tri' TO kind-lbl
    MOVE sc-tris(xi) TO cnt-ed
    PERFORM ADD-COUNT-PIECE
