INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENELIB-FILE ASSIGN TO "SCENELIB"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS lib-key
        FILE STATUS IS scenelib-file-status.
    SELECT RENDPARM-FILE ASSIGN TO "RENDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rendparm-file-status.
    SELECT SPOOL-FILE ASSIGN TO DYNAMIC spool-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS spool-file-status.
    SELECT SHEET-FILE ASSIGN TO "SCENESHT"
DATA DIVISION.
    FILE SECTION.
    FD SCENELIB-FILE.
    01 scenelib-rec.
       02 lib-key.
          03 lk-name PIC X(16).
          03 lk-seq PIC 9(4).
       02 lib-data PIC X(80).
    FD RENDPARM-FILE.
    01 rendparm-rec PIC X(80).
    FD SPOOL-FILE.
    01 rendparm-file-status PIC X(2) VALUE '00'.
    01 spool-file-status PIC X(2) VALUE '00'.
    01 sheet-file-status PIC X(2) VALUE '00'.
    01 spool-fname PIC X(20) VALUE "SYSOUT".
    01 scenelib-eof PIC X(1) VALUE 'N'.
       88 scenelib-eof-yes VALUE 'Y'.
    01 spool-eof PIC X(1) VALUE 'N'.
    01 page-row PIC S9(4) COMP VALUE 0.
    01 fail-count PIC S9(4) COMP VALUE 0.
    01 count-ed PIC ZZZ9.
    01 tiles-ed PIC ZZZ9.

*>  Named shots (the SHOTS=name,name,... PARM): each scene renders
*>  once under every named SHOTLIB shot instead of the AUTOFRAME
*>  shot, and each shot's spool - SYSOUT.name - becomes a tile of its
*>  own, labelled scene/shot, so the sheet shows the library from the
*>  same standard angles every product gets.
    01 cat-parm PIC X(60) VALUE SPACES.
    01 cat-shots PIC X(40) VALUE SPACES.
    01 max-cat-shots PIC S9(4) COMP VALUE 8.
    01 num-cat-shots PIC S9(4) COMP VALUE 0.
    01 cat-shot-names.
       02 cat-shot PIC X(8) OCCURS 8 TIMES.
    01 cs-i PIC S9(4) COMP VALUE 0.
    01 cs-ptr PIC S9(4) COMP VALUE 0.
    01 cs-name PIC X(16) VALUE SPACES.
    01 num-tiles PIC S9(4) COMP VALUE 0.
    01 tile-label PIC X(24) VALUE SPACES.

*>  SCENELIB holds dozens of named scenes and the only way to know
*>  what LOBBY3 looks like was to render it. This walks every SCENE
*>  contact-sheet pages - printed to the console and written to
*>  SCENESHT - so the art director's binder page of the whole
*>  library regenerates in one run.
*>
*>  PARM: "[SHOTS=name,name,...]" - proof every scene under each
*>  named SHOTLIB shot (at most eight), one tile per scene and shot,
*>  in place of the single AUTOFRAME proof.
PROCEDURE DIVISION.
    ACCEPT rend-cmd FROM ENVIRONMENT "RENDCMD"
    IF rend-cmd = SPACES THEN
       MOVE "./raycaster" TO rend-cmd
    END-IF
    ACCEPT cat-parm FROM COMMAND-LINE
    IF cat-parm(1:6) = 'SHOTS=' OR cat-parm(1:6) = 'shots=' THEN
       MOVE FUNCTION UPPER-CASE(cat-parm(7:34)) TO cat-shots
       MOVE 1 TO cs-ptr
       PERFORM UNTIL cs-ptr > 40 OR num-cat-shots >= max-cat-shots
          MOVE SPACES TO cs-name
          UNSTRING cat-shots DELIMITED BY ',' OR ALL SPACES
             INTO cs-name WITH POINTER cs-ptr
          END-UNSTRING
          IF cs-name NOT = SPACES THEN
             ADD 1 TO num-cat-shots
             MOVE cs-name TO cat-shot(num-cat-shots)
          END-IF
       END-PERFORM
    END-IF

    OPEN INPUT SCENELIB-FILE
    IF scenelib-file-status NOT = '00' THEN
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
*>  Only the sequence-zero SCENE headers are wanted: after each one
*>  the read restarts past that scene's last possible key instead of
*>  reading through its records.
    MOVE LOW-VALUES TO lib-key
    START SCENELIB-FILE KEY IS NOT LESS THAN lib-key
       INVALID KEY MOVE 'Y' TO scenelib-eof
    END-START
    PERFORM UNTIL scenelib-eof-yes OR num-scenes >= max-scenes
       READ SCENELIB-FILE NEXT RECORD
          AT END MOVE 'Y' TO scenelib-eof
       END-READ
       IF NOT scenelib-eof-yes THEN
          MOVE SPACES TO lib-tok1, lib-tok2
          UNSTRING lib-data DELIMITED BY ALL SPACES
             INTO lib-tok1, lib-tok2
          IF lib-tok1 = 'SCENE' AND lib-tok2 NOT = SPACES THEN
             ADD 1 TO num-scenes
             MOVE lib-tok2 TO scn-name(num-scenes)
          END-IF
          MOVE 9999 TO lk-seq
          START SCENELIB-FILE KEY IS GREATER THAN lib-key
             INVALID KEY MOVE 'Y' TO scenelib-eof
          END-START
       END-IF
    END-PERFORM
    CLOSE SCENELIB-FILE

    PERFORM PRINT-SHEET
    MOVE num-scenes TO count-ed
    IF num-cat-shots > 0 THEN
       MOVE num-tiles TO tiles-ed
       DISPLAY 'SCENECAT: ' count-ed ' scene(s) as ' tiles-ed
          ' shot proof(s) on the sheet, written to SCENESHT'
    ELSE
       DISPLAY 'SCENECAT: ' count-ed ' scene(s) on the sheet, '
          'written to SCENESHT'
    END-IF
    IF fail-count > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
*>  line, because the PARM wins over RENDPARM, RENDSCHED and
*>  OPERPROF alike - a Friday schedule entry or the invoking
*>  operator's profile must not resize the proof and shred the tile
*>  carve-up (a shot's own SHOTLIB resolution gives way to the PARM
*>  the same way). RENDPARM is emptied to a comment so no stale
*>  control records from another job leak in, and each spool the
*>  run will write is emptied so the renderer's EXTEND lands on a
*>  clean file.
PROOF-ONE-SCENE.
    OPEN OUTPUT RENDPARM-FILE
    MOVE '* cleared for a catalog proof run' TO rendparm-rec
    WRITE rendparm-rec
    CLOSE RENDPARM-FILE

    MOVE SPACES TO sys-cmd
    IF num-cat-shots > 0 THEN
       PERFORM VARYING cs-i FROM 1 BY 1 UNTIL cs-i > num-cat-shots
          PERFORM SET-SHOT-SPOOL
          OPEN OUTPUT SPOOL-FILE
          CLOSE SPOOL-FILE
       END-PERFORM
       STRING FUNCTION TRIM(rend-cmd) DELIMITED BY SIZE
              ' 23 7 SCENE=' DELIMITED BY SIZE
              FUNCTION TRIM(scn-name(si)) DELIMITED BY SIZE
              ' SHOTS=' DELIMITED BY SIZE
              FUNCTION TRIM(cat-shots) DELIMITED BY SIZE
              ' SYSOUT' DELIMITED BY SIZE
              INTO sys-cmd
    ELSE
       MOVE "SYSOUT" TO spool-fname
       OPEN OUTPUT SPOOL-FILE
       CLOSE SPOOL-FILE
       STRING FUNCTION TRIM(rend-cmd) DELIMITED BY SIZE
              ' 23 7 SCENE=' DELIMITED BY SIZE
              FUNCTION TRIM(scn-name(si)) DELIMITED BY SIZE
              ' AUTOFRAME SYSOUT' DELIMITED BY SIZE
              INTO sys-cmd
    END-IF
    CALL 'SYSTEM' USING sys-cmd
    MOVE RETURN-CODE TO sys-rc
    MOVE 0 TO RETURN-CODE

    IF num-cat-shots > 0 THEN
       PERFORM VARYING cs-i FROM 1 BY 1 UNTIL cs-i > num-cat-shots
          PERFORM SET-SHOT-SPOOL
          MOVE SPACES TO tile-label
          STRING FUNCTION TRIM(scn-name(si)) DELIMITED BY SIZE
                 '/' DELIMITED BY SIZE
                 FUNCTION TRIM(cat-shot(cs-i)) DELIMITED BY SIZE
                 INTO tile-label
          PERFORM PLACE-ONE-TILE
       END-PERFORM
    ELSE
       MOVE scn-name(si) TO tile-label
       PERFORM PLACE-ONE-TILE
    END-IF.

SET-SHOT-SPOOL.
    MOVE SPACES TO spool-fname
    STRING 'SYSOUT.' DELIMITED BY SIZE
           FUNCTION TRIM(cat-shot(cs-i)) DELIMITED BY SIZE
           INTO spool-fname.

*>  The next tile position, its label row, and the spool's rows
*>  copied in. A shot proof fails on its own: a name SHOTLIB hasn't
*>  got fails the render's return code but leaves the other shots'
*>  spools good, so only a spool with no rows marks its tile.
PLACE-ONE-TILE.
    ADD 1 TO num-tiles
    COMPUTE ct-i = num-tiles - 1
    COMPUTE ct-base-col = FUNCTION MOD(ct-i, tiles-across)
    COMPUTE ct-base-col = ct-base-col * (tile-w + 2)
    ADD 1 TO ct-base-col
    ADD 1 TO ct-base-row
    COMPUTE ct-row = ct-base-row + tile-h
    IF ct-row <= max-sheet THEN
       MOVE tile-label
          TO sheet-line(ct-row)(ct-base-col:24)
       IF ct-row > sheet-used THEN
          MOVE ct-row TO sheet-used
       END-IF
    END-IF
    IF sys-rc NOT = 0 AND num-cat-shots = 0 THEN
       PERFORM MARK-TILE-FAILED
       EXIT PARAGRAPH
    END-IF

    MOVE 0 TO rows-taken
    OPEN INPUT SPOOL-FILE
    IF spool-file-status NOT = '00' THEN
       PERFORM MARK-TILE-FAILED
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL spool-eof-yes OR rows-taken >= tile-h
          END-IF
       END-IF
    END-PERFORM
    CLOSE SPOOL-FILE
    IF rows-taken = 0 THEN
       PERFORM MARK-TILE-FAILED
    END-IF.

MARK-TILE-FAILED.
    ADD 1 TO fail-count
    IF ct-base-row <= max-sheet THEN
       MOVE '(render failed)'
          TO sheet-line(ct-base-row)(ct-base-col:15)
    END-IF.

*>  The finished sheet: console always, SCENESHT with a page header
*>  every sixty lines for the binder.
