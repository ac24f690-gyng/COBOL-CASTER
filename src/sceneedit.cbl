ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENE-FILE ASSIGN TO DYNAMIC scene-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS scene-file-status.


    WORKING-STORAGE SECTION.
    01 scene-file-status PIC X(2) VALUE '00'.
    01 scene-fname PIC X(30) VALUE 'SCENEDAT'.
    01 scene-eof PIC X(1) VALUE 'N'.
       88 scene-eof-yes VALUE 'Y'.
    01 scene-kind PIC X(10).
    01 scene-tok6 PIC X(16).
    01 scene-tok7 PIC X(16).
    01 scene-tok8 PIC X(16).
    01 scene-tok9 PIC X(16).
    01 scene-tok10 PIC X(16).

*>  Every editable object, in file order: the kind keyword, up to eight
*>  numeric fields laid out the way that kind's SCENEDAT record lays
*>  them out, and the color code. Slot numbers count within a kind,
*>  the same ordinals the renderer's own tables (and SCENEDIFF) use.
          03 o-v4 PIC S9(8)V9(4).
          03 o-v5 PIC S9(8)V9(4).
          03 o-v6 PIC S9(8)V9(4).
          03 o-v7 PIC S9(8)V9(4).
          03 o-v8 PIC S9(8)V9(4).
          03 o-color PIC X(1).
*>        Where this record sat in the original file - the save
*>        merges edited objects and pass-through records back in
*>  token is at load time.
    01 rec-seq PIC S9(4) COMP VALUE 0.
    01 sv-s PIC S9(4) COMP VALUE 0.
*>  The SCENEDAT generation GENROLL kept just before the save, zero
*>  when there was no earlier SCENEDAT to keep.
    01 roll-prog PIC X(10) VALUE 'SCENEEDIT'.
    01 roll-gen PIC 9(4) VALUE 0.
    01 sv-found PIC S9(4) COMP VALUE 0.
    01 num-ok PIC X(1) VALUE 'N'.
    01 num-val PIC S9(8)V9(4) VALUE 0.
    01 v4-ed PIC ------9.99.
    01 v5-ed PIC ------9.99.
    01 v6-ed PIC ------9.99.
    01 v7-ed PIC ------9.99.
    01 v8-ed PIC ------9.99.
    01 out-line PIC X(80) VALUE SPACES.
    01 count-ed PIC ZZZ9.

    01 hdr-lo-ed PIC -ZZZZ9.9.
    01 hdr-hi-ed PIC -ZZZZ9.9.

    01 auth-func PIC X(1) VALUE 'C'.
    01 auth-kind PIC X(8) VALUE 'PROGRAM'.
    01 auth-subject PIC X(16) VALUE 'SCENEEDIT'.
    01 auth-oper PIC X(20) VALUE SPACES.
    01 auth-granted PIC X(1) VALUE 'Y'.

*>  The SCENEDAT edit lock this session holds (see EDITLOCK), and the
*>  version of SCENEDAT it read - the ARTSUM and record count at load -
*>  so a save can tell whether somebody else rewrote it meanwhile.
    01 lock-func PIC X(1) VALUE 'T'.
    01 lock-dsn PIC X(10) VALUE 'SCENEDAT'.
    01 lock-prog PIC X(10) VALUE 'SCENEEDIT'.
    01 lock-wait PIC S9(4) COMP VALUE 0.
    01 lock-result PIC X(1) VALUE 'Y'.
    01 lock-holder PIC X(60) VALUE SPACES.
    01 sum-func PIC X(1) VALUE 'F'.
    01 sum-fname PIC X(40) VALUE SPACES.
    01 sum-line PIC X(256) VALUE SPACES.
    01 sum-a PIC S9(9) COMP VALUE 0.
    01 sum-b PIC S9(9) COMP VALUE 0.
    01 sum-recs PIC S9(9) COMP VALUE 0.
    01 sum-hex PIC X(8) VALUE SPACES.
    01 read-recs PIC S9(9) COMP VALUE 0.
    01 read-hex PIC X(8) VALUE SPACES.
    01 diff-cmd PIC X(80) VALUE SPACES.
    01 sys-cmd PIC X(160) VALUE SPACES.
    01 sys-rc PIC S9(9) COMP VALUE 0.
    01 ed-rc PIC S9(4) COMP VALUE 0.

*>  Hand edits to SCENEDAT keep shipping token typos that the
*>  renderer's loader absorbs silently - this is the console
*>  maintenance pass instead, in the spirit of the renderer's
*>  INTERACTIVE walkthrough: list the loaded slots the way the
*>  pre-render summary prints them, add/change/delete SPHERE, PLANE,
*>  BOX, CYL, ELLIP and TORUS records with each value validated at the
*>  prompt, show a PATHMAP-style plan view of the result, and only
*>  write SCENEDAT back on an explicit S(ave).
*>  An operator RENDAUTH does not grant PROGRAM SCENEEDIT (see AUTHCHK)
*>  is turned away before anything is read, RC 28, with the refusal
*>  in ERRLOG.
*>  The session holds the SCENEDAT edit lock from start to finish, so
*>  a second SCENEEDIT, a SCENEUPD step or a SCENEVER RESTORE is turned
*>  away while it is open; a lock left by a session that died can be
*>  overridden at the prompt by an operator RENDAUTH grants OPTION
*>  UNLOCK. RC 10 when the lock is left to its holder, or when the
*>  save is refused because SCENEDAT changed underneath the session -
*>  the edits are then kept in SCENEDAT.MINE and the differences shown
*>  through SCENEDIFF. RC 28 when RENDAUTH refuses the override.
PROCEDURE DIVISION.
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'N' THEN
       DISPLAY 'SCENEEDIT: operator ' FUNCTION TRIM(auth-oper)
          ' is not authorized to run SCENEEDIT (RENDAUTH)'
       MOVE 28 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM TAKE-EDIT-LOCK
    PERFORM LOAD-SCENE
    MOVE num-objs TO count-ed
    DISPLAY 'SCENEEDIT: ' count-ed ' editable object(s) loaded from '
             MOVE 'Y' TO ed-done
       END-EVALUATE
    END-PERFORM
    MOVE 'F' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    MOVE ed-rc TO RETURN-CODE
    STOP RUN.

*>  The SCENEDAT edit lock, or the stale-lock override when somebody
*>  else's is in the way and the operator says so.
TAKE-EDIT-LOCK.
    MOVE 'T' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    IF lock-result = 'Y' THEN
       EXIT PARAGRAPH
    END-IF
    DISPLAY 'SCENEEDIT: SCENEDAT is held by '
       FUNCTION TRIM(lock-holder)
    DISPLAY 'SCENEEDIT: O)verride a stale lock or Q)uit: '
       WITH NO ADVANCING
    MOVE SPACES TO ans-line
    ACCEPT ans-line
    IF FUNCTION UPPER-CASE(ans-line(1:1)) NOT = 'O' THEN
       DISPLAY 'SCENEEDIT: SCENEDAT left to its holder'
       MOVE 10 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'OPTION' TO auth-kind
    MOVE 'UNLOCK' TO auth-subject
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'N' THEN
       DISPLAY 'SCENEEDIT: operator ' FUNCTION TRIM(auth-oper)
          ' is not authorized to override a lock (RENDAUTH UNLOCK)'
       MOVE 28 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'O' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    DISPLAY 'SCENEEDIT: SCENEDAT lock taken over from '
       FUNCTION TRIM(lock-holder).

*>  ARTSUM and record count of SCENEDAT as it stands now; a count of
*>  -1 means there is no SCENEDAT.
TAKE-SCENE-VERSION.
    MOVE 'F' TO sum-func
    MOVE 'SCENEDAT' TO sum-fname
    CALL 'ARTSUM' USING sum-func, sum-fname, sum-line, sum-a, sum-b,
       sum-recs, sum-hex.

*>  The six object kinds load into the edit table; anything else is
*>  banked verbatim for the save. A missing SCENEDAT starts an empty
*>  scene - this editor is also how the first record gets written.
LOAD-SCENE.
    OPEN INPUT SCENE-FILE
    IF scene-file-status NOT = '00' THEN
       DISPLAY 'SCENEEDIT: no SCENEDAT yet - starting an empty scene'
       MOVE -1 TO read-recs
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL scene-eof-yes
          PERFORM TAKE-SCENE-RECORD
       END-IF
    END-PERFORM
    CLOSE SCENE-FILE
    PERFORM TAKE-SCENE-VERSION
    MOVE sum-recs TO read-recs
    MOVE sum-hex TO read-hex.

TAKE-SCENE-RECORD.
    ADD 1 TO rec-seq
    MOVE SPACES TO scene-tok1, scene-tok2, scene-tok3, scene-tok4,
       scene-tok5, scene-tok6, scene-tok7, scene-tok8, scene-tok9,
       scene-tok10
    UNSTRING scene-rec DELIMITED BY ALL SPACES
       INTO scene-kind, scene-tok1, scene-tok2, scene-tok3,
            scene-tok4, scene-tok5, scene-tok6, scene-tok7,
            scene-tok8, scene-tok9, scene-tok10
*>  Records this editor can't rewrite faithfully ride through
*>  untouched: a CYL in the general two-endpoint form (a seventh
*>  token marks it), and any record carrying a layer number after
    IF (scene-kind = 'SPHERE' AND scene-tok6 NOT = SPACES)
       OR ((scene-kind = 'PLANE' OR scene-kind = 'BOX'
            OR scene-kind = 'ELLIP')
           AND scene-tok8 NOT = SPACES)
       OR (scene-kind = 'TORUS' AND scene-tok10 NOT = SPACES) THEN
       IF num-pass < max-pass THEN
          ADD 1 TO num-pass
          MOVE rec-seq TO p-seq(num-pass)
       WHEN 'BOX'
       WHEN 'CYL'
       WHEN 'ELLIP'
       WHEN 'TORUS'
          IF num-objs < max-objs THEN
             ADD 1 TO num-objs
             MOVE scene-kind TO o-kind(num-objs)
    END-EVALUATE.

*>  Token layout per kind, the same shapes LOAD-SCENE-RECORD reads:
*>  SPHERE x y z r [c] / CYL cx cy z0 z1 r [c] / TORUS with its eight
*>  values and the color in token nine / the six-value kinds with the
*>  color in token seven.
FILL-OBJ-ENTRY.
    MOVE 0 TO o-v1(num-objs) o-v2(num-objs) o-v3(num-objs)
       o-v4(num-objs) o-v5(num-objs) o-v6(num-objs)
       o-v7(num-objs) o-v8(num-objs)
    MOVE 'W' TO o-color(num-objs)
    IF scene-tok1 NOT = SPACES THEN
       COMPUTE o-v1(num-objs) = FUNCTION NUMVAL(scene-tok1)
          IF scene-tok6 NOT = SPACES THEN
             MOVE scene-tok6(1:1) TO o-color(num-objs)
          END-IF
       WHEN 'TORUS'
          IF scene-tok4 NOT = SPACES THEN
             COMPUTE o-v4(num-objs) = FUNCTION NUMVAL(scene-tok4)
          END-IF
          IF scene-tok5 NOT = SPACES THEN
             COMPUTE o-v5(num-objs) = FUNCTION NUMVAL(scene-tok5)
          END-IF
          IF scene-tok6 NOT = SPACES THEN
             COMPUTE o-v6(num-objs) = FUNCTION NUMVAL(scene-tok6)
          END-IF
          IF scene-tok7 NOT = SPACES THEN
             COMPUTE o-v7(num-objs) = FUNCTION NUMVAL(scene-tok7)
          END-IF
          IF scene-tok8 NOT = SPACES THEN
             COMPUTE o-v8(num-objs) = FUNCTION NUMVAL(scene-tok8)
          END-IF
          IF scene-tok9 NOT = SPACES THEN
             MOVE scene-tok9(1:1) TO o-color(num-objs)
          END-IF
       WHEN OTHER
          IF scene-tok4 NOT = SPACES THEN
             COMPUTE o-v4(num-objs) = FUNCTION NUMVAL(scene-tok4)
       MOVE o-v4(ed-i) TO v4-ed
       MOVE o-v5(ed-i) TO v5-ed
       MOVE o-v6(ed-i) TO v6-ed
       MOVE o-v7(ed-i) TO v7-ed
       MOVE o-v8(ed-i) TO v8-ed
       EVALUATE o-kind(ed-i)
          WHEN 'SPHERE'
             DISPLAY '  SPHERE slot ' slot-ed ': pos=(' v1-ed ','
             DISPLAY '  ELLIP  slot ' slot-ed ': pos=(' v1-ed ','
                v2-ed ',' v3-ed ') radii=(' v4-ed ',' v5-ed ','
                v6-ed ') color=' o-color(ed-i)
          WHEN 'TORUS'
             DISPLAY '  TORUS  slot ' slot-ed ': pos=(' v1-ed ','
                v2-ed ',' v3-ed ') axis=(' v4-ed ',' v5-ed ','
                v6-ed ') R=' v7-ed ' r=' v8-ed ' color=' o-color(ed-i)
       END-EVALUATE
    END-PERFORM.

*>  Which kind and slot a change/delete aims at.
ASK-KIND-SLOT.
    MOVE 0 TO ed-hit
    DISPLAY '  kind (SPHERE/PLANE/BOX/CYL/ELLIP/TORUS): '
       WITH NO ADVANCING
    MOVE SPACES TO ans-line
    ACCEPT ans-line
    MOVE ans-line(1:6) TO ed-kind
    IF ed-kind NOT = 'SPHERE' AND ed-kind NOT = 'PLANE'
       AND ed-kind NOT = 'BOX' AND ed-kind NOT = 'CYL'
       AND ed-kind NOT = 'ELLIP' AND ed-kind NOT = 'TORUS' THEN
       DISPLAY '  no such kind'
       EXIT PARAGRAPH
    END-IF
       DISPLAY 'SCENEEDIT: the edit table is full'
       EXIT PARAGRAPH
    END-IF
    DISPLAY '  kind (SPHERE/PLANE/BOX/CYL/ELLIP/TORUS): '
       WITH NO ADVANCING
    MOVE SPACES TO ans-line
    ACCEPT ans-line
    MOVE ans-line(1:6) TO ed-kind
    IF ed-kind NOT = 'SPHERE' AND ed-kind NOT = 'PLANE'
       AND ed-kind NOT = 'BOX' AND ed-kind NOT = 'CYL'
       AND ed-kind NOT = 'ELLIP' AND ed-kind NOT = 'TORUS' THEN
       DISPLAY '  no such kind'
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO rec-seq
    MOVE rec-seq TO o-seq(ed-i)
    MOVE 0 TO o-v1(ed-i) o-v2(ed-i) o-v3(ed-i)
       o-v4(ed-i) o-v5(ed-i) o-v6(ed-i) o-v7(ed-i) o-v8(ed-i)
    MOVE 'W' TO o-color(ed-i)
    MOVE 'N' TO num-has-default
    PERFORM PROMPT-FIELDS
             DISPLAY '  every radius must be positive'
             MOVE 'Y' TO ed-abort
          END-IF
       WHEN 'TORUS'
          MOVE 'centre x' TO num-prompt
          MOVE o-v1(ed-i) TO num-default
          PERFORM ASK-NUMBER
          MOVE num-val TO o-v1(ed-i)
          MOVE 'centre y' TO num-prompt
          MOVE o-v2(ed-i) TO num-default
          PERFORM ASK-NUMBER
          MOVE num-val TO o-v2(ed-i)
          MOVE 'centre z' TO num-prompt
          MOVE o-v3(ed-i) TO num-default
          PERFORM ASK-NUMBER
          MOVE num-val TO o-v3(ed-i)
          MOVE 'axis x' TO num-prompt
          MOVE o-v4(ed-i) TO num-default
          PERFORM ASK-NUMBER
          MOVE num-val TO o-v4(ed-i)
          MOVE 'axis y' TO num-prompt
          MOVE o-v5(ed-i) TO num-default
          PERFORM ASK-NUMBER
          MOVE num-val TO o-v5(ed-i)
          MOVE 'axis z' TO num-prompt
          MOVE o-v6(ed-i) TO num-default
          PERFORM ASK-NUMBER
          MOVE num-val TO o-v6(ed-i)
          MOVE 'major radius' TO num-prompt
          MOVE o-v7(ed-i) TO num-default
          PERFORM ASK-NUMBER
          MOVE num-val TO o-v7(ed-i)
          MOVE 'minor radius' TO num-prompt
          MOVE o-v8(ed-i) TO num-default
          PERFORM ASK-NUMBER
          MOVE num-val TO o-v8(ed-i)
          IF o-v4(ed-i) = 0 AND o-v5(ed-i) = 0
             AND o-v6(ed-i) = 0 THEN
             DISPLAY '  a torus axis cannot be all zero'
             MOVE 'Y' TO ed-abort
          END-IF
          IF o-v7(ed-i) <= 0 OR o-v8(ed-i) <= 0 THEN
             DISPLAY '  both radii must be positive'
             MOVE 'Y' TO ed-abort
          END-IF
    END-EVALUATE
    IF NOT ed-abort-yes THEN
       PERFORM ASK-COLOR
    END-IF.

*>  The explicit save - only over the SCENEDAT this session read: if
*>  the version on disk is not the one loaded, or the lock has been
*>  taken over, the save is refused and the edits kept aside instead.
SAVE-SCENE.
    PERFORM TAKE-SCENE-VERSION
    IF sum-recs NOT = read-recs OR sum-hex NOT = read-hex THEN
       DISPLAY 'SCENEEDIT: SCENEDAT has changed since it was read - '
          'save refused'
       PERFORM KEEP-MINE
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    IF lock-result = 'N' THEN
       DISPLAY 'SCENEEDIT: the SCENEDAT lock was taken over by '
          FUNCTION TRIM(lock-holder) ' - save refused'
       PERFORM KEEP-MINE
       EXIT PARAGRAPH
    END-IF
*>  Yesterday's SCENEDAT goes to a numbered generation first, so a bad
*>  save can be put back with SCENEVER.
    CALL 'GENROLL' USING roll-prog, roll-gen
    IF roll-gen > 0 THEN
       DISPLAY 'SCENEEDIT: previous SCENEDAT kept as generation G'
          roll-gen
    END-IF
    MOVE 'SCENEDAT' TO scene-fname
    PERFORM WRITE-SCENE-FILE
    MOVE 'E' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    MOVE num-objs TO count-ed
    DISPLAY 'SCENEEDIT: wrote ' count-ed ' object record(s) to '
       'SCENEDAT'.

*>  A refused save: the session's scene goes to SCENEDAT.MINE and
*>  SCENEDIFF shows how the SCENEDAT now on disk differs from it (the
*>  DIFFCMD environment variable names the command, as for SCENEVER
*>  DIFF). Nothing is lost; the operator merges by hand.
KEEP-MINE.
    MOVE 'SCENEDAT.MINE' TO scene-fname
    PERFORM WRITE-SCENE-FILE
    DISPLAY 'SCENEEDIT: your edits are kept in SCENEDAT.MINE'
    ACCEPT diff-cmd FROM ENVIRONMENT "DIFFCMD"
    IF diff-cmd = SPACES THEN
       MOVE "./scenediff" TO diff-cmd
    END-IF
    MOVE SPACES TO sys-cmd
    STRING FUNCTION TRIM(diff-cmd) DELIMITED BY SIZE
           ' SCENEDAT SCENEDAT.MINE' DELIMITED BY SIZE
           INTO sys-cmd
    CALL 'SYSTEM' USING sys-cmd
    MOVE RETURN-CODE TO sys-rc
    MOVE 0 TO RETURN-CODE
    MOVE 10 TO ed-rc
    IF sys-rc NOT = 0 THEN
       DISPLAY 'SCENEEDIT: the comparison did not run cleanly'
    END-IF.

*>  The scene out to scene-fname in the original file order: each
*>  sequence number finds its record - edited object or pass-through
*>  line - so within-kind slot ordinals survive the rewrite and the
*>  CSG/XFORM records that name them keep meaning the same slots.
*>  Added objects carry fresh numbers past the end and come out
*>  last.
WRITE-SCENE-FILE.
    OPEN OUTPUT SCENE-FILE
    PERFORM VARYING sv-s FROM 1 BY 1 UNTIL sv-s > rec-seq
       MOVE 0 TO sv-found
          END-IF
       END-IF
    END-PERFORM
    CLOSE SCENE-FILE.

*>  One edited object back into its record form, the token layouts
*>  LOAD-SCENE-RECORD reads.
    MOVE o-v4(ed-i) TO v4-ed
    MOVE o-v5(ed-i) TO v5-ed
    MOVE o-v6(ed-i) TO v6-ed
    MOVE o-v7(ed-i) TO v7-ed
    MOVE o-v8(ed-i) TO v8-ed
    MOVE SPACES TO out-line
    EVALUATE o-kind(ed-i)
       WHEN 'SPHERE'
                 ' ' DELIMITED BY SIZE
                 o-color(ed-i) DELIMITED BY SIZE
                 INTO out-line
       WHEN 'TORUS'
          STRING 'TORUS ' DELIMITED BY SIZE
                 FUNCTION TRIM(v1-ed) DELIMITED BY SIZE
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
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(v8-ed) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 o-color(ed-i) DELIMITED BY SIZE
                 INTO out-line
       WHEN OTHER
          STRING FUNCTION TRIM(o-kind(ed-i)) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
    MOVE min-y TO hdr-lo-ed
    MOVE max-y TO hdr-hi-ed
    DISPLAY '            y ' hdr-lo-ed ' .. ' hdr-hi-ed ' down'
    DISPLAY '  o sphere  B box  C cylinder  E ellipsoid  T torus'
    PERFORM VARYING mp-r FROM 1 BY 1 UNTIL mp-r > map-h
       MOVE SPACES TO map-line
       PERFORM VARYING mp-c FROM 1 BY 1 UNTIL mp-c > map-w
          MOVE o-v4(ed-i) TO fp-rx
          MOVE o-v5(ed-i) TO fp-ry
          MOVE 'E' TO fp-mark
*>     A ring's plan footprint is its full outer circle, whatever
*>     the tilt - the bound it can't leave.
       WHEN 'TORUS'
          MOVE o-v1(ed-i) TO fp-cx
          MOVE o-v2(ed-i) TO fp-cy
          COMPUTE fp-rx = o-v7(ed-i) + o-v8(ed-i)
          MOVE fp-rx TO fp-ry
          MOVE 'T' TO fp-mark
    END-EVALUATE.

GROW-X.
