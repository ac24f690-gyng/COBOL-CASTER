    01 scene-tok6 PIC X(16).
    01 scene-tok7 PIC X(16).
    01 scene-tok8 PIC X(16).
    01 scene-tok9 PIC X(16).
    01 scene-tok10 PIC X(16).

*>  The scene, in the same flattened kind/slot table SCENEEDIT and
*>  SCENEDIFF keep - slot numbers count within a kind, matching the
          03 o-v4 PIC S9(8)V9(4).
          03 o-v5 PIC S9(8)V9(4).
          03 o-v6 PIC S9(8)V9(4).
          03 o-v7 PIC S9(8)V9(4).
          03 o-v8 PIC S9(8)V9(4).
          03 o-color PIC X(1).
*>        Where this record sat in the original file - the save
*>        merges edited objects and pass-through records back in
*>  and the value tokens shifted one to the right of an ADD's.
    01 txn-action PIC X(3).
    01 txn-kind PIC X(6).
    01 txn-tok PIC X(16) OCCURS 11 TIMES.
    01 tx-i PIC S9(4) COMP VALUE 0.
    01 txn-slot PIC S9(4) COMP VALUE 0.
    01 txn-vals.
       02 txn-v PIC S9(8)V9(4) OCCURS 8 TIMES.
    01 txn-color PIC X(1) VALUE 'W'.
    01 txn-nvals PIC S9(4) COMP VALUE 0.
    01 txn-count PIC S9(4) COMP VALUE 0.

    01 rec-seq PIC S9(4) COMP VALUE 0.
    01 sv-s PIC S9(4) COMP VALUE 0.
*>  The SCENEDAT generation GENROLL kept just before the save, zero
*>  when there was no earlier SCENEDAT to keep.
    01 roll-prog PIC X(10) VALUE 'SCENEUPD'.
    01 roll-gen PIC 9(4) VALUE 0.
    01 gen-note PIC X(12) VALUE SPACES.
    01 sv-found PIC S9(4) COMP VALUE 0.
    01 num-ok PIC X(1) VALUE 'N'.
    01 nv-i PIC S9(4) COMP VALUE 0.
    01 v4-ed PIC ------9.99.
    01 v5-ed PIC ------9.99.
    01 v6-ed PIC ------9.99.
    01 v7-ed PIC ------9.99.
    01 v8-ed PIC ------9.99.
    01 out-line PIC X(80) VALUE SPACES.

    01 auth-func PIC X(1) VALUE 'C'.
    01 auth-kind PIC X(8) VALUE 'PROGRAM'.
    01 auth-subject PIC X(16) VALUE 'SCENEUPD'.
    01 auth-oper PIC X(20) VALUE SPACES.
    01 auth-granted PIC X(1) VALUE 'Y'.

*>  The SCENEDAT edit lock this step holds while it loads, applies and
*>  saves (see EDITLOCK). UNLOCK in the PARM takes over a stale one.
    01 upd-parm PIC X(80) VALUE SPACES.
    01 upd-tok PIC X(16) VALUE SPACES.
    01 lock-func PIC X(1) VALUE 'T'.
    01 lock-dsn PIC X(10) VALUE 'SCENEDAT'.
    01 lock-prog PIC X(10) VALUE 'SCENEUPD'.
    01 lock-wait PIC S9(4) COMP VALUE 0.
    01 lock-result PIC X(1) VALUE 'Y'.
    01 lock-holder PIC X(60) VALUE SPACES.
    01 save-refused PIC X(1) VALUE 'N'.

*>  Scene changes arrive as written change requests, and until now
*>  someone retyped SCENEDAT by hand before the window opened. This
*>  step applies a SCENETXN transaction dataset instead - one
*>  reasons, a before/after line goes to AUDITLOG, and SCENEDAT is
*>  rewritten once at the end. RC 4 when any transaction rejected,
*>  RC 8 when there was nothing to do.
*>  The step holds the SCENEDAT edit lock from load to save, so it
*>  is turned away, RC 10, while a SCENEEDIT session or another step
*>  has SCENEDAT out. PARM UNLOCK takes over a lock left by a run that
*>  died, for an operator RENDAUTH grants OPTION UNLOCK (RC 28 for
*>  anyone else).
*>  An operator RENDAUTH does not grant PROGRAM SCENEUPD (see AUTHCHK)
*>  is turned away before anything is read, RC 28, with the refusal
*>  in ERRLOG.
PROCEDURE DIVISION.
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'N' THEN
       DISPLAY 'SCENEUPD: operator ' FUNCTION TRIM(auth-oper)
          ' is not authorized to run SCENEUPD (RENDAUTH)'
       MOVE 28 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT TXN-FILE
    IF txn-file-status NOT = '00' THEN
       DISPLAY 'SCENEUPD: no SCENETXN transaction dataset'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM TAKE-EDIT-LOCK
    PERFORM LOAD-SCENE
    MOVE num-objs TO before-count


    IF txn-count = 0 THEN
       DISPLAY 'SCENEUPD: SCENETXN is empty - nothing to do'
       MOVE 'F' TO lock-func
       CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog,
          lock-wait, lock-result, lock-holder
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM SAVE-SCENE
    IF save-refused = 'Y' THEN
       DISPLAY 'SCENEUPD: the SCENEDAT lock was taken over by '
          FUNCTION TRIM(lock-holder) ' - SCENEDAT not rewritten'
       MOVE 10 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM WRITE-AUDIT-LINE
    MOVE 'F' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder

    MOVE applied-count TO cnt1-ed
    MOVE rejected-count TO cnt2-ed
    END-IF
    STOP RUN.

*>  The SCENEDAT edit lock, or with PARM UNLOCK the override of
*>  somebody else's.
TAKE-EDIT-LOCK.
    ACCEPT upd-parm FROM COMMAND-LINE
    UNSTRING upd-parm DELIMITED BY ALL SPACES INTO upd-tok
    MOVE FUNCTION UPPER-CASE(upd-tok) TO upd-tok
    MOVE 'T' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    IF lock-result = 'Y' THEN
       EXIT PARAGRAPH
    END-IF
    IF upd-tok NOT = 'UNLOCK' THEN
       DISPLAY 'SCENEUPD: SCENEDAT is held by '
          FUNCTION TRIM(lock-holder) ' - nothing applied'
       DISPLAY 'SCENEUPD: PARM UNLOCK overrides a stale lock'
       CLOSE TXN-FILE
       MOVE 10 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'OPTION' TO auth-kind
    MOVE 'UNLOCK' TO auth-subject
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'N' THEN
       DISPLAY 'SCENEUPD: operator ' FUNCTION TRIM(auth-oper)
          ' is not authorized to override a lock (RENDAUTH UNLOCK)'
       CLOSE TXN-FILE
       MOVE 28 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'O' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    DISPLAY 'SCENEUPD: SCENEDAT lock taken over from '
       FUNCTION TRIM(lock-holder).

*>  One transaction: split, validate, apply - any failure rejects the
*>  whole record with its reason and leaves the scene untouched.
APPLY-ONE-TXN.
    PERFORM VARYING tx-i FROM 1 BY 1 UNTIL tx-i > 11
       MOVE SPACES TO txn-tok(tx-i)
    END-PERFORM
    UNSTRING txn-rec DELIMITED BY ALL SPACES
       INTO txn-action, txn-kind,
            txn-tok(1), txn-tok(2), txn-tok(3), txn-tok(4),
            txn-tok(5), txn-tok(6), txn-tok(7), txn-tok(8),
            txn-tok(9), txn-tok(10)
    MOVE FUNCTION UPPER-CASE(txn-action) TO txn-action
    MOVE FUNCTION UPPER-CASE(txn-kind) TO txn-kind
    MOVE SPACES TO reject-reason
       WHEN 'BOX'
       WHEN 'ELLIP'
          MOVE 6 TO want-vals
       WHEN 'TORUS'
          MOVE 8 TO want-vals
       WHEN OTHER
          MOVE 'kind is not SPHERE/PLANE/BOX/CYL/ELLIP/TORUS'
             TO reject-reason
          PERFORM REJECT-TXN
          EXIT PARAGRAPH
             MOVE 'every ellipsoid radius must be positive'
                TO reject-reason
          END-IF
       WHEN 'TORUS'
          IF txn-v(4) = 0 AND txn-v(5) = 0 AND txn-v(6) = 0 THEN
             MOVE 'torus axis cannot be all zero' TO reject-reason
          END-IF
          IF txn-v(7) <= 0 OR txn-v(8) <= 0 THEN
             MOVE 'both torus radii must be positive' TO reject-reason
          END-IF
    END-EVALUATE
    IF reject-reason NOT = SPACES THEN
       PERFORM REJECT-TXN
    IF want-vals >= 6 THEN
       MOVE txn-v(6) TO o-v6(up-hit)
    END-IF
    IF want-vals >= 8 THEN
       MOVE txn-v(7) TO o-v7(up-hit)
       MOVE txn-v(8) TO o-v8(up-hit)
    END-IF
    MOVE txn-color TO o-color(up-hit)
    ADD 1 TO applied-count
    DISPLAY '  applied : ' FUNCTION TRIM(txn-rec).
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
*>  CSG/XFORM records that name them keep meaning the same slots.
*>  ADDed objects carry fresh numbers past the end and come out last.
SAVE-SCENE.
    MOVE 'S' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    IF lock-result = 'N' THEN
       MOVE 'Y' TO save-refused
       EXIT PARAGRAPH
    END-IF
*>  Yesterday's SCENEDAT goes to a numbered generation first, so a bad
*>  save can be put back with SCENEVER.
    CALL 'GENROLL' USING roll-prog, roll-gen
    IF roll-gen > 0 THEN
       DISPLAY 'SCENEUPD: previous SCENEDAT kept as generation G'
          roll-gen
       STRING 'gen=G' DELIMITED BY SIZE
              roll-gen DELIMITED BY SIZE
              INTO gen-note
    END-IF
    OPEN OUTPUT SCENE-FILE
    PERFORM VARYING sv-s FROM 1 BY 1 UNTIL sv-s > rec-seq
       MOVE 0 TO sv-found
          END-IF
       END-IF
    END-PERFORM
    CLOSE SCENE-FILE
    MOVE 'E' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder.

*>  One edited object back into its record form, the token layouts
*>  LOAD-SCENE-RECORD reads.
    MOVE o-v4(up-i) TO v4-ed
    MOVE o-v5(up-i) TO v5-ed
    MOVE o-v6(up-i) TO v6-ed
    MOVE o-v7(up-i) TO v7-ed
    MOVE o-v8(up-i) TO v8-ed
    MOVE SPACES TO out-line
    EVALUATE o-kind(up-i)
       WHEN 'SPHERE'
                 ' ' DELIMITED BY SIZE
                 o-color(up-i) DELIMITED BY SIZE
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
                 o-color(up-i) DELIMITED BY SIZE
                 INTO out-line
       WHEN OTHER
          STRING FUNCTION TRIM(o-kind(up-i)) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
           FUNCTION TRIM(cnt3-ed) DELIMITED BY SIZE
           '->' DELIMITED BY SIZE
           FUNCTION TRIM(cnt4-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           gen-note DELIMITED BY SPACE
           INTO audit-rec
    OPEN EXTEND AUDIT-FILE
    IF audit-file-status = '35' THEN
