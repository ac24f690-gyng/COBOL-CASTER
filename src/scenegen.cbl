    01 gen-tok3 PIC X(16).
    01 gen-tok4 PIC X(16).
    01 gen-tok5 PIC X(16).
    01 gen-tok6 PIC X(16).
    01 num-tok PIC X(11).

    01 gen-count PIC S9(4) COMP VALUE 9.
    01 out-line PIC X(80).
    01 count-ed PIC ZZZ9.

*>  The SCENEDAT edit lock, held just while the new scene is written
*>  (see EDITLOCK); the UNLOCK token takes over a stale one.
    01 gen-unlock PIC X(1) VALUE 'N'.
    01 lock-func PIC X(1) VALUE 'T'.
    01 lock-dsn PIC X(10) VALUE 'SCENEDAT'.
    01 lock-prog PIC X(10) VALUE 'SCENEGEN'.
    01 lock-wait PIC S9(4) COMP VALUE 0.
    01 lock-result PIC X(1) VALUE 'Y'.
    01 lock-holder PIC X(60) VALUE SPACES.
    01 auth-func PIC X(1) VALUE 'C'.
    01 auth-kind PIC X(8) VALUE 'OPTION'.
    01 auth-subject PIC X(16) VALUE 'UNLOCK'.
    01 auth-oper PIC X(20) VALUE SPACES.
    01 auth-granted PIC X(1) VALUE 'Y'.

*>  Filling the 32-slot sphere table by hand takes an afternoon and
*>  always contains a typo - this writes a valid SCENEDAT from a
*>  five-token spec instead. PARM:
*>  around the origin, STACK straight up in a column; radii draw from
*>  [RMIN, RMAX] via the seeded generator and colors cycle RGBYCMW.
*>  Every sphere rests on the standard ground plane at z = -1.
*>  SCENEDAT is not overwritten while a SCENEEDIT session or an update
*>  step holds its edit lock - RC 10 - unless the PARM also carries
*>  UNLOCK (the stale-lock override, RENDAUTH OPTION UNLOCK - RC 28
*>  when it isn't granted).
PROCEDURE DIVISION.
    ACCEPT gen-parm FROM COMMAND-LINE
    UNSTRING gen-parm DELIMITED BY ALL SPACES
       INTO gen-tok1, gen-tok2, gen-tok3, gen-tok4, gen-tok5,
            gen-tok6
    PERFORM TAKE-GEN-TOKEN-1
    MOVE gen-tok2 TO gen-tok1
    PERFORM TAKE-GEN-TOKEN-1
    PERFORM TAKE-GEN-TOKEN-1
    MOVE gen-tok5 TO gen-tok1
    PERFORM TAKE-GEN-TOKEN-1
    MOVE gen-tok6 TO gen-tok1
    PERFORM TAKE-GEN-TOKEN-1

    IF gen-count < 1 THEN MOVE 1 TO gen-count END-IF
*>  The renderer's sphere table holds 32 slots - no point writing a
    COMPUTE half-off = grid-side - 1
    COMPUTE half-off = half-off / 2

    PERFORM TAKE-EDIT-LOCK
    MOVE 'S' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    OPEN OUTPUT SCENE-FILE
    MOVE 0 TO stack-z
    PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > gen-count
       WRITE scene-rec FROM out-line
    END-PERFORM
    CLOSE SCENE-FILE
    MOVE 'F' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    MOVE gen-count TO count-ed
    DISPLAY 'SCENEGEN: wrote ' count-ed ' SPHERE records ('
       FUNCTION TRIM(gen-pattern) ') to SCENEDAT'
       WHEN gen-tok1(1:4) = 'SEED' OR gen-tok1(1:4) = 'seed'
          MOVE gen-tok1(5:11) TO num-tok
          COMPUTE seed = FUNCTION NUMVAL(num-tok)
       WHEN gen-tok1 = 'UNLOCK' OR gen-tok1 = 'unlock'
          MOVE 'Y' TO gen-unlock
    END-EVALUATE.

*>  The SCENEDAT edit lock, or with UNLOCK the override of somebody
*>  else's.
TAKE-EDIT-LOCK.
    MOVE 'T' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    IF lock-result = 'Y' THEN
       EXIT PARAGRAPH
    END-IF
    IF gen-unlock = 'N' THEN
       DISPLAY 'SCENEGEN: SCENEDAT is held by '
          FUNCTION TRIM(lock-holder) ' - not overwritten'
       DISPLAY 'SCENEGEN: UNLOCK in the PARM overrides a stale lock'
       MOVE 10 TO RETURN-CODE
       STOP RUN
    END-IF
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'N' THEN
       DISPLAY 'SCENEGEN: operator ' FUNCTION TRIM(auth-oper)
          ' is not authorized to override a lock (RENDAUTH UNLOCK)'
       MOVE 28 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'O' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    DISPLAY 'SCENEGEN: SCENEDAT lock taken over from '
       FUNCTION TRIM(lock-holder).

NEXT-RADIUS.
    COMPUTE rng-work = rng-state * 7141
    COMPUTE rng-work = rng-work + 54773
