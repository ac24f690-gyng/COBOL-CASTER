IDENTIFICATION DIVISION.
PROGRAM-ID. SCENEVER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCENE-FILE ASSIGN TO "SCENEDAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS scene-file-status.
    SELECT GEN-FILE ASSIGN TO DYNAMIC gen-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS gen-file-status.
    SELECT GDG-FILE ASSIGN TO "SCENEGDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS gdg-file-status.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-file-status.

DATA DIVISION.
    FILE SECTION.
    FD SCENE-FILE.
    01 scene-rec PIC X(80).
    FD GEN-FILE.
    01 gen-rec PIC X(80).
    FD GDG-FILE.
    01 gdg-rec PIC X(120).
    FD AUDIT-FILE.
    01 audit-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 scene-file-status PIC X(2) VALUE '00'.
    01 gen-file-status PIC X(2) VALUE '00'.
    01 gdg-file-status PIC X(2) VALUE '00'.
    01 audit-file-status PIC X(2) VALUE '00'.
    01 scene-eof PIC X(1) VALUE 'N'.
       88 scene-eof-yes VALUE 'Y'.
    01 gdg-eof PIC X(1) VALUE 'N'.
       88 gdg-eof-yes VALUE 'Y'.
    01 gen-fname PIC X(30) VALUE SPACES.

    01 ver-parm PIC X(80) VALUE SPACES.
    01 ver-action PIC X(10) VALUE SPACES.
    01 ver-tok1 PIC X(16) VALUE SPACES.
    01 ver-tok2 PIC X(16) VALUE SPACES.

*>  The SCENEDAT edit lock a RESTORE holds while it rewrites SCENEDAT
*>  (see EDITLOCK); RESTORE n UNLOCK takes over a stale one.
    01 lock-func PIC X(1) VALUE 'T'.
    01 lock-dsn PIC X(10) VALUE 'SCENEDAT'.
    01 lock-prog PIC X(10) VALUE 'SCENEVER'.
    01 lock-wait PIC S9(4) COMP VALUE 0.
    01 lock-result PIC X(1) VALUE 'Y'.
    01 lock-holder PIC X(60) VALUE SPACES.
    01 auth-func PIC X(1) VALUE 'C'.
    01 auth-kind PIC X(8) VALUE 'PROGRAM'.
    01 auth-subject PIC X(16) VALUE 'SCENEVER'.
    01 auth-oper PIC X(20) VALUE SPACES.
    01 auth-granted PIC X(1) VALUE 'Y'.

*>  SCENEGDG as GENROLL leaves it: the LIMIT record and one line per
*>  generation, oldest first.
    01 gen-limit PIC S9(4) COMP VALUE 10.
    01 max-gens PIC S9(4) COMP VALUE 99.
    01 num-gens PIC S9(4) COMP VALUE 0.
    01 gdg-lines.
       02 gdg-line PIC X(120) OCCURS 100 TIMES.
    01 gdg-tok1 PIC X(16).
    01 gdg-tok2 PIC X(16).
    01 gi PIC S9(4) COMP VALUE 0.
    01 found-i PIC S9(4) COMP VALUE 0.

*>  A generation as the operator names it - "4", "G0004" or CURRENT -
*>  resolved to a file name, blank when there is no such generation.
    01 want-tok PIC X(16) VALUE SPACES.
    01 want-gen PIC 9(4) VALUE 0.
    01 want-fname PIC X(30) VALUE SPACES.
    01 diff-a-fname PIC X(30) VALUE SPACES.
    01 diff-b-fname PIC X(30) VALUE SPACES.
    01 gen-key PIC X(5) VALUE SPACES.

    01 scene-kind PIC X(10).
    01 rec-count PIC S9(4) COMP VALUE 0.
    01 cnt-sphere PIC S9(4) COMP VALUE 0.
    01 cnt-plane PIC S9(4) COMP VALUE 0.
    01 cnt-box PIC S9(4) COMP VALUE 0.
    01 cnt-cyl PIC S9(4) COMP VALUE 0.
    01 cnt-ellip PIC S9(4) COMP VALUE 0.
    01 cnt-other PIC S9(4) COMP VALUE 0.
    01 c1-ed PIC ZZZ9.
    01 c2-ed PIC ZZZ9.
    01 c3-ed PIC ZZZ9.
    01 c4-ed PIC ZZZ9.
    01 c5-ed PIC ZZZ9.
    01 c6-ed PIC ZZZ9.
    01 limit-ed PIC ZZZ9.
    01 count-ed PIC ZZZ9.

    01 diff-cmd PIC X(80) VALUE SPACES.
    01 sys-cmd PIC X(160) VALUE SPACES.
    01 sys-rc PIC S9(9) COMP VALUE 0.

    01 roll-prog PIC X(10) VALUE 'SCENEVER'.
    01 roll-gen PIC 9(4) VALUE 0.
    01 roll-note PIC X(16) VALUE SPACES.
    01 audit-date PIC 9(8).
    01 audit-operator PIC X(20) VALUE SPACES.
    01 audit-what PIC X(80) VALUE SPACES.

*>  SCENEEDIT and SCENEUPD rewrite SCENEDAT in place, and GENROLL
*>  keeps the copy each save replaces as a numbered generation
*>  (SCENEDAT.G0001, G0002, ...) catalogued in SCENEGDG. This is the
*>  other end of that - "put it back the way it was on Tuesday".
*>  PARM:
*>    LIST              every kept generation with its date,
*>                      operator, saving program and object counts,
*>                      then the current SCENEDAT's counts
*>    DIFF a [b]        the two scenes through SCENEDIFF (the
*>                      DIFFCMD environment variable names the
*>                      command, default ./scenediff); a generation
*>                      is "4", "G0004" or CURRENT, and b defaults to
*>                      CURRENT
*>    RESTORE n         generation n back as SCENEDAT - the SCENEDAT
*>                      it replaces is rolled to a generation first, so
*>                      a restore can itself be undone - with an
*>                      AUDITLOG line; refused, RC 10, while SCENEDAT's
*>                      edit lock is held, unless n is followed by
*>                      UNLOCK (the stale-lock override, RENDAUTH
*>                      OPTION UNLOCK - RC 28 when it isn't granted)
*>    LIMIT n           generations to keep (1-99, default 10); the
*>                      next save prunes down to it
*>  RC 8 for a generation that isn't kept or nothing to work on.
*>  RESTORE and LIMIT change what production renders and keeps, so an
*>  operator RENDAUTH does not grant PROGRAM SCENEVER (see AUTHCHK) is
*>  turned away from them, RC 28, with the refusal in ERRLOG; LIST
*>  and DIFF only read, and stay open to everyone.
PROCEDURE DIVISION.
    ACCEPT ver-parm FROM COMMAND-LINE
    UNSTRING ver-parm DELIMITED BY ALL SPACES
       INTO ver-action, ver-tok1, ver-tok2
    MOVE FUNCTION UPPER-CASE(ver-action) TO ver-action
    IF ver-action = SPACES THEN
       MOVE 'LIST' TO ver-action
    END-IF
    IF ver-action = 'RESTORE' OR ver-action = 'LIMIT' THEN
       CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
          auth-oper, auth-granted
       IF auth-granted = 'N' THEN
          DISPLAY 'SCENEVER: operator ' FUNCTION TRIM(auth-oper)
             ' is not authorized to run SCENEVER '
             FUNCTION TRIM(ver-action) ' (RENDAUTH)'
          MOVE 28 TO RETURN-CODE
          STOP RUN
       END-IF
    END-IF
    PERFORM READ-CATALOG

    EVALUATE ver-action
       WHEN 'LIST'
          PERFORM LIST-GENERATIONS
       WHEN 'DIFF'
          PERFORM DIFF-GENERATIONS
       WHEN 'RESTORE'
          PERFORM RESTORE-GENERATION
       WHEN 'LIMIT'
          PERFORM SET-LIMIT
       WHEN OTHER
          DISPLAY 'SCENEVER: PARM must be LIST, DIFF, RESTORE or LIMIT'
          MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

READ-CATALOG.
    MOVE 0 TO num-gens
    MOVE 'N' TO gdg-eof
    OPEN INPUT GDG-FILE
    IF gdg-file-status NOT = '00' THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL gdg-eof-yes
       READ GDG-FILE INTO gdg-rec
          AT END MOVE 'Y' TO gdg-eof
       END-READ
       IF NOT gdg-eof-yes AND gdg-rec NOT = SPACES THEN
          MOVE SPACES TO gdg-tok1, gdg-tok2
          UNSTRING gdg-rec DELIMITED BY ALL SPACES
             INTO gdg-tok1, gdg-tok2
          IF gdg-tok1 = 'LIMIT' THEN
             COMPUTE gen-limit = FUNCTION NUMVAL(gdg-tok2)
          ELSE
             IF gdg-tok1(1:1) = 'G' AND num-gens < max-gens THEN
                ADD 1 TO num-gens
                MOVE gdg-rec TO gdg-line(num-gens)
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE GDG-FILE.

LIST-GENERATIONS.
    MOVE gen-limit TO limit-ed
    DISPLAY '--- SCENEDAT generations (keeping '
       FUNCTION TRIM(limit-ed) ') ---'
    IF num-gens = 0 THEN
       DISPLAY '  (none kept yet)'
    END-IF
    PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > num-gens
       DISPLAY '  ' FUNCTION TRIM(gdg-line(gi))
    END-PERFORM
    MOVE 'SCENEDAT' TO gen-fname
    PERFORM COUNT-ONE-SCENE
    IF gen-file-status = '00' THEN
       DISPLAY '  CURRENT  SPHERE=' FUNCTION TRIM(c1-ed)
          ' PLANE=' FUNCTION TRIM(c2-ed) ' BOX=' FUNCTION TRIM(c3-ed)
          ' CYL=' FUNCTION TRIM(c4-ed) ' ELLIP=' FUNCTION TRIM(c5-ed)
          ' OTHER=' FUNCTION TRIM(c6-ed)
    ELSE
       DISPLAY '  CURRENT  (no SCENEDAT)'
    END-IF.

*>  Object counts for the scene file named in gen-fname, left in the
*>  edited counters; gen-file-status says whether it opened.
COUNT-ONE-SCENE.
    MOVE 0 TO cnt-sphere, cnt-plane, cnt-box, cnt-cyl, cnt-ellip,
       cnt-other
    MOVE 'N' TO scene-eof
    OPEN INPUT GEN-FILE
    IF gen-file-status = '00' THEN
       PERFORM UNTIL scene-eof-yes
          READ GEN-FILE INTO gen-rec
             AT END MOVE 'Y' TO scene-eof
          END-READ
          IF NOT scene-eof-yes AND gen-rec NOT = SPACES
             AND gen-rec(1:1) NOT = '*' THEN
             MOVE SPACES TO scene-kind
             UNSTRING gen-rec DELIMITED BY ALL SPACES INTO scene-kind
             EVALUATE scene-kind
                WHEN 'SPHERE' ADD 1 TO cnt-sphere
                WHEN 'PLANE' ADD 1 TO cnt-plane
                WHEN 'BOX' ADD 1 TO cnt-box
                WHEN 'CYL' ADD 1 TO cnt-cyl
                WHEN 'ELLIP' ADD 1 TO cnt-ellip
                WHEN OTHER ADD 1 TO cnt-other
             END-EVALUATE
          END-IF
       END-PERFORM
       CLOSE GEN-FILE
    END-IF
    MOVE cnt-sphere TO c1-ed
    MOVE cnt-plane TO c2-ed
    MOVE cnt-box TO c3-ed
    MOVE cnt-cyl TO c4-ed
    MOVE cnt-ellip TO c5-ed
    MOVE cnt-other TO c6-ed.

*>  want-tok to a file name in want-fname: CURRENT is SCENEDAT
*>  itself, anything else must be a generation the catalog still
*>  lists (a pruned one has no file behind it).
RESOLVE-GENERATION.
    MOVE SPACES TO want-fname
    MOVE FUNCTION UPPER-CASE(want-tok) TO want-tok
    IF want-tok = 'CURRENT' OR want-tok = 'CUR' THEN
       MOVE 'SCENEDAT' TO want-fname
       EXIT PARAGRAPH
    END-IF
    IF want-tok(1:1) = 'G' THEN
       MOVE want-tok(2:15) TO want-tok
    END-IF
    IF FUNCTION TEST-NUMVAL(want-tok) NOT = 0 THEN
       EXIT PARAGRAPH
    END-IF
    COMPUTE want-gen = FUNCTION NUMVAL(want-tok)
    MOVE SPACES TO gen-key
    STRING 'G' DELIMITED BY SIZE
           want-gen DELIMITED BY SIZE
           INTO gen-key
    MOVE 0 TO found-i
    PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > num-gens
       OR found-i > 0
       IF gdg-line(gi)(1:5) = gen-key THEN
          MOVE gi TO found-i
       END-IF
    END-PERFORM
    IF found-i > 0 THEN
       MOVE SPACES TO want-fname
       STRING 'SCENEDAT.' DELIMITED BY SIZE
              gen-key DELIMITED BY SIZE
              INTO want-fname
    END-IF.

DIFF-GENERATIONS.
    IF ver-tok1 = SPACES THEN
       DISPLAY 'SCENEVER: DIFF needs a generation to compare'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    IF ver-tok2 = SPACES THEN
       MOVE 'CURRENT' TO ver-tok2
    END-IF
    MOVE ver-tok1 TO want-tok
    PERFORM RESOLVE-GENERATION
    MOVE want-fname TO diff-a-fname
    MOVE ver-tok2 TO want-tok
    PERFORM RESOLVE-GENERATION
    MOVE want-fname TO diff-b-fname
    IF diff-a-fname = SPACES OR diff-b-fname = SPACES THEN
       DISPLAY 'SCENEVER: no such generation kept - SCENEVER LIST '
          'shows what there is'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    ACCEPT diff-cmd FROM ENVIRONMENT "DIFFCMD"
    IF diff-cmd = SPACES THEN
       MOVE "./scenediff" TO diff-cmd
    END-IF
    MOVE SPACES TO sys-cmd
    STRING FUNCTION TRIM(diff-cmd) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(diff-a-fname) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(diff-b-fname) DELIMITED BY SIZE
           INTO sys-cmd
    CALL 'SYSTEM' USING sys-cmd
    MOVE RETURN-CODE TO sys-rc
    MOVE 0 TO RETURN-CODE
    IF sys-rc NOT = 0 THEN
       DISPLAY 'SCENEVER: the comparison did not run cleanly'
       MOVE 4 TO RETURN-CODE
    END-IF.

*>  The chosen generation copied back over SCENEDAT. The scene being
*>  replaced is rolled first, through the same GENROLL every save
*>  uses, so "restore the wrong one" is itself one RESTORE away from
*>  fixed.
RESTORE-GENERATION.
    MOVE ver-tok1 TO want-tok
    PERFORM RESOLVE-GENERATION
    IF want-fname = SPACES OR want-fname = 'SCENEDAT' THEN
       DISPLAY 'SCENEVER: RESTORE needs a kept generation number - '
          'SCENEVER LIST shows what there is'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE want-fname TO gen-fname
    OPEN INPUT GEN-FILE
    IF gen-file-status NOT = '00' THEN
       DISPLAY 'SCENEVER: ' FUNCTION TRIM(want-fname)
          ' is catalogued but not on disk'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    CLOSE GEN-FILE
    PERFORM TAKE-EDIT-LOCK
    IF lock-result = 'N' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    CALL 'GENROLL' USING roll-prog, roll-gen
    IF roll-gen > 0 THEN
       DISPLAY 'SCENEVER: current SCENEDAT kept as generation G'
          roll-gen
    END-IF
*>  The roll may have pruned the oldest generation - the very one
*>  being restored, when the catalog sits at its limit. Check again.
    OPEN INPUT GEN-FILE
    IF gen-file-status NOT = '00' THEN
       DISPLAY 'SCENEVER: ' FUNCTION TRIM(want-fname)
          ' was the oldest generation and the limit pruned it - '
          'raise LIMIT and restore from G' roll-gen ' if needed'
       MOVE 'F' TO lock-func
       CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog,
          lock-wait, lock-result, lock-holder
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT SCENE-FILE
    MOVE 0 TO rec-count
    MOVE 'N' TO scene-eof
    PERFORM UNTIL scene-eof-yes
       READ GEN-FILE INTO gen-rec
          AT END MOVE 'Y' TO scene-eof
       END-READ
       IF NOT scene-eof-yes THEN
          WRITE scene-rec FROM gen-rec
          ADD 1 TO rec-count
       END-IF
    END-PERFORM
    CLOSE GEN-FILE
    CLOSE SCENE-FILE
    MOVE 'F' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    MOVE rec-count TO count-ed
    DISPLAY 'SCENEVER: ' FUNCTION TRIM(want-fname) ' restored as '
       'SCENEDAT (' FUNCTION TRIM(count-ed) ' records)'
    MOVE SPACES TO roll-note
    IF roll-gen > 0 THEN
       STRING 'replaced=G' DELIMITED BY SIZE
              roll-gen DELIMITED BY SIZE
              INTO roll-note
    END-IF
    MOVE SPACES TO audit-what
    STRING 'RESTORE gen=' DELIMITED BY SIZE
           gen-key DELIMITED BY SIZE
           ' records=' DELIMITED BY SIZE
           FUNCTION TRIM(count-ed) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           roll-note DELIMITED BY SPACE
           INTO audit-what
    PERFORM WRITE-AUDIT-LINE.

*>  The SCENEDAT edit lock for the restore, or with UNLOCK after the
*>  generation the override of somebody else's. lock-result 'N' when
*>  the restore has to be refused.
TAKE-EDIT-LOCK.
    MOVE 'T' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    IF lock-result = 'Y' THEN
       EXIT PARAGRAPH
    END-IF
    IF FUNCTION UPPER-CASE(ver-tok2) NOT = 'UNLOCK' THEN
       DISPLAY 'SCENEVER: SCENEDAT is held by '
          FUNCTION TRIM(lock-holder) ' - nothing restored'
       DISPLAY 'SCENEVER: RESTORE n UNLOCK overrides a stale lock'
       MOVE 10 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE 'OPTION' TO auth-kind
    MOVE 'UNLOCK' TO auth-subject
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'N' THEN
       DISPLAY 'SCENEVER: operator ' FUNCTION TRIM(auth-oper)
          ' is not authorized to override a lock (RENDAUTH UNLOCK)'
       MOVE 'N' TO lock-result
       MOVE 28 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE 'O' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    DISPLAY 'SCENEVER: SCENEDAT lock taken over from '
       FUNCTION TRIM(lock-holder).

*>  The LIMIT record rewritten with the generation lines untouched;
*>  GENROLL prunes to the new limit on the next save.
SET-LIMIT.
    IF FUNCTION TEST-NUMVAL(ver-tok1) NOT = 0 THEN
       DISPLAY 'SCENEVER: LIMIT needs a number of generations'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    COMPUTE gen-limit = FUNCTION NUMVAL(ver-tok1)
    IF gen-limit < 1 THEN MOVE 1 TO gen-limit END-IF
    IF gen-limit > max-gens THEN MOVE max-gens TO gen-limit END-IF
    OPEN OUTPUT GDG-FILE
    MOVE gen-limit TO limit-ed
    MOVE SPACES TO gdg-rec
    STRING 'LIMIT ' DELIMITED BY SIZE
           FUNCTION TRIM(limit-ed) DELIMITED BY SIZE
           INTO gdg-rec
    WRITE gdg-rec
    PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > num-gens
       WRITE gdg-rec FROM gdg-line(gi)
    END-PERFORM
    CLOSE GDG-FILE
    DISPLAY 'SCENEVER: keeping ' FUNCTION TRIM(limit-ed)
       ' generation(s) from the next save on'
    MOVE SPACES TO audit-what
    STRING 'LIMIT ' DELIMITED BY SIZE
           FUNCTION TRIM(limit-ed) DELIMITED BY SIZE
           INTO audit-what
    PERFORM WRITE-AUDIT-LINE.

*>  The same EXTEND-with-OUTPUT-fallback append every AUDITLOG writer
*>  uses.
WRITE-AUDIT-LINE.
    ACCEPT audit-date FROM DATE YYYYMMDD
    ACCEPT audit-operator FROM ENVIRONMENT "USER"
    IF audit-operator = SPACES THEN
       ACCEPT audit-operator FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF audit-operator = SPACES THEN
       MOVE "UNKNOWN" TO audit-operator
    END-IF
    MOVE SPACES TO audit-rec
    STRING FUNCTION TRIM(audit-date) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
           ' SCENEVER ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-what) DELIMITED BY SIZE
           INTO audit-rec
    OPEN EXTEND AUDIT-FILE
    IF audit-file-status = '35' THEN
       OPEN OUTPUT AUDIT-FILE
    END-IF
    WRITE audit-rec
    CLOSE AUDIT-FILE.
