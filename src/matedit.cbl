IDENTIFICATION DIVISION.
PROGRAM-ID. MATEDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAT-FILE ASSIGN TO DYNAMIC mat-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS mat-file-status.
    SELECT WORK-FILE ASSIGN TO DYNAMIC work-fname
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS work-file-status.
    SELECT RENDPARM-FILE ASSIGN TO "RENDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rendparm-file-status.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-file-status.

DATA DIVISION.
    FILE SECTION.
    FD MAT-FILE.
    01 mat-rec PIC X(160).
    FD WORK-FILE.
    01 work-rec PIC X(200).
    FD RENDPARM-FILE.
    01 rendparm-rec PIC X(80).
    FD AUDIT-FILE.
    01 audit-rec PIC X(200).

    WORKING-STORAGE SECTION.
    01 mat-file-status PIC X(2) VALUE '00'.
    01 work-file-status PIC X(2) VALUE '00'.
    01 rendparm-file-status PIC X(2) VALUE '00'.
    01 audit-file-status PIC X(2) VALUE '00'.
    01 work-fname PIC X(20) VALUE SPACES.
    01 mat-fname PIC X(20) VALUE 'MATDAT'.
    01 mat-eof PIC X(1) VALUE 'N'.
       88 mat-eof-yes VALUE 'Y'.
    01 work-eof PIC X(1) VALUE 'N'.
       88 work-eof-yes VALUE 'Y'.
    01 mat-tok PIC X(16) OCCURS 11 TIMES.
    01 mt-i PIC S9(4) COMP VALUE 0.
    01 mt-ptr PIC S9(4) COMP VALUE 0.

*>  The nine numeric MATDAT properties, in token order: the label the
*>  list and the prompts use, the range the prompt accepts, the
*>  renderer's default for a token left off, and the token position
*>  in the record (the code is token 1, the checker flag token 3).
    01 field-list.
       02 FILLER PIC X(34) VALUE 'refl    00000000000100000000450002'.
       02 FILLER PIC X(34) VALUE 'tile    00000100999900000001000004'.
       02 FILLER PIC X(34) VALUE 'ambient 00000000000100000000000005'.
       02 FILLER PIC X(34) VALUE 'shadow  00000000000100000000150006'.
       02 FILLER PIC X(34) VALUE 'spec    00000000000100000000000007'.
       02 FILLER PIC X(34) VALUE 'shine   00010000009900000016000008'.
       02 FILLER PIC X(34) VALUE 'transp  00000000000100000000000009'.
       02 FILLER PIC X(34) VALUE 'ior     00010000000500000001500010'.
       02 FILLER PIC X(34) VALUE 'emit    00000000000100000000000011'.
    01 field-table REDEFINES field-list.
       02 field-ent OCCURS 9 TIMES.
          03 fld-name PIC X(8).
          03 fld-lo PIC 9(4)V9(4).
          03 fld-hi PIC 9(4)V9(4).
          03 fld-dflt PIC 9(4)V9(4).
          03 fld-tok PIC 9(2).
    01 num-fields PIC S9(4) COMP VALUE 9.
    01 fi PIC S9(4) COMP VALUE 0.

*>  The catalog, one entry per MATDAT record in file order, held to
*>  the renderer's own sixteen-material table. m-rest is whatever
*>  follows the emit token (the bump map and procedural pattern
*>  tokens), carried through verbatim. m-from is the entry's slot in
*>  the as-loaded copy below, zero for a material added this session -
*>  the save compares the two to write its before/after audit lines.
*>  The seventeenth entry is only ever scratch, where the save lays
*>  out a deleted material's record for its audit line.
    01 max-mats PIC S9(4) COMP VALUE 16.
    01 num-mats PIC S9(4) COMP VALUE 0.
    01 mats.
       02 mat-ent OCCURS 17 TIMES.
          03 m-code PIC X(1).
          03 m-checker PIC X(1).
          03 m-val PIC S9(8)V9(4) OCCURS 9 TIMES.
          03 m-rest PIC X(160).
          03 m-from PIC S9(4) COMP.
    01 num-orig PIC S9(4) COMP VALUE 0.
    01 orig-mats.
       02 orig-ent OCCURS 16 TIMES.
          03 b-code PIC X(1).
          03 b-checker PIC X(1).
          03 b-val PIC S9(8)V9(4) OCCURS 9 TIMES.
          03 b-rest PIC X(160).
          03 b-from PIC S9(4) COMP.
    01 orig-used PIC X(1) OCCURS 16 TIMES.
*>  Records past the sixteenth, which the renderer never reads - kept
*>  and written back after the catalog rather than lost.
    01 max-extra PIC S9(4) COMP VALUE 16.
    01 num-extra PIC S9(4) COMP VALUE 0.
    01 extra-lines.
       02 extra-line PIC X(160) OCCURS 16 TIMES.

    01 ed-i PIC S9(4) COMP VALUE 0.
    01 ed-j PIC S9(4) COMP VALUE 0.
    01 ed-hit PIC S9(4) COMP VALUE 0.
    01 ed-code PIC X(1) VALUE SPACE.
    01 ed-dirty PIC X(1) VALUE 'N'.
       88 ed-dirty-yes VALUE 'Y'.
    01 ed-done PIC X(1) VALUE 'N'.
       88 ed-done-yes VALUE 'Y'.
    01 ed-cmd PIC X(1) VALUE SPACE.
    01 ans-line PIC X(20) VALUE SPACES.
    01 warn-count PIC S9(4) COMP VALUE 0.
    01 change-count PIC S9(4) COMP VALUE 0.

*>  Numeric-entry validation, the same character walk SCENEEDIT's
*>  prompt makes, then the field's own range.
    01 num-ok PIC X(1) VALUE 'N'.
    01 num-val PIC S9(8)V9(4) VALUE 0.
    01 num-default PIC S9(8)V9(4) VALUE 0.
    01 nv-i PIC S9(4) COMP VALUE 0.
    01 nv-len PIC S9(4) COMP VALUE 0.
    01 nv-digits PIC S9(4) COMP VALUE 0.
    01 nv-points PIC S9(4) COMP VALUE 0.
    01 nv-ch PIC X(1).
    01 nv-tok PIC X(20) VALUE SPACES.

*>  A value as MATDAT carries it: no padding and no trailing zeros,
*>  so 0.4500 goes out as 0.45 and 16.0000 as 16.
    01 nf-val PIC S9(8)V9(4) VALUE 0.
    01 nf-ed PIC -(8)9.9(4).
    01 nf-text PIC X(16) VALUE SPACES.
    01 nf-len PIC S9(4) COMP VALUE 0.
    01 lo-text PIC X(16) VALUE SPACES.
    01 hi-text PIC X(16) VALUE SPACES.

    01 out-line PIC X(200) VALUE SPACES.
    01 out-ptr PIC S9(4) COMP VALUE 1.
    01 val-ed PIC ---9.99.
    01 count-ed PIC ZZZ9.
    01 count2-ed PIC ZZZ9.

*>  Swatch preview: the material alone on MATEDIT's own test scene -
*>  a unit sphere resting over a ground plane, the plane in a code
*>  the swatch catalog leaves out so it shades with the renderer's
*>  plain checkerboard - rendered small by the renderer invoked the
*>  way SCENECAT invokes it (RENDCMD naming the command), with the
*>  SWATCH token pointing it at the MATSW* datasets written here and
*>  JOBID=MATSWTCH keeping its outputs clear of the shop's own
*>  RENDPPM and SYSOUT. The spooled rows come back to the console;
*>  the color frame is left in MATSWTCH.RENDPPM for PPMVIEW.
    01 rend-cmd PIC X(80) VALUE SPACES.
    01 sys-cmd PIC X(160) VALUE SPACES.
    01 sys-rc PIC S9(9) COMP VALUE 0.
    01 rc-ed PIC ZZZ9.
    01 sw-ground PIC X(1) VALUE '0'.
    01 sw-rows PIC S9(4) COMP VALUE 0.
    01 sw-max-rows PIC S9(4) COMP VALUE 12.

    01 audit-date PIC 9(8).
    01 audit-operator PIC X(20) VALUE SPACES.
    01 audit-what PIC X(168) VALUE SPACES.
    01 audit-ptr PIC S9(4) COMP VALUE 1.

    01 auth-func PIC X(1) VALUE 'C'.
    01 auth-kind PIC X(8) VALUE 'PROGRAM'.
    01 auth-subject PIC X(16) VALUE 'MATEDIT'.
    01 auth-oper PIC X(20) VALUE SPACES.
    01 auth-granted PIC X(1) VALUE 'Y'.

*>  The MATDAT edit lock this session holds (see EDITLOCK), and the
*>  version of MATDAT it read - the ARTSUM and record count at load -
*>  so a save can tell whether somebody else rewrote it meanwhile.
    01 lock-func PIC X(1) VALUE 'T'.
    01 lock-dsn PIC X(10) VALUE 'MATDAT'.
    01 lock-prog PIC X(10) VALUE 'MATEDIT'.
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
    01 cmp-seq PIC S9(4) COMP VALUE 0.
    01 cmp-shown PIC S9(4) COMP VALUE 0.
    01 cmp-ed PIC ZZZ9.
    01 cmp-mat-open PIC X(1) VALUE 'N'.
    01 ed-rc PIC S9(4) COMP VALUE 0.

*>  MATDAT records are eleven positional tokens - code refl checker
*>  tile ambient shadow spec shine transp IOR emit - and a hand edit
*>  that shifts one silently turns a matte material into glass. This
*>  is the console maintenance pass for the catalog, in the style of
*>  SCENEEDIT: list the materials with every field labelled, add,
*>  change and delete them with each value checked against its range
*>  at the prompt, preview a swatch of the material being edited, and
*>  only write MATDAT back on an explicit S(ave), with a before/after
*>  line per changed material in AUDITLOG. Loading flags every token
*>  that is not a number, out of range or a checker flag that is not
*>  Y or N, so a damaged record shows up before it is edited.
*>  An operator RENDAUTH does not grant PROGRAM MATEDIT (see AUTHCHK)
*>  is turned away before anything is read, RC 28, with the refusal
*>  in ERRLOG.
*>  The session holds the MATDAT edit lock from start to finish, the
*>  same as SCENEEDIT holds SCENEDAT's: a second session is turned
*>  away, a lock left by a session that died can be overridden at the
*>  prompt by an operator RENDAUTH grants OPTION UNLOCK, and a save
*>  over a MATDAT that changed since it was read is refused - the
*>  edits kept in MATDAT.MINE and the records that differ listed.
*>  RC 10 for either refusal, RC 28 when RENDAUTH refuses the
*>  override.
PROCEDURE DIVISION.
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'N' THEN
       DISPLAY 'MATEDIT: operator ' FUNCTION TRIM(auth-oper)
          ' is not authorized to run MATEDIT (RENDAUTH)'
       MOVE 28 TO RETURN-CODE
       STOP RUN
    END-IF
    ACCEPT rend-cmd FROM ENVIRONMENT "RENDCMD"
    IF rend-cmd = SPACES THEN
       MOVE "./raycaster" TO rend-cmd
    END-IF
    PERFORM TAKE-EDIT-LOCK
    PERFORM LOAD-MATDAT
    MOVE num-mats TO count-ed
    DISPLAY 'MATEDIT: ' count-ed ' material(s) loaded from MATDAT'
    IF num-extra > 0 THEN
       MOVE num-extra TO count-ed
       DISPLAY 'MATEDIT: ' count-ed ' record(s) past the sixteenth '
          '(never read by the renderer) carried through untouched'
    END-IF
    IF warn-count > 0 THEN
       MOVE warn-count TO count-ed
       DISPLAY 'MATEDIT: ' count-ed ' MATDAT problem(s) above - '
          'C)hange the material to correct'
    END-IF
    PERFORM LIST-MATERIALS

    PERFORM UNTIL ed-done-yes
       DISPLAY ' '
       DISPLAY 'L)ist A)dd C)hange D)elete V)iew-swatch S)ave Q)uit: '
          WITH NO ADVANCING
       MOVE SPACES TO ans-line
       ACCEPT ans-line
       MOVE FUNCTION UPPER-CASE(ans-line(1:1)) TO ed-cmd
       EVALUATE ed-cmd
          WHEN 'L'
             PERFORM LIST-MATERIALS
          WHEN 'A'
             PERFORM ADD-MATERIAL
          WHEN 'C'
             PERFORM CHANGE-MATERIAL
          WHEN 'D'
             PERFORM DELETE-MATERIAL
          WHEN 'V'
             PERFORM ASK-CODE
             IF ed-hit > 0 THEN
                MOVE ed-hit TO ed-i
                PERFORM RENDER-SWATCH
             END-IF
          WHEN 'S'
             PERFORM SAVE-MATDAT
             MOVE 'Y' TO ed-done
          WHEN 'Q'
             IF ed-dirty-yes THEN
                DISPLAY 'MATEDIT: leaving without saving - MATDAT '
                   'is unchanged'
             END-IF
             MOVE 'Y' TO ed-done
          WHEN OTHER
*>           End of console input reads as an empty command - leave
*>           rather than spin, same as SCENEEDIT.
             MOVE 'Y' TO ed-done
       END-EVALUATE
    END-PERFORM
    MOVE 'F' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    MOVE ed-rc TO RETURN-CODE
    STOP RUN.

*>  The MATDAT edit lock, or the stale-lock override when somebody
*>  else's is in the way and the operator says so.
TAKE-EDIT-LOCK.
    MOVE 'T' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    IF lock-result = 'Y' THEN
       EXIT PARAGRAPH
    END-IF
    DISPLAY 'MATEDIT: MATDAT is held by ' FUNCTION TRIM(lock-holder)
    DISPLAY 'MATEDIT: O)verride a stale lock or Q)uit: '
       WITH NO ADVANCING
    MOVE SPACES TO ans-line
    ACCEPT ans-line
    IF FUNCTION UPPER-CASE(ans-line(1:1)) NOT = 'O' THEN
       DISPLAY 'MATEDIT: MATDAT left to its holder'
       MOVE 10 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'OPTION' TO auth-kind
    MOVE 'UNLOCK' TO auth-subject
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'N' THEN
       DISPLAY 'MATEDIT: operator ' FUNCTION TRIM(auth-oper)
          ' is not authorized to override a lock (RENDAUTH UNLOCK)'
       MOVE 28 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'O' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    DISPLAY 'MATEDIT: MATDAT lock taken over from '
       FUNCTION TRIM(lock-holder).

*>  ARTSUM and record count of MATDAT as it stands now; a count of -1
*>  means there is no MATDAT.
TAKE-MAT-VERSION.
    MOVE 'F' TO sum-func
    MOVE 'MATDAT' TO sum-fname
    CALL 'ARTSUM' USING sum-func, sum-fname, sum-line, sum-a, sum-b,
       sum-recs, sum-hex.

*>  Each record read the way the renderer's loader reads it - a token
*>  left off takes the renderer's default, and the same corrections
*>  it makes (a tile of zero or less, shine under 1, an IOR under
*>  0.1) are applied - so what is listed is what the renderer shades
*>  with. A missing MATDAT starts an empty catalog.
LOAD-MATDAT.
    OPEN INPUT MAT-FILE
    IF mat-file-status NOT = '00' THEN
       DISPLAY 'MATEDIT: no MATDAT yet - starting an empty catalog'
       MOVE -1 TO read-recs
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL mat-eof-yes
       READ MAT-FILE INTO mat-rec
          AT END MOVE 'Y' TO mat-eof
       END-READ
       IF NOT mat-eof-yes AND mat-rec NOT = SPACES THEN
          IF num-mats < max-mats THEN
             PERFORM TAKE-MAT-RECORD
          ELSE
             IF num-extra < max-extra THEN
                ADD 1 TO num-extra
                MOVE mat-rec TO extra-line(num-extra)
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE MAT-FILE
    PERFORM TAKE-MAT-VERSION
    MOVE sum-recs TO read-recs
    MOVE sum-hex TO read-hex
    MOVE num-mats TO num-orig
    PERFORM VARYING ed-i FROM 1 BY 1 UNTIL ed-i > num-mats
       MOVE ed-i TO m-from(ed-i)
       MOVE mat-ent(ed-i) TO orig-ent(ed-i)
    END-PERFORM.

TAKE-MAT-RECORD.
    PERFORM VARYING mt-i FROM 1 BY 1 UNTIL mt-i > 11
       MOVE SPACES TO mat-tok(mt-i)
    END-PERFORM
    MOVE 1 TO mt-ptr
    UNSTRING mat-rec DELIMITED BY ALL SPACES
       INTO mat-tok(1), mat-tok(2), mat-tok(3), mat-tok(4),
            mat-tok(5), mat-tok(6), mat-tok(7), mat-tok(8),
            mat-tok(9), mat-tok(10), mat-tok(11)
       WITH POINTER mt-ptr
    END-UNSTRING
    ADD 1 TO num-mats
    MOVE mat-tok(1)(1:1) TO m-code(num-mats)
    MOVE SPACES TO m-rest(num-mats)
    IF mt-ptr <= 160 THEN
       MOVE mat-rec(mt-ptr:) TO m-rest(num-mats)
    END-IF
    PERFORM VARYING ed-j FROM 1 BY 1 UNTIL ed-j >= num-mats
       IF m-code(ed-j) = m-code(num-mats) THEN
          DISPLAY '  material ' m-code(num-mats) ': a second record '
             'for this code - the renderer only ever uses the first'
          ADD 1 TO warn-count
       END-IF
    END-PERFORM
    MOVE 'Y' TO m-checker(num-mats)
    IF mat-tok(3) NOT = SPACES THEN
       MOVE mat-tok(3)(1:1) TO m-checker(num-mats)
       IF mat-tok(3) NOT = 'Y' AND mat-tok(3) NOT = 'N' THEN
          DISPLAY '  material ' m-code(num-mats) ': checker token "'
             FUNCTION TRIM(mat-tok(3)) '" is not Y or N'
          ADD 1 TO warn-count
       END-IF
    END-IF
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-fields
       MOVE fld-dflt(fi) TO m-val(num-mats, fi)
       MOVE fld-tok(fi) TO mt-i
       IF mat-tok(mt-i) NOT = SPACES THEN
          PERFORM TAKE-MAT-VALUE
       END-IF
    END-PERFORM.

*>  One numeric token into field fi of the newest entry - NUMVAL, as
*>  the renderer takes it, after flagging anything that isn't a clean
*>  number or sits outside the field's range. The IOR token of a
*>  shifted record is where glass comes from, so it is worth a line.
TAKE-MAT-VALUE.
    MOVE mat-tok(mt-i) TO nv-tok
    PERFORM CHECK-NUMBER-TOKEN
    IF num-ok = 'N' THEN
       DISPLAY '  material ' m-code(num-mats) ': '
          FUNCTION TRIM(fld-name(fi)) ' token "'
          FUNCTION TRIM(mat-tok(mt-i)) '" is not a number'
       ADD 1 TO warn-count
    END-IF
    COMPUTE m-val(num-mats, fi) = FUNCTION NUMVAL(mat-tok(mt-i))
    EVALUATE fld-name(fi)
       WHEN 'tile'
          IF m-val(num-mats, fi) <= 0 THEN
             MOVE fld-dflt(fi) TO m-val(num-mats, fi)
          END-IF
       WHEN 'shine'
          IF m-val(num-mats, fi) < 1 THEN
             MOVE 1 TO m-val(num-mats, fi)
          END-IF
       WHEN 'ior'
          IF m-val(num-mats, fi) < 0.1 THEN
             MOVE fld-dflt(fi) TO m-val(num-mats, fi)
          END-IF
    END-EVALUATE
    IF num-ok = 'Y' AND (m-val(num-mats, fi) < fld-lo(fi)
       OR m-val(num-mats, fi) > fld-hi(fi)) THEN
       PERFORM FORMAT-RANGE
       DISPLAY '  material ' m-code(num-mats) ': '
          FUNCTION TRIM(fld-name(fi)) ' ' FUNCTION TRIM(mat-tok(mt-i))
          ' is outside ' FUNCTION TRIM(lo-text) '..'
          FUNCTION TRIM(hi-text)
       ADD 1 TO warn-count
    END-IF.

*>  The catalog with every field labelled, one material per line; a
*>  material with bump or pattern tokens shows them on a second line.
LIST-MATERIALS.
    DISPLAY '--- MATDAT materials ---'
    IF num-mats = 0 THEN
       DISPLAY '  (empty catalog)'
       EXIT PARAGRAPH
    END-IF
    DISPLAY '  code   refl chk   tile ambnt shadow   spec  shine '
       'transp    ior   emit'
    PERFORM VARYING ed-i FROM 1 BY 1 UNTIL ed-i > num-mats
       MOVE SPACES TO out-line
       MOVE m-code(ed-i) TO out-line(5:1)
       MOVE 8 TO out-ptr
       PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-fields
          MOVE m-val(ed-i, fi) TO val-ed
          MOVE val-ed TO out-line(out-ptr:7)
          ADD 7 TO out-ptr
          IF fi = 1 THEN
             MOVE m-checker(ed-i) TO out-line(out-ptr + 2:1)
             ADD 4 TO out-ptr
          END-IF
       END-PERFORM
       DISPLAY FUNCTION TRIM(out-line TRAILING)
       IF m-rest(ed-i) NOT = SPACES THEN
          DISPLAY '        bump/pattern: ' FUNCTION TRIM(m-rest(ed-i))
       END-IF
    END-PERFORM.

*>  Signed decimal only: digits, at most one point, one leading sign.
CHECK-NUMBER-TOKEN.
    MOVE 'Y' TO num-ok
    MOVE 0 TO nv-digits
    MOVE 0 TO nv-points
    COMPUTE nv-len =
       FUNCTION LENGTH(FUNCTION TRIM(nv-tok TRAILING))
    PERFORM VARYING nv-i FROM 1 BY 1 UNTIL nv-i > nv-len
       MOVE nv-tok(nv-i:1) TO nv-ch
       EVALUATE TRUE
          WHEN nv-ch >= '0' AND nv-ch <= '9'
             ADD 1 TO nv-digits
          WHEN nv-ch = '.'
             ADD 1 TO nv-points
             IF nv-points > 1 THEN MOVE 'N' TO num-ok END-IF
          WHEN nv-ch = '-' OR nv-ch = '+'
             IF nv-i NOT = 1 THEN MOVE 'N' TO num-ok END-IF
          WHEN OTHER
             MOVE 'N' TO num-ok
       END-EVALUATE
    END-PERFORM
    IF nv-digits = 0 THEN
       MOVE 'N' TO num-ok
    END-IF.

*>  One field of entry ed-i from the console: the current value is the
*>  default a blank answer keeps, and nothing leaves the prompt that
*>  isn't a number inside the field's range - a current value already
*>  out of range has to be replaced. Shine is a whole number.
ASK-FIELD.
    MOVE m-val(ed-i, fi) TO num-default
    PERFORM FORMAT-RANGE
    MOVE 'N' TO num-ok
    PERFORM UNTIL num-ok = 'Y'
       MOVE num-default TO nf-val
       PERFORM FORMAT-NUMBER
       DISPLAY '  ' fld-name(fi) ' (' FUNCTION TRIM(lo-text) '..'
          FUNCTION TRIM(hi-text) ') [' FUNCTION TRIM(nf-text) ']: '
          WITH NO ADVANCING
       MOVE SPACES TO ans-line
       ACCEPT ans-line
       IF ans-line = SPACES THEN
          MOVE num-default TO num-val
          MOVE 'Y' TO num-ok
       ELSE
          MOVE ans-line TO nv-tok
          PERFORM CHECK-NUMBER-TOKEN
          IF num-ok = 'Y' THEN
             COMPUTE num-val = FUNCTION NUMVAL(ans-line)
          ELSE
             DISPLAY '  "' FUNCTION TRIM(ans-line) '" is not a '
                'number - try again'
          END-IF
       END-IF
       IF num-ok = 'Y' AND fld-name(fi) = 'shine'
          AND nv-points > 0 AND ans-line NOT = SPACES THEN
          DISPLAY '  shine is a whole number - try again'
          MOVE 'N' TO num-ok
       END-IF
       IF num-ok = 'Y' AND (num-val < fld-lo(fi)
          OR num-val > fld-hi(fi)) THEN
          DISPLAY '  ' FUNCTION TRIM(fld-name(fi)) ' must be '
             FUNCTION TRIM(lo-text) ' to ' FUNCTION TRIM(hi-text)
             ' - try again'
          MOVE 'N' TO num-ok
*>        End of console input keeps answering blank; an out-of-range
*>        current value would otherwise spin here forever.
          IF ans-line = SPACES THEN
             MOVE fld-dflt(fi) TO num-default
          END-IF
       END-IF
    END-PERFORM
    MOVE num-val TO m-val(ed-i, fi).

ASK-CHECKER.
    MOVE 'N' TO num-ok
    PERFORM UNTIL num-ok = 'Y'
       DISPLAY '  checker (Y/N) [' m-checker(ed-i) ']: '
          WITH NO ADVANCING
       MOVE SPACES TO ans-line
       ACCEPT ans-line
       MOVE FUNCTION UPPER-CASE(ans-line(1:1)) TO nv-ch
       EVALUATE TRUE
          WHEN ans-line = SPACES
             AND (m-checker(ed-i) = 'Y' OR m-checker(ed-i) = 'N')
             MOVE 'Y' TO num-ok
          WHEN ans-line = SPACES
             MOVE 'Y' TO m-checker(ed-i)
             MOVE 'Y' TO num-ok
          WHEN nv-ch = 'Y' OR nv-ch = 'N'
             MOVE nv-ch TO m-checker(ed-i)
             MOVE 'Y' TO num-ok
          WHEN OTHER
             DISPLAY '  Y or N - try again'
       END-EVALUATE
    END-PERFORM.

*>  Every field of entry ed-i, in token order.
PROMPT-FIELDS.
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-fields
       PERFORM ASK-FIELD
       IF fi = 1 THEN
          PERFORM ASK-CHECKER
       END-IF
    END-PERFORM.

*>  The material code a change, delete or swatch aims at.
ASK-CODE.
    MOVE 0 TO ed-hit
    DISPLAY '  material code: ' WITH NO ADVANCING
    MOVE SPACES TO ans-line
    ACCEPT ans-line
    MOVE FUNCTION UPPER-CASE(ans-line(1:1)) TO ed-code
    PERFORM FIND-CODE
    IF ed-hit = 0 AND ed-code NOT = SPACE THEN
       DISPLAY '  no material ' ed-code ' in MATDAT'
    END-IF.

FIND-CODE.
    MOVE 0 TO ed-hit
    PERFORM VARYING ed-j FROM 1 BY 1 UNTIL ed-j > num-mats
       OR ed-hit > 0
       IF m-code(ed-j) = ed-code THEN
          MOVE ed-j TO ed-hit
       END-IF
    END-PERFORM.

*>  A new code is one letter or digit not already catalogued - the
*>  same single character the scene records carry as a color.
ADD-MATERIAL.
    IF num-mats >= max-mats THEN
       DISPLAY 'MATEDIT: MATDAT already holds the sixteen materials '
          'the renderer reads'
       EXIT PARAGRAPH
    END-IF
    DISPLAY '  new material code (A-Z, 0-9): ' WITH NO ADVANCING
    MOVE SPACES TO ans-line
    ACCEPT ans-line
    MOVE FUNCTION UPPER-CASE(ans-line(1:1)) TO ed-code
    IF NOT ((ed-code >= 'A' AND ed-code <= 'Z')
       OR (ed-code >= '0' AND ed-code <= '9'))
       OR ans-line(2:1) NOT = SPACE THEN
       DISPLAY '  a material code is one letter or digit'
       EXIT PARAGRAPH
    END-IF
    PERFORM FIND-CODE
    IF ed-hit > 0 THEN
       DISPLAY '  material ' ed-code ' is already in MATDAT - use '
          'C)hange'
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO num-mats
    MOVE num-mats TO ed-i
    MOVE ed-code TO m-code(ed-i)
    MOVE 'Y' TO m-checker(ed-i)
    MOVE SPACES TO m-rest(ed-i)
    MOVE 0 TO m-from(ed-i)
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-fields
       MOVE fld-dflt(fi) TO m-val(ed-i, fi)
    END-PERFORM
    PERFORM PROMPT-FIELDS
    MOVE 'Y' TO ed-dirty
    DISPLAY '  added'
    PERFORM RENDER-SWATCH.

CHANGE-MATERIAL.
    PERFORM ASK-CODE
    IF ed-hit = 0 THEN
       EXIT PARAGRAPH
    END-IF
    MOVE ed-hit TO ed-i
    PERFORM PROMPT-FIELDS
    MOVE 'Y' TO ed-dirty
    DISPLAY '  changed'
    PERFORM RENDER-SWATCH.

DELETE-MATERIAL.
    PERFORM ASK-CODE
    IF ed-hit = 0 THEN
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ed-j FROM ed-hit BY 1 UNTIL ed-j >= num-mats
       MOVE mat-ent(ed-j + 1) TO mat-ent(ed-j)
    END-PERFORM
    SUBTRACT 1 FROM num-mats
    MOVE 'Y' TO ed-dirty
    DISPLAY '  deleted - scene objects colored ' ed-code
       ' now shade with the renderer''s defaults'.

*>  Entry ed-i as its MATDAT record, all eleven tokens written out
*>  and any bump/pattern tokens after them, into out-line.
BUILD-MAT-LINE.
    MOVE SPACES TO out-line
    MOVE 1 TO out-ptr
    STRING m-code(ed-i) DELIMITED BY SIZE
           INTO out-line WITH POINTER out-ptr
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-fields
       MOVE m-val(ed-i, fi) TO nf-val
       PERFORM FORMAT-NUMBER
       STRING ' ' DELIMITED BY SIZE
              FUNCTION TRIM(nf-text) DELIMITED BY SIZE
              INTO out-line WITH POINTER out-ptr
       IF fi = 1 THEN
          STRING ' ' DELIMITED BY SIZE
                 m-checker(ed-i) DELIMITED BY SIZE
                 INTO out-line WITH POINTER out-ptr
       END-IF
    END-PERFORM
    IF m-rest(ed-i) NOT = SPACES THEN
       STRING ' ' DELIMITED BY SIZE
              FUNCTION TRIM(m-rest(ed-i)) DELIMITED BY SIZE
              INTO out-line WITH POINTER out-ptr
    END-IF.

*>  nf-val into nf-text, trailing zeros (and a bare point) dropped.
FORMAT-NUMBER.
    MOVE nf-val TO nf-ed
    MOVE FUNCTION TRIM(nf-ed) TO nf-text
    COMPUTE nf-len = FUNCTION LENGTH(FUNCTION TRIM(nf-text TRAILING))
    PERFORM UNTIL nf-len < 2 OR nf-text(nf-len:1) NOT = '0'
       MOVE SPACE TO nf-text(nf-len:1)
       SUBTRACT 1 FROM nf-len
    END-PERFORM
    IF nf-text(nf-len:1) = '.' THEN
       MOVE SPACE TO nf-text(nf-len:1)
    END-IF.

FORMAT-RANGE.
    MOVE fld-lo(fi) TO nf-val
    PERFORM FORMAT-NUMBER
    MOVE nf-text TO lo-text
    MOVE fld-hi(fi) TO nf-val
    PERFORM FORMAT-NUMBER
    MOVE nf-text TO hi-text.

*>  The swatch for entry ed-i. RENDPARM is emptied to a comment first,
*>  as SCENECAT does for its proofs, so no stale control records from
*>  another job leak into the preview; the spool is emptied so the
*>  renderer's EXTEND lands on a clean file. The renderer's own
*>  console chatter goes to MATSWLOG.
RENDER-SWATCH.
    MOVE '0' TO sw-ground
    IF m-code(ed-i) = '0' THEN
       MOVE '1' TO sw-ground
    END-IF
    MOVE 'MATSWMAT' TO work-fname
    OPEN OUTPUT WORK-FILE
    PERFORM BUILD-MAT-LINE
    WRITE work-rec FROM out-line
    CLOSE WORK-FILE
    MOVE 'MATSWSCN' TO work-fname
    OPEN OUTPUT WORK-FILE
    MOVE SPACES TO work-rec
    STRING 'SPHERE 0 0 0 1 ' DELIMITED BY SIZE
           m-code(ed-i) DELIMITED BY SIZE
           INTO work-rec
    WRITE work-rec
    MOVE SPACES TO work-rec
    STRING 'PLANE 0 0 -1 0 0 1 ' DELIMITED BY SIZE
           sw-ground DELIMITED BY SIZE
           INTO work-rec
    WRITE work-rec
    CLOSE WORK-FILE
    MOVE 'MATSWCAM' TO work-fname
    OPEN OUTPUT WORK-FILE
    MOVE '4 0 0.5 0 0 0 0.79' TO work-rec
    WRITE work-rec
    CLOSE WORK-FILE
    OPEN OUTPUT RENDPARM-FILE
    MOVE '* cleared for a material swatch run' TO rendparm-rec
    WRITE rendparm-rec
    CLOSE RENDPARM-FILE
    MOVE 'MATSWTCH.SYSOUT' TO work-fname
    OPEN OUTPUT WORK-FILE
    CLOSE WORK-FILE

    DISPLAY '  rendering a swatch of material ' m-code(ed-i) ' ...'
    MOVE SPACES TO sys-cmd
    STRING FUNCTION TRIM(rend-cmd) DELIMITED BY SIZE
           ' 32 12 SWATCH JOBID=MATSWTCH SYSOUT > MATSWLOG 2>&1'
              DELIMITED BY SIZE
           INTO sys-cmd
    CALL 'SYSTEM' USING sys-cmd
    MOVE RETURN-CODE TO sys-rc
    MOVE 0 TO RETURN-CODE
    IF sys-rc > 255 THEN
       DIVIDE 256 INTO sys-rc
    END-IF
    IF sys-rc > 4 THEN
       MOVE sys-rc TO rc-ed
       DISPLAY '  swatch render failed RC ' FUNCTION TRIM(rc-ed)
          ' - see MATSWLOG'
       EXIT PARAGRAPH
    END-IF
    PERFORM SHOW-SWATCH.

*>  The spooled rows, framed; form feeds and page headers are print
*>  furniture, not render rows.
SHOW-SWATCH.
    MOVE 0 TO sw-rows
    MOVE 'N' TO work-eof
    OPEN INPUT WORK-FILE
    IF work-file-status NOT = '00' THEN
       DISPLAY '  no swatch spool came back - see MATSWLOG'
       EXIT PARAGRAPH
    END-IF
    DISPLAY '  +--------------------------------+'
    PERFORM UNTIL work-eof-yes OR sw-rows >= sw-max-rows
       READ WORK-FILE INTO work-rec
          AT END MOVE 'Y' TO work-eof
       END-READ
       IF NOT work-eof-yes THEN
          IF work-rec(1:1) = X"0C" OR work-rec(1:4) = 'JOB ' THEN
             CONTINUE
          ELSE
             DISPLAY '  |' work-rec(1:32) '|'
             ADD 1 TO sw-rows
          END-IF
       END-IF
    END-PERFORM
    CLOSE WORK-FILE
    DISPLAY '  +--------------------------------+'
    DISPLAY '  material ' m-code(ed-i) ' on the test sphere; color '
       'frame in MATSWTCH.RENDPPM'.

*>  MATDAT rewritten in catalog order, then the before/after audit:
*>  a changed material lists just the fields that moved, an added one
*>  its new record, a deleted one the record it had. Only over the
*>  MATDAT this session read: if the version on disk is not the one
*>  loaded, or the lock has been taken over, the save is refused and
*>  the edits kept aside instead.
SAVE-MATDAT.
    PERFORM TAKE-MAT-VERSION
    IF sum-recs NOT = read-recs OR sum-hex NOT = read-hex THEN
       DISPLAY 'MATEDIT: MATDAT has changed since it was read - '
          'save refused'
       PERFORM KEEP-MINE
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    IF lock-result = 'N' THEN
       DISPLAY 'MATEDIT: the MATDAT lock was taken over by '
          FUNCTION TRIM(lock-holder) ' - save refused'
       PERFORM KEEP-MINE
       EXIT PARAGRAPH
    END-IF
    MOVE 'MATDAT' TO mat-fname
    PERFORM WRITE-MATDAT-FILE
    MOVE 'E' TO lock-func
    CALL 'EDITLOCK' USING lock-func, lock-dsn, lock-prog, lock-wait,
       lock-result, lock-holder
    MOVE num-mats TO count-ed
    DISPLAY 'MATEDIT: wrote ' count-ed ' material(s) to MATDAT'

    ACCEPT audit-date FROM DATE YYYYMMDD
    ACCEPT audit-operator FROM ENVIRONMENT "USER"
    IF audit-operator = SPACES THEN
       ACCEPT audit-operator FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF audit-operator = SPACES THEN
       MOVE "UNKNOWN" TO audit-operator
    END-IF
    PERFORM VARYING ed-j FROM 1 BY 1 UNTIL ed-j > num-orig
       MOVE 'N' TO orig-used(ed-j)
    END-PERFORM
    PERFORM VARYING ed-i FROM 1 BY 1 UNTIL ed-i > num-mats
       IF m-from(ed-i) = 0 THEN
          PERFORM BUILD-MAT-LINE
          MOVE SPACES TO audit-what
          STRING 'ADD ' DELIMITED BY SIZE
                 FUNCTION TRIM(out-line) DELIMITED BY SIZE
                 INTO audit-what
          PERFORM WRITE-AUDIT-LINE
       ELSE
          MOVE 'Y' TO orig-used(m-from(ed-i))
          PERFORM AUDIT-CHANGES
       END-IF
    END-PERFORM
    PERFORM VARYING ed-j FROM 1 BY 1 UNTIL ed-j > num-orig
       IF orig-used(ed-j) = 'N' THEN
          COMPUTE ed-i = max-mats + 1
          MOVE orig-ent(ed-j) TO mat-ent(ed-i)
          PERFORM BUILD-MAT-LINE
          MOVE SPACES TO audit-what
          STRING 'DELETE ' DELIMITED BY SIZE
                 FUNCTION TRIM(out-line) DELIMITED BY SIZE
                 INTO audit-what
          PERFORM WRITE-AUDIT-LINE
       END-IF
    END-PERFORM
    MOVE change-count TO count2-ed
    DISPLAY 'MATEDIT: ' FUNCTION TRIM(count2-ed)
       ' material change(s) written to AUDITLOG'.

*>  The catalog out to mat-fname, then the records past the
*>  sixteenth as they came.
WRITE-MATDAT-FILE.
    OPEN OUTPUT MAT-FILE
    PERFORM VARYING ed-i FROM 1 BY 1 UNTIL ed-i > num-mats
       PERFORM BUILD-MAT-LINE
       WRITE mat-rec FROM out-line
    END-PERFORM
    PERFORM VARYING ed-j FROM 1 BY 1 UNTIL ed-j > num-extra
       WRITE mat-rec FROM extra-line(ed-j)
    END-PERFORM
    CLOSE MAT-FILE.

*>  A refused save: the session's catalog goes to MATDAT.MINE and the
*>  records where the MATDAT now on disk differs from it are listed
*>  side by side - MATDAT is positional, so record n against record n
*>  says which material moved. Nothing is lost; the operator merges by
*>  hand.
KEEP-MINE.
    MOVE 'MATDAT.MINE' TO mat-fname
    PERFORM WRITE-MATDAT-FILE
    MOVE 10 TO ed-rc
    DISPLAY 'MATEDIT: your edits are kept in MATDAT.MINE'
    MOVE 'MATDAT' TO mat-fname
    MOVE 'MATDAT.MINE' TO work-fname
    MOVE 'N' TO mat-eof
    MOVE 'N' TO work-eof
    MOVE 0 TO cmp-seq
    MOVE 0 TO cmp-shown
    MOVE 'N' TO cmp-mat-open
    OPEN INPUT MAT-FILE
    IF mat-file-status = '00' THEN
       MOVE 'Y' TO cmp-mat-open
    ELSE
       MOVE 'Y' TO mat-eof
    END-IF
    OPEN INPUT WORK-FILE
    PERFORM UNTIL mat-eof-yes AND work-eof-yes
       MOVE SPACES TO mat-rec
       MOVE SPACES TO work-rec
       IF NOT mat-eof-yes THEN
          READ MAT-FILE
             AT END MOVE 'Y' TO mat-eof
                    MOVE SPACES TO mat-rec
          END-READ
       END-IF
       IF NOT work-eof-yes THEN
          READ WORK-FILE
             AT END MOVE 'Y' TO work-eof
                    MOVE SPACES TO work-rec
          END-READ
       END-IF
       ADD 1 TO cmp-seq
       IF mat-rec NOT = work-rec(1:160) THEN
          MOVE cmp-seq TO cmp-ed
          DISPLAY '  record ' cmp-ed ' MATDAT: '
             FUNCTION TRIM(mat-rec)
          DISPLAY '              yours:  '
             FUNCTION TRIM(work-rec)
          ADD 1 TO cmp-shown
       END-IF
    END-PERFORM
    IF cmp-mat-open = 'Y' THEN
       CLOSE MAT-FILE
    END-IF
    CLOSE WORK-FILE
    IF cmp-shown = 0 THEN
       DISPLAY '  no record differs from yours'
    END-IF.

*>  Entry ed-i against the way it was loaded - "CHANGE c field=
*>  before->after ..." when anything moved, nothing when it didn't.
AUDIT-CHANGES.
    MOVE m-from(ed-i) TO ed-j
    MOVE SPACES TO audit-what
    MOVE 1 TO audit-ptr
    STRING 'CHANGE ' DELIMITED BY SIZE
           m-code(ed-i) DELIMITED BY SIZE
           INTO audit-what WITH POINTER audit-ptr
    IF m-checker(ed-i) NOT = b-checker(ed-j) THEN
       STRING ' checker=' DELIMITED BY SIZE
              b-checker(ed-j) DELIMITED BY SIZE
              '->' DELIMITED BY SIZE
              m-checker(ed-i) DELIMITED BY SIZE
              INTO audit-what WITH POINTER audit-ptr
    END-IF
    PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > num-fields
       IF m-val(ed-i, fi) NOT = b-val(ed-j, fi) THEN
          MOVE b-val(ed-j, fi) TO nf-val
          PERFORM FORMAT-NUMBER
          STRING ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(fld-name(fi)) DELIMITED BY SIZE
                 '=' DELIMITED BY SIZE
                 FUNCTION TRIM(nf-text) DELIMITED BY SIZE
                 '->' DELIMITED BY SIZE
                 INTO audit-what WITH POINTER audit-ptr
          MOVE m-val(ed-i, fi) TO nf-val
          PERFORM FORMAT-NUMBER
          STRING FUNCTION TRIM(nf-text) DELIMITED BY SIZE
                 INTO audit-what WITH POINTER audit-ptr
       END-IF
    END-PERFORM
    IF audit-ptr > 9 THEN
       PERFORM WRITE-AUDIT-LINE
    END-IF.

*>  One AUDITLOG line per material - the same EXTEND-with-OUTPUT-
*>  fallback append every AUDITLOG writer uses.
WRITE-AUDIT-LINE.
    ADD 1 TO change-count
    MOVE SPACES TO audit-rec
    STRING FUNCTION TRIM(audit-date) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-operator) DELIMITED BY SIZE
           ' MATEDIT ' DELIMITED BY SIZE
           FUNCTION TRIM(audit-what) DELIMITED BY SIZE
           INTO audit-rec
    OPEN EXTEND AUDIT-FILE
    IF audit-file-status = '35' THEN
       OPEN OUTPUT AUDIT-FILE
    END-IF
    WRITE audit-rec
    CLOSE AUDIT-FILE.
