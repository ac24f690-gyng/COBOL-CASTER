IDENTIFICATION DIVISION.
PROGRAM-ID. AUTHRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUTH-FILE ASSIGN TO "RENDAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS auth-file-status.

DATA DIVISION.
    FILE SECTION.
    FD AUTH-FILE.
    01 auth-rec PIC X(160).

    WORKING-STORAGE SECTION.
    01 auth-file-status PIC X(2) VALUE '00'.
    01 auth-eof PIC X(1) VALUE 'N'.
       88 auth-eof-yes VALUE 'Y'.
    01 auth-tok PIC X(20) OCCURS 12 TIMES.
    01 at-i PIC S9(4) COMP VALUE 0.

*>  Everyone RENDAUTH names - GROUP members and operators granted
*>  directly - and the groups themselves, with their members.
    01 max-opers PIC S9(4) COMP VALUE 200.
    01 num-opers PIC S9(4) COMP VALUE 0.
    01 oper-table.
       02 oper-name PIC X(20) OCCURS 200 TIMES.
    01 oi PIC S9(4) COMP VALUE 0.
    01 max-groups PIC S9(4) COMP VALUE 50.
    01 num-groups PIC S9(4) COMP VALUE 0.
    01 group-table.
       02 group-ent OCCURS 50 TIMES.
          03 grp-name PIC X(20).
          03 grp-members PIC X(200).
          03 grp-ptr PIC S9(4) COMP.
    01 gi PIC S9(4) COMP VALUE 0.
    01 found-i PIC S9(4) COMP VALUE 0.
    01 grp-i PIC S9(4) COMP VALUE 0.
    01 max-whos PIC S9(4) COMP VALUE 200.
    01 num-whos PIC S9(4) COMP VALUE 0.
    01 who-table.
       02 who-name PIC X(20) OCCURS 200 TIMES.
    01 wi PIC S9(4) COMP VALUE 0.

*>  Every scene prefix some GRANT names, asked about operator by
*>  operator; a * grant is reported as ALL instead.
    01 max-prefixes PIC S9(4) COMP VALUE 50.
    01 num-prefixes PIC S9(4) COMP VALUE 0.
    01 prefix-table.
       02 prefix-name PIC X(16) OCCURS 50 TIMES.
    01 pf-i PIC S9(4) COMP VALUE 0.
    01 pfx-work PIC X(16) VALUE SPACES.
    01 pfx-len PIC S9(4) COMP VALUE 0.

*>  The controlled actions, in report column order.
    01 action-list.
       02 FILLER PIC X(24) VALUE 'OPTION  UNLOCK          '.
       02 FILLER PIC X(24) VALUE 'OPTION  ARCHIVE         '.
       02 FILLER PIC X(24) VALUE 'OPTION  REPLAY          '.
       02 FILLER PIC X(24) VALUE 'OPTION  PATCH           '.
       02 FILLER PIC X(24) VALUE 'OPTION  INTERACTIVE     '.
       02 FILLER PIC X(24) VALUE 'PROGRAM SCENEEDIT       '.
       02 FILLER PIC X(24) VALUE 'PROGRAM SCENEUPD        '.
       02 FILLER PIC X(24) VALUE 'PROGRAM LIBMAINT        '.
       02 FILLER PIC X(24) VALUE 'PROGRAM RETAIN          '.
       02 FILLER PIC X(24) VALUE 'PROGRAM MATEDIT         '.
       02 FILLER PIC X(24) VALUE 'PROGRAM SCENEVER        '.
    01 action-table REDEFINES action-list.
       02 action-ent OCCURS 11 TIMES.
          03 act-kind PIC X(8).
          03 act-value PIC X(16).
    01 num-actions PIC S9(4) COMP VALUE 11.
    01 ai PIC S9(4) COMP VALUE 0.
    01 holder-counts.
       02 act-holders PIC S9(4) COMP OCCURS 11 TIMES.

    01 auth-func PIC X(1) VALUE 'Q'.
    01 auth-kind PIC X(8) VALUE SPACES.
    01 auth-subject PIC X(16) VALUE SPACES.
    01 auth-oper PIC X(20) VALUE SPACES.
    01 auth-granted PIC X(1) VALUE 'Y'.

    01 out-line PIC X(160) VALUE SPACES.
    01 out-ptr PIC S9(4) COMP VALUE 1.
    01 scene-line PIC X(100) VALUE SPACES.
    01 scene-ptr PIC S9(4) COMP VALUE 1.
    01 grant-count PIC S9(4) COMP VALUE 0.
    01 flag-count PIC S9(4) COMP VALUE 0.
    01 cnt-ed PIC ZZZ9.
    01 cnt2-ed PIC ZZZ9.
    01 cnt3-ed PIC ZZZ9.

*>  Who can do what under RENDAUTH (see AUTHCHK for the record
*>  layout). Lists each GROUP with its members, then one line per
*>  operator the dataset names - plus "(anyone)" for what is granted
*>  to * - showing each controlled option (UNLOCK, ARCHIVE, REPLAY,
*>  PATCH, INTERACTIVE) and maintenance program (SCENEEDIT, SCENEUPD,
*>  LIBMAINT, RETAIN, MATEDIT, SCENEVER) as Y or -, and the scene
*>  prefixes it may render. Every answer comes from AUTHCHK itself,
*>  so the report and the checks can't drift apart. A GRANT of an
*>  unknown kind, option or program is flagged (it grants nothing -
*>  usually a typo), and so is a controlled action nobody holds. RC 4
*>  when anything is flagged, RC 8 with no RENDAUTH (nothing is
*>  controlled).
PROCEDURE DIVISION.
    INITIALIZE holder-counts
    OPEN INPUT AUTH-FILE
    IF auth-file-status NOT = '00' THEN
       DISPLAY 'AUTHRPT: no RENDAUTH - every operator may do '
          'everything'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    DISPLAY '--- RENDAUTH authorization report ---'
    PERFORM UNTIL auth-eof-yes
       READ AUTH-FILE INTO auth-rec
          AT END MOVE 'Y' TO auth-eof
       END-READ
       IF NOT auth-eof-yes AND auth-rec NOT = SPACES
          AND auth-rec(1:1) NOT = '*' THEN
          PERFORM TAKE-AUTH
       END-IF
    END-PERFORM
    CLOSE AUTH-FILE

*>  A GRANT's who that is no group is an operator in its own right.
    PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > num-whos
       MOVE 0 TO found-i
       PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > num-groups
          IF grp-name(gi) = who-name(wi) THEN
             MOVE gi TO found-i
          END-IF
       END-PERFORM
       IF found-i = 0 THEN
          MOVE who-name(wi) TO auth-tok(1)
          PERFORM NOTE-OPERATOR
       END-IF
    END-PERFORM

    PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > num-groups
       DISPLAY 'group ' FUNCTION TRIM(grp-name(gi)) ': '
          FUNCTION TRIM(grp-members(gi))
    END-PERFORM
    DISPLAY ' '
    DISPLAY 'OPERATOR             UNL ARC RPL PAT INT  EDT UPD LIB RET'
       ' MAT VER  SCENES'
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-opers
       MOVE oper-name(oi) TO auth-oper
       PERFORM REPORT-OPERATOR
    END-PERFORM
    MOVE '(anyone)' TO auth-oper
    PERFORM REPORT-OPERATOR
    DISPLAY ' '
    DISPLAY 'UNL=UNLOCK ARC=ARCHIVE RPL=REPLAY PAT=PATCH '
       'INT=INTERACTIVE; EDT=SCENEEDIT UPD=SCENEUPD LIB=LIBMAINT '
       'RET=RETAIN MAT=MATEDIT VER=SCENEVER'

    PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > num-actions
       IF act-holders(ai) = 0 THEN
          ADD 1 TO flag-count
          DISPLAY '  nobody holds ' FUNCTION TRIM(act-kind(ai)) ' '
             FUNCTION TRIM(act-value(ai))
       END-IF
    END-PERFORM

    MOVE num-opers TO cnt-ed
    MOVE grant-count TO cnt2-ed
    MOVE flag-count TO cnt3-ed
    DISPLAY 'AUTHRPT: ' FUNCTION TRIM(cnt-ed) ' operator(s), '
       FUNCTION TRIM(cnt2-ed) ' grant(s), ' FUNCTION TRIM(cnt3-ed)
       ' flagged'
    IF flag-count > 0 THEN
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

TAKE-AUTH.
    PERFORM VARYING at-i FROM 1 BY 1 UNTIL at-i > 12
       MOVE SPACES TO auth-tok(at-i)
    END-PERFORM
    UNSTRING auth-rec DELIMITED BY ALL SPACES
       INTO auth-tok(1), auth-tok(2), auth-tok(3), auth-tok(4),
            auth-tok(5), auth-tok(6), auth-tok(7), auth-tok(8),
            auth-tok(9), auth-tok(10), auth-tok(11), auth-tok(12)
    MOVE FUNCTION UPPER-CASE(auth-tok(1)) TO auth-tok(1)
    EVALUATE auth-tok(1)
       WHEN 'GROUP'
          PERFORM TAKE-GROUP
       WHEN 'GRANT'
          PERFORM TAKE-GRANT
       WHEN OTHER
          ADD 1 TO flag-count
          DISPLAY '  not understood: ' FUNCTION TRIM(auth-rec)
    END-EVALUATE.

TAKE-GROUP.
    MOVE 0 TO grp-i
    PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > num-groups
       IF grp-name(gi) = auth-tok(2) THEN
          MOVE gi TO grp-i
       END-IF
    END-PERFORM
    IF grp-i = 0 AND num-groups < max-groups THEN
       ADD 1 TO num-groups
       MOVE num-groups TO grp-i
       MOVE auth-tok(2) TO grp-name(grp-i)
       MOVE SPACES TO grp-members(grp-i)
       MOVE 1 TO grp-ptr(grp-i)
    END-IF
    PERFORM VARYING at-i FROM 3 BY 1 UNTIL at-i > 12
       IF auth-tok(at-i) NOT = SPACES THEN
          IF grp-i > 0 THEN
             STRING FUNCTION TRIM(auth-tok(at-i)) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    INTO grp-members(grp-i)
                    WITH POINTER grp-ptr(grp-i)
             END-STRING
          END-IF
          MOVE auth-tok(at-i) TO auth-tok(1)
          PERFORM NOTE-OPERATOR
       END-IF
    END-PERFORM.

*>  A GRANT's values are checked against what AUTHCHK is ever asked
*>  about; a scene prefix joins the list to ask about.
TAKE-GRANT.
    MOVE FUNCTION UPPER-CASE(auth-tok(3)) TO auth-tok(3)
    IF auth-tok(2) NOT = '*' THEN
       MOVE 0 TO found-i
       PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > num-whos
          IF who-name(wi) = auth-tok(2) THEN
             MOVE wi TO found-i
          END-IF
       END-PERFORM
       IF found-i = 0 AND num-whos < max-whos THEN
          ADD 1 TO num-whos
          MOVE auth-tok(2) TO who-name(num-whos)
       END-IF
    END-IF
    PERFORM VARYING at-i FROM 4 BY 1 UNTIL at-i > 12
       IF auth-tok(at-i) NOT = SPACES THEN
          ADD 1 TO grant-count
          MOVE FUNCTION UPPER-CASE(auth-tok(at-i)) TO auth-tok(at-i)
          EVALUATE auth-tok(3)
             WHEN 'SCENE'
                PERFORM NOTE-PREFIX
             WHEN 'OPTION'
             WHEN 'PROGRAM'
                MOVE 0 TO found-i
                PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > num-actions
                   IF act-kind(ai) = auth-tok(3)
                      AND (act-value(ai) = auth-tok(at-i)
                           OR auth-tok(at-i) = '*') THEN
                      MOVE ai TO found-i
                   END-IF
                END-PERFORM
                IF found-i = 0 THEN
                   ADD 1 TO flag-count
                   DISPLAY '  grants nothing: GRANT '
                      FUNCTION TRIM(auth-tok(2)) ' '
                      FUNCTION TRIM(auth-tok(3)) ' '
                      FUNCTION TRIM(auth-tok(at-i))
                END-IF
             WHEN OTHER
                ADD 1 TO flag-count
                DISPLAY '  grants nothing: GRANT '
                   FUNCTION TRIM(auth-tok(2)) ' '
                   FUNCTION TRIM(auth-tok(3)) ' '
                   FUNCTION TRIM(auth-tok(at-i))
          END-EVALUATE
       END-IF
    END-PERFORM.

NOTE-OPERATOR.
    MOVE 0 TO found-i
    PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > num-opers
       IF oper-name(oi) = auth-tok(1) THEN
          MOVE oi TO found-i
       END-IF
    END-PERFORM
    IF found-i = 0 AND num-opers < max-opers THEN
       ADD 1 TO num-opers
       MOVE auth-tok(1) TO oper-name(num-opers)
    END-IF.

*>  Stored the way AUTHCHK keeps it, any trailing * dropped.
NOTE-PREFIX.
    IF auth-tok(at-i) = '*' THEN
       EXIT PARAGRAPH
    END-IF
    MOVE auth-tok(at-i) TO pfx-work
    MOVE 0 TO pfx-len
    INSPECT pfx-work TALLYING pfx-len
       FOR CHARACTERS BEFORE INITIAL SPACE
    IF pfx-len > 1 AND pfx-work(pfx-len:1) = '*' THEN
       MOVE SPACE TO pfx-work(pfx-len:1)
    END-IF
    MOVE 0 TO found-i
    PERFORM VARYING pf-i FROM 1 BY 1 UNTIL pf-i > num-prefixes
       IF prefix-name(pf-i) = pfx-work THEN
          MOVE pf-i TO found-i
       END-IF
    END-PERFORM
    IF found-i = 0 AND num-prefixes < max-prefixes THEN
       ADD 1 TO num-prefixes
       MOVE pfx-work TO prefix-name(num-prefixes)
    END-IF.

*>  One operator's line, every cell answered by AUTHCHK.
REPORT-OPERATOR.
    MOVE SPACES TO out-line
    MOVE auth-oper TO out-line(1:20)
    MOVE 22 TO out-ptr
    PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > num-actions
       IF ai = 6 THEN
          ADD 1 TO out-ptr
       END-IF
       MOVE act-kind(ai) TO auth-kind
       MOVE act-value(ai) TO auth-subject
       CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
          auth-oper, auth-granted
       IF auth-granted = 'Y' THEN
          MOVE ' Y' TO out-line(out-ptr:2)
          ADD 1 TO act-holders(ai)
       ELSE
          MOVE ' -' TO out-line(out-ptr:2)
       END-IF
       ADD 4 TO out-ptr
    END-PERFORM
    ADD 1 TO out-ptr
    MOVE SPACES TO scene-line
    MOVE 1 TO scene-ptr
    MOVE 'SCENE' TO auth-kind
    MOVE '*' TO auth-subject
    CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
       auth-oper, auth-granted
    IF auth-granted = 'Y' THEN
       MOVE 'ALL' TO scene-line
    ELSE
       PERFORM VARYING pf-i FROM 1 BY 1 UNTIL pf-i > num-prefixes
          MOVE prefix-name(pf-i) TO auth-subject
          CALL 'AUTHCHK' USING auth-func, auth-kind, auth-subject,
             auth-oper, auth-granted
          IF auth-granted = 'Y' THEN
             STRING FUNCTION TRIM(prefix-name(pf-i)) DELIMITED BY SIZE
                    '* ' DELIMITED BY SIZE
                    INTO scene-line WITH POINTER scene-ptr
             END-STRING
          END-IF
       END-PERFORM
    END-IF
    IF scene-line = SPACES THEN
       MOVE '-' TO scene-line
    END-IF
    MOVE scene-line TO out-line(out-ptr:)
    DISPLAY FUNCTION TRIM(out-line TRAILING).
